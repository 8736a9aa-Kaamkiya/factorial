*> Request passed to FACTLOCK by every program that updates the
*> lookup table, its archive, the carry files, or the audit log.
*> A = acquire the resources listed, R = release whatever this
*> program took.
    05 :LQ:-FUNCTION PIC X(01).
    05 :LQ:-PROGRAM PIC X(09).
    05 :LQ:-COUNT PIC 9(01).
*> Resource names and modes as on the FACTLOKR lock line.
    05 :LQ:-ENTRY OCCURS 4 TIMES.
        10 :LQ:-RESOURCE PIC X(08).
        10 :LQ:-MODE PIC X(01).
*> Y when the lock was granted; N when another job holds a
*> conflicting lock, which MESSAGE then names.
    05 :LQ:-GRANTED-SW PIC X(01).
    05 :LQ:-MESSAGE PIC X(120).
*> The caller's return code, kept across the release call so the
*> call itself does not reset it.
    05 :LQ:-KEEP-RC PIC S9(4).
