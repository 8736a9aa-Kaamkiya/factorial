*> One line of the reject aging report FACTRAGE.DAT, written by
*> FACTREJW and read back by the FACTMORN morning check.  The first
*> line is the heading giving the age limit and the run date; each
*> reject past the limit follows on a detail line of its own.
    05 :AG:-HEAD.
        10 :AG:-HEAD-TAG PIC X(21).
        10 :AG:-HEAD-LIMIT PIC 9(04).
        10 :AG:-HEAD-TEXT PIC X(21).
        10 :AG:-HEAD-DATE PIC X(08).
        10 FILLER PIC X(78).
*> The detail line carries the first-seen date, the age in business
*> days, the reject reason, and the leading 40 bytes of the request
*> record, which open with its number, department, and reference.
    05 :AG:-DETAIL REDEFINES :AG:-HEAD.
        10 :AG:-DET-TAG PIC X(11).
        10 :AG:-DET-FIRST-SEEN PIC X(08).
        10 :AG:-DET-AGE-TAG PIC X(05).
        10 :AG:-DET-AGE PIC 9(05).
        10 :AG:-DET-REASON-TAG PIC X(13).
        10 :AG:-DET-REASON PIC X(02).
        10 :AG:-DET-RECORD-TAG PIC X(08).
        10 :AG:-DET-RECORD.
            15 :AG:-DET-NUM PIC X(03).
            15 :AG:-DET-DEPT PIC X(04).
            15 :AG:-DET-REQ-REF PIC X(08).
            15 FILLER PIC X(25).
        10 FILLER PIC X(40).
