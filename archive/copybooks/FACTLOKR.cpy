*> One line of the run lock file FACTLOCK.DAT: one resource held by
*> one running job.  Written and cleared through FACTLOCK and listed
*> or broken from the FACTLKOP operator screen.  Pipe-delimited and
*> fixed width like the run history.
*> Resource held: FACTTAB and FACTARC for the lookup table and its
*> compact archive, CARRY for the carry files FACTRCY, FACTDEF and
*> FACTPND, and FACTAUD for the audit generations and the monthly
*> audit archive.
    05 :LR:-RESOURCE PIC X(08).
    05 FILLER PIC X(01).
*> X = exclusive, S = shared read.  Shared holders may run side by
*> side; an exclusive holder shuts out everyone else.
    05 :LR:-MODE PIC X(01).
    05 FILLER PIC X(01).
    05 :LR:-PROGRAM PIC X(09).
    05 FILLER PIC X(01).
    05 :LR:-USER PIC X(12).
    05 FILLER PIC X(01).
*> Start of the holding job as YYYYMMDD and HHMMSS.
    05 :LR:-START-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 :LR:-START-TIME PIC X(06).
    05 FILLER PIC X(01).
*> Identifies the run unit that took the lock - its start date and
*> time to the hundredth - so that a step FACTNITE calls runs under
*> the stream's own lock instead of colliding with it.
    05 :LR:-TOKEN PIC X(16).
