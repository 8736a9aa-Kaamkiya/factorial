*> One line of the batch run history FACTHIST.DAT, appended by
*> FACTNITE for every step it runs and read back by the FACTTRND
*> trend report.  Pipe-delimited and fixed width like the department
*> master; the numeric fields are carried as text so a damaged line
*> can be caught with a NUMERIC test instead of abending.
    05 :HS:-RUN-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 :HS:-STEP PIC X(09).
    05 FILLER PIC X(01).
*> Wall-clock start and end as HHMMSS, and the seconds between them;
*> a step that runs past midnight is still measured correctly.
    05 :HS:-START PIC X(06).
    05 FILLER PIC X(01).
    05 :HS:-END PIC X(06).
    05 FILLER PIC X(01).
    05 :HS:-ELAPSED PIC X(06).
    05 FILLER PIC X(01).
*> COMPLETE, FAILED, or BYPASSED for a step the stream passed over.
    05 :HS:-OUTCOME PIC X(08).
    05 FILLER PIC X(01).
*> FACTCTL.DAT counters, carried on the FACTORIAL line only; every
*> other step writes them as zero.
    05 :HS:-CNT-READ PIC X(08).
    05 FILLER PIC X(01).
    05 :HS:-CNT-COMPUTED PIC X(08).
    05 FILLER PIC X(01).
    05 :HS:-CNT-CACHE-HIT PIC X(08).
    05 FILLER PIC X(01).
    05 :HS:-CNT-ARC-REST PIC X(08).
    05 FILLER PIC X(01).
    05 :HS:-CNT-CALC-CALL PIC X(08).
    05 FILLER PIC X(01).
    05 :HS:-CNT-DEFERRED PIC X(08).
