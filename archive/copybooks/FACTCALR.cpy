*> One line of the processing calendar FACTCAL.DAT, maintained from
*> the FACTCALM screen and read through FACTCAL.  Only dates the
*> shop has marked are on file; any other weekday is a business day
*> and any other Saturday or Sunday a non-processing day.
*> Pipe-delimited and fixed width like the department master.
    05 :CL:-DATE PIC X(08).
    05 FILLER PIC X(01).
*> B = business day, H = holiday, N = non-processing day.  Only
*> business days count toward the day limits kept in FACTPRM.DAT;
*> the nightly stream runs in full on a business day, shortened on
*> a holiday, and not at all on a non-processing day.
    05 :CL:-TYPE PIC X(01).
    05 FILLER PIC X(01).
*> Y marks the shop's fiscal month end, when the month-end reports
*> run.  A month with none marked closes on its last business day.
    05 :CL:-FISCAL-ME PIC X(01).
    05 FILLER PIC X(01).
    05 :CL:-DESC PIC X(30).
