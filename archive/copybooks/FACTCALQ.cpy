*> Request passed to FACTCAL.  D = describe DATE: its day type and
*> whether it is the fiscal month end.  A = age: the number of
*> business days after FROM-DATE up to and including DATE.  B = back:
*> RESULT-DATE is the DAYS-th business day counting back from DATE,
*> DATE itself included when it is a business day, so the last DAYS
*> business days run from RESULT-DATE through DATE.
    05 :CQ:-FUNCTION PIC X(01).
    05 :CQ:-DATE PIC 9(08).
    05 :CQ:-FROM-DATE PIC 9(08).
    05 :CQ:-DAYS PIC 9(04).
    05 :CQ:-RESULT-DATE PIC 9(08).
*> Returned by D, for DATE: B, H, or N as on FACTCALR, and Y when
*> DATE is the fiscal month end.
    05 :CQ:-DAY-TYPE PIC X(01).
    05 :CQ:-FISCAL-ME-SW PIC X(01).
*> Returned by A.
    05 :CQ:-BUSINESS-DAYS PIC 9(05).
