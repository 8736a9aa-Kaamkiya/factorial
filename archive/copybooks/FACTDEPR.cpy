*> One line of the department master FACTDEPT.DAT, maintained from
*> the FACTDPTM screen.  Pipe-delimited and fixed width like the
*> rate file; the numeric fields are carried as text so a damaged
*> line can be caught with a NUMERIC test instead of abending.
    05 :DP:-CODE PIC X(04).
    05 FILLER PIC X(01).
    05 :DP:-NAME PIC X(30).
    05 FILLER PIC X(01).
*> A = active, C = closed.  A closed department's new requests are
*> rejected, but its history still reports and bills.
    05 :DP:-STATUS PIC X(01).
    05 FILLER PIC X(01).
*> Highest NUM the department may request; MAX-NUM in FACTPRM.DAT
*> still caps everyone.
    05 :DP:-MAX-NUM PIC X(03).
    05 FILLER PIC X(01).
*> Operation codes the department may request, left-justified; a
*> record with a blank OP is judged as F.
    05 :DP:-OPS PIC X(08).
    05 FILLER PIC X(01).
*> Requests the department may have billed in one calendar month;
*> zero means no budget is set.
    05 :DP:-BUDGET PIC X(07).
