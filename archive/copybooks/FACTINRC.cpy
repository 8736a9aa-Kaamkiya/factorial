    05 :FI:-DEPT PIC X(04).
    05 :FI:-REQ-REF PIC X(08).
*> Operation code: F (or space) = factorial, P = permutation nPr,
*> C = combination nCr, D = double factorial, E = estimate (see
*> EST-OP below).  The second operand is the r of nPr and nCr and
*> is ignored for F and D.
    05 :FI:-OP PIC X(01).
    05 :FI:-NUM2 PIC 9(03).
*> Priority class: H is worked ahead of everything else; L, or
*> space on legacy records, may be deferred to the next run when a
*> MAX-RECORDS or MAX-SECONDS ceiling cuts the batch short.
    05 :FI:-PRIORITY PIC X(01).
*> Estimate acceptable: Y lets the batch answer with an estimate, in
*> the form operation E gives, where the full result would come
*> back OVERFLOW.  Space or N leaves such a request as OVERFLOW.
    05 :FI:-EST-OK PIC X(01).
*> Operation E asks for the estimate outright.  It carries 000 in
*> NUM and names the operation estimated - F, P, or C - and its
*> seven-digit operands here; all three stay space on other records.
    05 :FI:-EST-OP PIC X(01).
    05 :FI:-EST-NUM PIC 9(07).
    05 :FI:-EST-NUM2 PIC 9(07).
