*> One line of the compact monthly audit archive FACTAUDM.yyyymm.DAT,
*> written by FACTRETN from a FACTAUD generation before the purge in
*> FACTORIAL may delete it, and read back by FACTINQ and FACTCHGB
*> for dates the live generations no longer cover.  Pipe-delimited
*> and fixed width like the run history; the four-thousand-byte
*> total is not kept, only its digit count and a check hash.
*> Date of the generation the line was folded from.
    05 :AC:-GEN-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 :AC:-TIMESTAMP PIC X(19).
    05 FILLER PIC X(01).
    05 :AC:-DEPT PIC X(04).
    05 FILLER PIC X(01).
    05 :AC:-REQ-REF PIC X(08).
    05 FILLER PIC X(01).
    05 :AC:-OP PIC X(01).
    05 FILLER PIC X(01).
    05 :AC:-NUM PIC X(03).
    05 FILLER PIC X(01).
    05 :AC:-NUM2 PIC X(03).
    05 FILLER PIC X(01).
*> COMPUTED, SKIPPED, OVERFLOW, or ESTIMATE, as the audit total
*> showed it.
    05 :AC:-OUTCOME PIC X(08).
    05 FILLER PIC X(01).
*> Digits in the computed total, grouping commas not counted, and
*> the check hash: each digit times its position from the left,
*> summed.  Both are zero for SKIPPED and OVERFLOW.  An ESTIMATE
*> carries its estimated digit count here, 9999 standing for any
*> count past four places, and the count in full in place of the
*> hash.
    05 :AC:-DIGITS PIC X(04).
    05 FILLER PIC X(01).
    05 :AC:-HASH PIC X(12).
