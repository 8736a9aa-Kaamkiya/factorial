*> Result of an estimate (operation E), as FACTESTM fills it and as
*> it is carried in the TOTAL of the report and audit lines, where
*> the leading ESTIMATE tells it from a computed total.  The figures
*> are the result's digit count, its leading significant digits in
*> scientific notation, and its count of trailing zeros; the full
*> product is never expanded.
    05 :ES:-TAG PIC X(08) VALUE "ESTIMATE".
    05 FILLER PIC X(04) VALUE " OF ".
*> Operation estimated - F, P, or C - and its operands, which may run
*> far past the three digits of a computed request's NUM.
    05 :ES:-BASE-OP PIC X(01).
    05 FILLER PIC X(05) VALUE " N = ".
    05 :ES:-N PIC 9(07).
    05 FILLER PIC X(05) VALUE " R = ".
    05 :ES:-R PIC 9(07).
    05 FILLER PIC X(10) VALUE " DIGITS = ".
    05 :ES:-DIGITS PIC 9(08).
    05 FILLER PIC X(11) VALUE " LEADING = ".
    05 :ES:-MANTISSA PIC 9.9(7).
    05 FILLER PIC X(02) VALUE "E+".
    05 :ES:-EXPONENT PIC 9(08).
    05 FILLER PIC X(09) VALUE " ZEROS = ".
    05 :ES:-ZEROS PIC 9(08).
