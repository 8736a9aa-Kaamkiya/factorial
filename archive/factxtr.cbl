01 WS-ARC-BIGNUM.
    COPY BIGNUM REPLACING ==:BN:== BY ==ARC==.
01 WS-CNT-LINES PIC 9(8) VALUE 0.
01 WS-ESTIMATE.
    COPY ESTLINE REPLACING ==:ES:== BY ==EST==.

PROCEDURE DIVISION.
0000-MAIN.
        END-IF
    END-IF.

*> An estimate has no digits to extract and goes out in a layout of
*> its own: OP, NUM, and R as audited, then the operation estimated
*> and its operands, the digit count, the leading digits, the power
*> of ten, the trailing zeros, the timestamp, and ESTIMATE.
2000-EXTRACT-ONE.
    MOVE FACT-AUD-REC TO WS-AUD-LINE
    IF AL-TOTAL(1:8) = "ESTIMATE"
        PERFORM 2100-EXTRACT-ESTIMATE
    ELSE
        PERFORM 2200-EXTRACT-TOTAL
    END-IF
    WRITE FACT-XTR-REC
    ADD 1 TO WS-CNT-LINES.

2100-EXTRACT-ESTIMATE.
    MOVE AL-TOTAL TO WS-ESTIMATE
    MOVE SPACES TO FACT-XTR-REC
    STRING AL-OP "|" AL-NUM "|" AL-NUM2 "|" EST-BASE-OP "|"
        EST-N "|" EST-R "|" EST-DIGITS "|" EST-MANTISSA "|"
        EST-EXPONENT "|" EST-ZEROS "|" AL-TIMESTAMP "|ESTIMATE"
        DELIMITED BY SIZE INTO FACT-XTR-REC.

2200-EXTRACT-TOTAL.
    MOVE SPACES TO WS-RAW-TOTAL
    MOVE 0 TO WS-RAW-POS
    EVALUATE TRUE
        STRING AL-OP "|" AL-NUM "|" AL-NUM2 "|0000||"
            AL-TIMESTAMP "|" WS-STATUS
            DELIMITED BY SIZE INTO FACT-XTR-REC
    END-IF.

*> The table stores digits least significant first; the extract wants
*> them reading order, so the text is reversed on the way out.  An
