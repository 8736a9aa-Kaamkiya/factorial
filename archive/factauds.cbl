01 WS-CNT-TOTAL PIC 9(8) VALUE 0.
01 WS-CNT-SKIPPED PIC 9(8) VALUE 0.
01 WS-CNT-OVERFLOW PIC 9(8) VALUE 0.
01 WS-CNT-ESTIMATED PIC 9(8) VALUE 0.
01 WS-DAY-COUNTS.
    05 WS-DAY-COUNT PIC 9(8) OCCURS 31 TIMES.
01 WS-NUM-COUNTS.
    END-IF
    IF AL-TOTAL(1:8) = "OVERFLOW"
        ADD 1 TO WS-CNT-OVERFLOW
    END-IF
    IF AL-TOTAL(1:8) = "ESTIMATE"
        ADD 1 TO WS-CNT-ESTIMATED
    END-IF.

3000-WRITE-SUMMARY.
    STRING "TOTAL OVERFLOWED = " WS-CNT-EDITED
        DELIMITED BY SIZE INTO FACT-SUM-REC
    WRITE FACT-SUM-REC
    MOVE WS-CNT-ESTIMATED TO WS-CNT-EDITED
    MOVE SPACES TO FACT-SUM-REC
    STRING "TOTAL ESTIMATED  = " WS-CNT-EDITED
        DELIMITED BY SIZE INTO FACT-SUM-REC
    WRITE FACT-SUM-REC
    CLOSE FACT-SUM
    DISPLAY "FACTAUDS: summary for " WS-MONTH
        " written to FACTSUM.DAT".
