*> the same way FACTAUDS reads them.  Every computed request is
*> priced from FACTRATE.DAT by operation code and result-size band;
*> skipped and overflowed requests are billed at the handling rate
*> carried on the H line of the same file.  Estimates are priced on
*> their own E lines by the digit count of the result estimated.
*> One statement file per department - FACTCHG followed by the
*> department code and .DAT - shows the request detail and the
*> month's total, and FACTCHGS.DAT gives finance the per-department
*> totals and a grand total whose request count cross-foots to
*> FACTAUDS's monthly figure.
*>
*> Rate lines are pipe-delimited and fixed width: operation code
*> (F, P, C, D, E, or H for handling), low band, high band - both
*> four-digit counts of result digits - and the rate as seven
*> digits with two implied decimals, so 0001250 bills 12.50 per
*> request.  Lines opening with an asterisk are comments.
*>
*> Each statement closes with the department's budget position from
*> the department master FACTDEPT.DAT: requests billed this month
*> against the monthly request budget allowed there.
*>
*> Days of the month whose generation has already been purged are
*> billed from the FACTRETN monthly audit archive, which carries the
*> outcome and result digit count each charge needs.
*>
*> FACTNITE runs the statements on the shop's fiscal month end and
*> hands over the month through FACTDATE.DAT; run on demand, the
*> program asks for the month to bill.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT OPTIONAL FACT-RTE ASSIGN TO "FACTRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTRTE-STATUS.
    SELECT OPTIONAL FACT-DEPT ASSIGN TO "FACTDEPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDEPT-STATUS.
    SELECT OPTIONAL FACT-AUD ASSIGN TO WS-FACTAUD-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUD-STATUS.
    SELECT OPTIONAL FACT-AUM ASSIGN TO WS-FACTAUM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUM-STATUS.
    SELECT FACT-CHG ASSIGN TO WS-FACTCHG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTCHG-STATUS.
    SELECT FACT-CHS ASSIGN TO "FACTCHGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTCHS-STATUS.
    SELECT OPTIONAL FACT-DTE ASSIGN TO "FACTDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDTE-STATUS.

DATA DIVISION.
FILE SECTION.
    05 RTE-RATE PIC X(07).
    05 FILLER PIC X(61).

FD FACT-DEPT.
01 FACT-DEPT-REC.
    COPY FACTDEPR REPLACING ==:DP:== BY ==DEPT==.

FD FACT-AUD.
01 FACT-AUD-REC PIC X(4080).

FD FACT-AUM.
01 FACT-AUM-REC.
    COPY AUDCMPR REPLACING ==:AC:== BY ==AUM==.

FD FACT-CHG.
01 FACT-CHG-REC PIC X(132).

FD FACT-CHS.
01 FACT-CHS-REC PIC X(132).

FD FACT-DTE.
01 FACT-DTE-REC PIC X(08).

WORKING-STORAGE SECTION.
01 WS-AUD-LINE.
    COPY AUDLINE REPLACING ==:AL:== BY ==AL==.
01 WS-FACTRTE-STATUS PIC XX.
01 WS-FACTDEPT-STATUS PIC XX.
01 WS-FACTAUD-STATUS PIC XX.
01 WS-FACTCHG-STATUS PIC XX.
01 WS-FACTCHS-STATUS PIC XX.
01 WS-FACTDTE-STATUS PIC XX.
01 WS-DTE-FOUND-SW PIC X VALUE "N".
01 WS-FACTAUD-NAME PIC X(30).
01 WS-FACTAUM-STATUS PIC XX.
01 WS-FACTAUM-NAME PIC X(30).
*> Which days of the month still have a live generation; the rest
*> are read from the monthly archive.  The archive switch is set
*> while an archive line is in hand, so pricing takes its digit
*> count from the archive rather than from a total it lacks.
01 WS-DAY-LIVE-TABLE.
    05 WS-DAY-LIVE PIC X OCCURS 31 TIMES.
01 WS-ARCHIVE-NEEDED-SW PIC X.
01 WS-ARCHIVE-SW PIC X VALUE "N".
01 WS-ARCH-DAY PIC 9(2).
01 WS-FACTCHG-NAME PIC X(30).
01 WS-EOF-SW PIC X VALUE "N".
01 WS-MONTH PIC X(6).
        10 WS-DEPT-REQS PIC 9(8).
        10 WS-DEPT-TOTAL PIC 9(9)V99.
01 WS-WORK-DEPT PIC X(04).
*> Budget figures from the department master, keyed by code.
01 WS-MST-COUNT PIC 9(2) VALUE 0.
01 WS-MST-IDX PIC 9(2).
01 WS-MST-FIND PIC 9(2).
01 WS-MST-TABLE.
    05 WS-MST-ENTRY OCCURS 50 TIMES.
        10 WS-MST-CODE PIC X(04).
        10 WS-MST-NAME PIC X(30).
        10 WS-MST-BUDGET PIC 9(07).
01 WS-BUDGET-EDITED PIC Z(6)9.
01 WS-BUDGET-PCT PIC 9(5).
01 WS-PCT-EDITED PIC ZZZZ9.
01 WS-BUDGET-LINE PIC X(80).
*> Set by 4000-PRICE-ONE-LINE for the audit line in hand.
01 WS-OUTCOME PIC X(8).
01 WS-PRICE-OP PIC X.
01 WS-DIGITS PIC 9(4).
01 WS-ESTIMATE.
    COPY ESTLINE REPLACING ==:ES:== BY ==EST==.
01 WS-CHARGE PIC 9(5)V99.
01 WS-RATED-SW PIC X.
01 WS-SCAN-POS PIC 9(4).
0000-MAIN.
    PERFORM 1000-GET-MONTH
    PERFORM 1500-LOAD-RATE-TABLE
    PERFORM 1700-LOAD-DEPARTMENT-MASTER
    MOVE "1" TO WS-PASS-SW
    PERFORM 2000-READ-THE-MONTH
    IF WS-DEPT-COUNT = 0
    END-IF
    DISPLAY "FACTCHGB: " WS-CNT-TOTAL " requests billed for "
        WS-MONTH ", " WS-CNT-UNRATED " with no matching rate."
    MOVE 0 TO RETURN-CODE
    GOBACK.

*> A date left in FACTDATE.DAT by the nightly driver supplies the
*> month without a prompt, as in FACTAUDS.
1000-GET-MONTH.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT FACT-DTE
    READ FACT-DTE
        AT END
            CONTINUE
        NOT AT END
            IF FACT-DTE-REC NUMERIC
                MOVE FACT-DTE-REC(1:6) TO WS-MONTH
                MOVE "Y" TO WS-DTE-FOUND-SW
            END-IF
    END-READ
    CLOSE FACT-DTE
    IF WS-DTE-FOUND-SW = "N"
        DISPLAY "Enter month to bill (YYYYMM, blank = current):"
        ACCEPT WS-MONTH
            ON EXCEPTION
                MOVE SPACES TO WS-MONTH
        END-ACCEPT
        IF WS-MONTH = SPACES OR WS-MONTH(1:6) NOT NUMERIC
            MOVE WS-RUN-DATE(1:6) TO WS-MONTH
        END-IF
    END-IF.

1500-LOAD-RATE-TABLE.
        END-IF
    END-IF.

1700-LOAD-DEPARTMENT-MASTER.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-DEPT
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-DEPT
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF FACT-DEPT-REC NOT = SPACES
                    AND DEPT-CODE(1:1) NOT = "*"
                    AND DEPT-BUDGET NUMERIC
                    AND WS-MST-COUNT < 50
                    ADD 1 TO WS-MST-COUNT
                    MOVE DEPT-CODE TO WS-MST-CODE(WS-MST-COUNT)
                    MOVE DEPT-NAME TO WS-MST-NAME(WS-MST-COUNT)
                    MOVE DEPT-BUDGET TO WS-MST-BUDGET(WS-MST-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-DEPT.

2000-READ-THE-MONTH.
    MOVE "N" TO WS-ARCHIVE-NEEDED-SW
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 31
        MOVE SPACES TO WS-FACTAUD-NAME
        STRING "FACTAUD." WS-MONTH WS-DAY-IDX ".DAT"
            DELIMITED BY SIZE INTO WS-FACTAUD-NAME
        PERFORM 2100-READ-ONE-DAY
    END-PERFORM
    IF WS-ARCHIVE-NEEDED-SW = "Y"
        PERFORM 2200-READ-ARCHIVE-DAYS
    END-IF.

2100-READ-ONE-DAY.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AUD
    IF WS-FACTAUD-STATUS = "00"
        MOVE "Y" TO WS-DAY-LIVE(WS-DAY-IDX)
    ELSE
        MOVE "N" TO WS-DAY-LIVE(WS-DAY-IDX)
        MOVE "Y" TO WS-ARCHIVE-NEEDED-SW
        MOVE "Y" TO WS-EOF-SW
    END-IF
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUD
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                MOVE FACT-AUD-REC TO WS-AUD-LINE
                PERFORM 2150-USE-ONE-LINE
        END-READ
    END-PERFORM
    CLOSE FACT-AUD.

2150-USE-ONE-LINE.
    IF WS-PASS-SW = "1"
        PERFORM 3000-TALLY-ONE-LINE
    ELSE
        IF AL-DEPT = WS-DEPT-CODE(WS-DEPT-IDX)
            PERFORM 5100-WRITE-DETAIL-LINE
        END-IF
    END-IF.

*> Only lines folded from a day with no live generation are used,
*> so a day is never billed twice when its generation and its
*> archive lines are both still on hand.
2200-READ-ARCHIVE-DAYS.
    MOVE SPACES TO WS-FACTAUM-NAME
    STRING "FACTAUDM." WS-MONTH ".DAT"
        DELIMITED BY SIZE INTO WS-FACTAUM-NAME
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AUM
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUM
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF AUM-GEN-DATE(1:6) = WS-MONTH
                    AND AUM-GEN-DATE(7:2) NUMERIC
                    MOVE AUM-GEN-DATE(7:2) TO WS-ARCH-DAY
                    IF WS-ARCH-DAY > 0 AND WS-ARCH-DAY NOT > 31
                        IF WS-DAY-LIVE(WS-ARCH-DAY) = "N"
                            PERFORM 2300-USE-ARCHIVE-LINE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUM.

2300-USE-ARCHIVE-LINE.
    MOVE SPACES TO WS-AUD-LINE
    MOVE AUM-TIMESTAMP TO AL-TIMESTAMP
    MOVE AUM-DEPT TO AL-DEPT
    MOVE AUM-REQ-REF TO AL-REQ-REF
    MOVE AUM-OP TO AL-OP
    MOVE AUM-NUM TO AL-NUM
    MOVE AUM-NUM2 TO AL-NUM2
    MOVE "Y" TO WS-ARCHIVE-SW
    PERFORM 2150-USE-ONE-LINE
    MOVE "N" TO WS-ARCHIVE-SW.

3000-TALLY-ONE-LINE.
    ADD 1 TO WS-CNT-TOTAL

*> Prices the audit line in hand.  Result size comes straight off
*> the edited total - digits counted, grouping commas passed over -
*> so no table or archive read is needed to bill a request.  An
*> archive line brings its outcome and digit count with it.
4000-PRICE-ONE-LINE.
    MOVE 0 TO WS-CHARGE
    MOVE 0 TO WS-DIGITS
    MOVE "N" TO WS-RATED-SW
    EVALUATE TRUE
        WHEN WS-ARCHIVE-SW = "Y" AND AUM-OUTCOME = "ESTIMATE"
            MOVE "ESTIMATE" TO WS-OUTCOME
            MOVE "E" TO WS-PRICE-OP
            IF AUM-DIGITS NUMERIC
                MOVE AUM-DIGITS TO WS-DIGITS
            END-IF
        WHEN WS-ARCHIVE-SW = "Y" AND AUM-OUTCOME NOT = "COMPUTED"
            MOVE AUM-OUTCOME TO WS-OUTCOME
            MOVE "H" TO WS-PRICE-OP
        WHEN WS-ARCHIVE-SW = "Y"
            MOVE "COMPUTED" TO WS-OUTCOME
            MOVE AL-OP TO WS-PRICE-OP
            IF WS-PRICE-OP = SPACE
                MOVE "F" TO WS-PRICE-OP
            END-IF
            IF AUM-DIGITS NUMERIC
                MOVE AUM-DIGITS TO WS-DIGITS
            END-IF
        WHEN AL-TOTAL(1:8) = "SKIPPED "
            MOVE "SKIPPED" TO WS-OUTCOME
            MOVE "H" TO WS-PRICE-OP
        WHEN AL-TOTAL(1:8) = "OVERFLOW"
            MOVE "OVERFLOW" TO WS-OUTCOME
            MOVE "H" TO WS-PRICE-OP
        WHEN AL-TOTAL(1:8) = "ESTIMATE"
            MOVE "ESTIMATE" TO WS-OUTCOME
            MOVE "E" TO WS-PRICE-OP
            PERFORM 4200-TAKE-ESTIMATE-DIGITS
        WHEN OTHER
            MOVE "COMPUTED" TO WS-OUTCOME
            MOVE AL-OP TO WS-PRICE-OP
        END-EVALUATE
    END-PERFORM.

*> The band is read on the digit count the estimate reports, held
*> to the four places a rate line's bands allow.
4200-TAKE-ESTIMATE-DIGITS.
    MOVE AL-TOTAL TO WS-ESTIMATE
    IF EST-DIGITS NUMERIC
        IF EST-DIGITS > 9999
            MOVE 9999 TO WS-DIGITS
        ELSE
            MOVE EST-DIGITS TO WS-DIGITS
        END-IF
    END-IF.

5000-WRITE-ONE-STATEMENT.
    MOVE SPACES TO WS-FACTCHG-NAME
    STRING "FACTCHG." DELIMITED BY SIZE
        " - MONTH " WS-MONTH
        DELIMITED BY SIZE INTO FACT-CHG-REC
    WRITE FACT-CHG-REC
    PERFORM 5200-FIND-MASTER-ENTRY
    IF WS-MST-FIND > 0
        MOVE SPACES TO FACT-CHG-REC
        STRING "DEPARTMENT NAME: " WS-MST-NAME(WS-MST-FIND)
            DELIMITED BY SIZE INTO FACT-CHG-REC
        WRITE FACT-CHG-REC
    END-IF
    PERFORM 2000-READ-THE-MONTH
    MOVE WS-DEPT-REQS(WS-DEPT-IDX) TO WS-CNT-EDITED
    MOVE WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-MONEY-EDITED
        WS-MONEY-EDITED
        DELIMITED BY SIZE INTO FACT-CHG-REC
    WRITE FACT-CHG-REC
    PERFORM 5300-BUILD-BUDGET-LINE
    MOVE WS-BUDGET-LINE TO FACT-CHG-REC
    WRITE FACT-CHG-REC
    CLOSE FACT-CHG.

5200-FIND-MASTER-ENTRY.
    MOVE 0 TO WS-MST-FIND
    PERFORM VARYING WS-MST-IDX FROM 1 BY 1
        UNTIL WS-MST-IDX > WS-MST-COUNT OR WS-MST-FIND > 0
        IF WS-MST-CODE(WS-MST-IDX) = WS-DEPT-CODE(WS-DEPT-IDX)
            MOVE WS-MST-IDX TO WS-MST-FIND
        END-IF
    END-PERFORM.

*> Budget used is the same request count the statement bills, so
*> the two figures can never disagree.
5300-BUILD-BUDGET-LINE.
    PERFORM 5200-FIND-MASTER-ENTRY
    MOVE WS-DEPT-REQS(WS-DEPT-IDX) TO WS-CNT-EDITED
    MOVE SPACES TO WS-BUDGET-LINE
    EVALUATE TRUE
        WHEN WS-MST-FIND = 0
            STRING "BUDGET: USED = " WS-CNT-EDITED
                " - DEPARTMENT NOT ON FACTDEPT.DAT"
                DELIMITED BY SIZE INTO WS-BUDGET-LINE
        WHEN WS-MST-BUDGET(WS-MST-FIND) = 0
            STRING "BUDGET: USED = " WS-CNT-EDITED
                " - NO MONTHLY BUDGET SET"
                DELIMITED BY SIZE INTO WS-BUDGET-LINE
        WHEN OTHER
            MOVE WS-MST-BUDGET(WS-MST-FIND) TO WS-BUDGET-EDITED
            COMPUTE WS-BUDGET-PCT ROUNDED =
                WS-DEPT-REQS(WS-DEPT-IDX) * 100
                / WS-MST-BUDGET(WS-MST-FIND)
                ON SIZE ERROR
                    MOVE 99999 TO WS-BUDGET-PCT
            END-COMPUTE
            MOVE WS-BUDGET-PCT TO WS-PCT-EDITED
            IF WS-DEPT-REQS(WS-DEPT-IDX) > WS-MST-BUDGET(WS-MST-FIND)
                STRING "BUDGET: USED = " WS-CNT-EDITED
                    " OF ALLOWED = " WS-BUDGET-EDITED
                    " (" WS-PCT-EDITED "%) ** OVER BUDGET"
                    DELIMITED BY SIZE INTO WS-BUDGET-LINE
            ELSE
                STRING "BUDGET: USED = " WS-CNT-EDITED
                    " OF ALLOWED = " WS-BUDGET-EDITED
                    " (" WS-PCT-EDITED "%)"
                    DELIMITED BY SIZE INTO WS-BUDGET-LINE
            END-IF
    END-EVALUATE.

5100-WRITE-DETAIL-LINE.
    PERFORM 4000-PRICE-ONE-LINE
    MOVE WS-CHARGE TO WS-MONEY-EDITED
            " TOTAL = " WS-MONEY-EDITED
            DELIMITED BY SIZE INTO FACT-CHS-REC
        WRITE FACT-CHS-REC
        PERFORM 5300-BUILD-BUDGET-LINE
        MOVE SPACES TO FACT-CHS-REC
        STRING "       " WS-BUDGET-LINE
            DELIMITED BY SIZE INTO FACT-CHS-REC
        WRITE FACT-CHS-REC
    END-PERFORM
    MOVE WS-CNT-TOTAL TO WS-CNT-EDITED
    MOVE SPACES TO FACT-CHS-REC
