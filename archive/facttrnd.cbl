IDENTIFICATION DIVISION.
PROGRAM-ID. FACTTRND.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Monthly batch-window trend report over the run history
*> FACTHIST.DAT that FACTNITE appends to.  For the month it shows
*> the average and worst elapsed seconds of every step - a step the
*> stream bypassed is counted apart and not averaged in - then the
*> FACTORIAL counters run by run - cache hit rate and deferrals -
*> against the month before, so a slide in either shows up before it
*> bites.  Last comes a projection of when FACTORIAL will outgrow
*> the MAX-SECONDS window: a straight-line fit of its demand over
*> the last ninety days of history.  Demand is the elapsed time
*> scaled up by the share of records that were deferred, since a
*> run held to the ceiling stops showing how long the whole batch
*> would have taken.  Runs as a month-end step of FACTNITE, taking
*> the month from FACTDATE.DAT, or on demand with a prompt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-PRM ASSIGN TO "FACTPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRM-STATUS.
    SELECT OPTIONAL FACT-HST ASSIGN TO "FACTHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTHST-STATUS.
    SELECT FACT-TRD ASSIGN TO "FACTTRND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTTRD-STATUS.
    SELECT OPTIONAL FACT-DTE ASSIGN TO "FACTDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDTE-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-PRM.
01 FACT-PRM-REC PIC X(80).

FD FACT-HST.
01 FACT-HST-REC.
    COPY FACTHSTR REPLACING ==:HS:== BY ==HST==.

FD FACT-TRD.
01 FACT-TRD-REC PIC X(132).

FD FACT-DTE.
01 FACT-DTE-REC PIC X(08).

WORKING-STORAGE SECTION.
01 WS-FACTPRM-STATUS PIC XX.
01 WS-FACTHST-STATUS PIC XX.
01 WS-FACTTRD-STATUS PIC XX.
01 WS-FACTDTE-STATUS PIC XX.
01 WS-DTE-FOUND-SW PIC X VALUE "N".
01 WS-PRM-EOF-SW PIC X VALUE "N".
01 WS-PRM-KEY PIC X(20).
01 WS-PRM-VALUE PIC X(50).
01 WS-EOF-SW PIC X VALUE "N".
01 WS-MONTH PIC X(6).
01 WS-PREV-MONTH PIC X(6).
01 WS-RUN-DATE PIC 9(8).
01 WS-WORK-DATE PIC 9(8).
01 WS-MONTH-END-INT PIC 9(8).
01 WS-WINDOW-INT PIC 9(8).
01 WS-LINE-INT PIC 9(8).
*> FACTORIAL's time ceiling; zero means none is set.
01 WS-MAX-SECONDS PIC 9(5) VALUE 0.
01 WS-ELAPSED PIC 9(6).
01 WS-LINE-READ PIC 9(8).
01 WS-LINE-HIT PIC 9(8).
01 WS-LINE-DEFERRED PIC 9(8).
*> One slot per step name seen in the month.
01 WS-STEP-COUNT PIC 9(2) VALUE 0.
01 WS-STEP-IDX PIC 9(2).
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 20 TIMES.
        10 WS-STEP-NAME PIC X(09).
        10 WS-STEP-RUNS PIC 9(6).
        10 WS-STEP-FAILS PIC 9(6).
        10 WS-STEP-BYPASSED PIC 9(6).
        10 WS-STEP-TOTAL PIC 9(10).
        10 WS-STEP-WORST PIC 9(6).
        10 WS-STEP-WORST-DATE PIC X(08).
*> FACTORIAL runs within the ninety-day fitting window, oldest
*> first as the history file holds them.
01 WS-FCT-COUNT PIC 9(4) VALUE 0.
01 WS-FCT-IDX PIC 9(4).
01 WS-FCT-TABLE.
    05 WS-FCT-ENTRY OCCURS 400 TIMES.
        10 WS-FCT-DATE PIC 9(8).
        10 WS-FCT-DAY PIC 9(8).
        10 WS-FCT-ELAPSED PIC 9(6).
        10 WS-FCT-READ PIC 9(8).
        10 WS-FCT-HIT PIC 9(8).
        10 WS-FCT-DEFERRED PIC 9(8).
        10 WS-FCT-DEMAND PIC 9(7)V99.
*> Month and prior-month FACTORIAL totals for the trend lines.
01 WS-CUR-RUNS PIC 9(6) VALUE 0.
01 WS-CUR-READ PIC 9(10) VALUE 0.
01 WS-CUR-HIT PIC 9(10) VALUE 0.
01 WS-CUR-DEFERRED PIC 9(10) VALUE 0.
01 WS-PRV-RUNS PIC 9(6) VALUE 0.
01 WS-PRV-READ PIC 9(10) VALUE 0.
01 WS-PRV-HIT PIC 9(10) VALUE 0.
01 WS-PRV-DEFERRED PIC 9(10) VALUE 0.
01 WS-RATE PIC 9(3)V9.
01 WS-RATE-EDITED PIC ZZ9.9.
01 WS-PRV-RATE PIC 9(3)V9.
01 WS-PRV-RATE-EDITED PIC ZZ9.9.
01 WS-AVG-DEFERRED PIC 9(8)V9.
01 WS-AVG-DEF-EDITED PIC Z(7)9.9.
01 WS-PRV-AVG-DEFERRED PIC 9(8)V9.
01 WS-PRV-AVG-DEF-EDITED PIC Z(7)9.9.
01 WS-TREND-WORD PIC X(10).
*> Least-squares fit of demand seconds against day number.
01 WS-SUM-X PIC S9(12)V9(4).
01 WS-SUM-Y PIC S9(12)V9(4).
01 WS-SUM-XY PIC S9(15)V9(4).
01 WS-SUM-XX PIC S9(15)V9(4).
01 WS-FIT-N PIC 9(4).
01 WS-FIT-X PIC S9(8).
01 WS-DENOM PIC S9(15)V9(4).
01 WS-SLOPE PIC S9(7)V9(6).
01 WS-INTERCEPT PIC S9(9)V9(4).
01 WS-FIT-NOW PIC S9(9)V9(4).
01 WS-DAYS-TO-GO PIC S9(9).
01 WS-BREACH-INT PIC 9(8).
01 WS-BREACH-DATE PIC 9(8).
01 WS-BREACH-EDITED PIC 9999/99/99.
01 WS-SLOPE-EDITED PIC -(5)9.999.
01 WS-FIT-EDITED PIC Z(8)9.
01 WS-MAX-EDITED PIC Z(4)9.
01 WS-CNT-EDITED PIC Z(7)9.
01 WS-SECS-EDITED PIC Z(5)9.
01 WS-FAIL-EDITED PIC Z(7)9.
01 WS-FAIL-TEXT PIC X(20).
01 WS-BYPASS-EDITED PIC Z(7)9.
01 WS-AVG-EDITED PIC Z(5)9.9.
01 WS-AVG-SECS PIC 9(6)V9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0900-READ-PARAMETERS
    PERFORM 1000-GET-MONTH
    PERFORM 2000-LOAD-HISTORY
    OPEN OUTPUT FACT-TRD
    MOVE SPACES TO FACT-TRD-REC
    STRING "BATCH WINDOW TREND REPORT FOR MONTH " WS-MONTH
        DELIMITED BY SIZE INTO FACT-TRD-REC
    WRITE FACT-TRD-REC
    PERFORM 3000-WRITE-STEP-TIMES
    PERFORM 4000-WRITE-FACTORIAL-TREND
    PERFORM 5000-WRITE-PROJECTION
    CLOSE FACT-TRD
    DISPLAY "FACTTRND: trend report for " WS-MONTH
        " written to FACTTRND.DAT"
    GOBACK.

*> Only MAX-SECONDS matters here; every other FACTPRM.DAT parameter
*> is passed over without comment.
0900-READ-PARAMETERS.
    OPEN INPUT FACT-PRM
    PERFORM UNTIL WS-PRM-EOF-SW = "Y"
        READ FACT-PRM
            AT END
                MOVE "Y" TO WS-PRM-EOF-SW
            NOT AT END
                PERFORM 0910-APPLY-PARAMETER
        END-READ
    END-PERFORM
    CLOSE FACT-PRM.

0910-APPLY-PARAMETER.
    IF FACT-PRM-REC = SPACES OR FACT-PRM-REC(1:1) = "*"
        CONTINUE
    ELSE
        MOVE SPACES TO WS-PRM-KEY
        MOVE SPACES TO WS-PRM-VALUE
        UNSTRING FACT-PRM-REC DELIMITED BY "="
            INTO WS-PRM-KEY WS-PRM-VALUE
        IF WS-PRM-KEY = "MAX-SECONDS"
            AND WS-PRM-VALUE(1:5) NUMERIC
            AND WS-PRM-VALUE(6:45) = SPACES
            MOVE WS-PRM-VALUE(1:5) TO WS-MAX-SECONDS
        END-IF
    END-IF.

*> A date left in FACTDATE.DAT by the nightly driver supplies the
*> month without a prompt so the stream needs no operator typing.
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
        DISPLAY "Enter month to report (YYYYMM, blank = current):"
        ACCEPT WS-MONTH
            ON EXCEPTION
                MOVE SPACES TO WS-MONTH
        END-ACCEPT
        IF WS-MONTH = SPACES OR WS-MONTH(1:6) NOT NUMERIC
            MOVE WS-RUN-DATE(1:6) TO WS-MONTH
        END-IF
    END-IF
    MOVE WS-MONTH TO WS-WORK-DATE(1:6)
    MOVE "01" TO WS-WORK-DATE(7:2)
    COMPUTE WS-LINE-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-LINE-INT)
    MOVE WS-WORK-DATE(1:6) TO WS-PREV-MONTH
    MOVE WS-MONTH TO WS-WORK-DATE(1:6)
    MOVE "28" TO WS-WORK-DATE(7:2)
    COMPUTE WS-MONTH-END-INT =
        FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 4
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
    MOVE "01" TO WS-WORK-DATE(7:2)
    COMPUTE WS-MONTH-END-INT =
        FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
    COMPUTE WS-WINDOW-INT = WS-MONTH-END-INT - 89.

2000-LOAD-HISTORY.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-HST
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-HST
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF HST-RUN-DATE NUMERIC AND HST-ELAPSED NUMERIC
                    PERFORM 2100-TAKE-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-HST.

2100-TAKE-ONE-LINE.
    MOVE HST-ELAPSED TO WS-ELAPSED
    IF HST-RUN-DATE(1:6) = WS-MONTH
        PERFORM 2200-ADD-STEP-TIME
    END-IF
    IF HST-STEP = "FACTORIAL" AND HST-OUTCOME = "COMPLETE"
        AND HST-CNT-READ NUMERIC AND HST-CNT-CACHE-HIT NUMERIC
        AND HST-CNT-DEFERRED NUMERIC
        PERFORM 2300-ADD-FACTORIAL-RUN
    END-IF.

2200-ADD-STEP-TIME.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        OR WS-STEP-NAME(WS-STEP-IDX) = HST-STEP
        CONTINUE
    END-PERFORM
    IF WS-STEP-IDX > WS-STEP-COUNT AND WS-STEP-COUNT < 20
        ADD 1 TO WS-STEP-COUNT
        MOVE WS-STEP-COUNT TO WS-STEP-IDX
        MOVE HST-STEP TO WS-STEP-NAME(WS-STEP-IDX)
        MOVE 0 TO WS-STEP-RUNS(WS-STEP-IDX)
        MOVE 0 TO WS-STEP-FAILS(WS-STEP-IDX)
        MOVE 0 TO WS-STEP-BYPASSED(WS-STEP-IDX)
        MOVE 0 TO WS-STEP-TOTAL(WS-STEP-IDX)
        MOVE 0 TO WS-STEP-WORST(WS-STEP-IDX)
        MOVE SPACES TO WS-STEP-WORST-DATE(WS-STEP-IDX)
    END-IF
    IF WS-STEP-IDX NOT > WS-STEP-COUNT
        AND HST-OUTCOME = "BYPASSED"
        ADD 1 TO WS-STEP-BYPASSED(WS-STEP-IDX)
    END-IF
    IF WS-STEP-IDX NOT > WS-STEP-COUNT
        AND HST-OUTCOME NOT = "BYPASSED"
        ADD 1 TO WS-STEP-RUNS(WS-STEP-IDX)
        ADD WS-ELAPSED TO WS-STEP-TOTAL(WS-STEP-IDX)
        IF HST-OUTCOME = "FAILED  "
            ADD 1 TO WS-STEP-FAILS(WS-STEP-IDX)
        END-IF
        IF WS-ELAPSED > WS-STEP-WORST(WS-STEP-IDX)
            OR WS-STEP-WORST-DATE(WS-STEP-IDX) = SPACES
            MOVE WS-ELAPSED TO WS-STEP-WORST(WS-STEP-IDX)
            MOVE HST-RUN-DATE TO WS-STEP-WORST-DATE(WS-STEP-IDX)
        END-IF
    END-IF.

*> Month and prior-month totals feed the trend lines; runs inside
*> the ninety-day window up to the month's end feed the projection.
2300-ADD-FACTORIAL-RUN.
    MOVE HST-RUN-DATE TO WS-WORK-DATE
    COMPUTE WS-LINE-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
    MOVE HST-CNT-READ TO WS-LINE-READ
    MOVE HST-CNT-CACHE-HIT TO WS-LINE-HIT
    MOVE HST-CNT-DEFERRED TO WS-LINE-DEFERRED
    IF HST-RUN-DATE(1:6) = WS-MONTH
        ADD 1 TO WS-CUR-RUNS
        ADD WS-LINE-READ TO WS-CUR-READ
        ADD WS-LINE-HIT TO WS-CUR-HIT
        ADD WS-LINE-DEFERRED TO WS-CUR-DEFERRED
    END-IF
    IF HST-RUN-DATE(1:6) = WS-PREV-MONTH
        ADD 1 TO WS-PRV-RUNS
        ADD WS-LINE-READ TO WS-PRV-READ
        ADD WS-LINE-HIT TO WS-PRV-HIT
        ADD WS-LINE-DEFERRED TO WS-PRV-DEFERRED
    END-IF
    IF WS-LINE-INT NOT < WS-WINDOW-INT
        AND WS-LINE-INT NOT > WS-MONTH-END-INT
        AND WS-FCT-COUNT < 400
        ADD 1 TO WS-FCT-COUNT
        MOVE WS-WORK-DATE TO WS-FCT-DATE(WS-FCT-COUNT)
        MOVE WS-LINE-INT TO WS-FCT-DAY(WS-FCT-COUNT)
        MOVE WS-ELAPSED TO WS-FCT-ELAPSED(WS-FCT-COUNT)
        MOVE WS-LINE-READ TO WS-FCT-READ(WS-FCT-COUNT)
        MOVE WS-LINE-HIT TO WS-FCT-HIT(WS-FCT-COUNT)
        MOVE WS-LINE-DEFERRED TO WS-FCT-DEFERRED(WS-FCT-COUNT)
        IF WS-LINE-READ > WS-LINE-DEFERRED
            COMPUTE WS-FCT-DEMAND(WS-FCT-COUNT) ROUNDED =
                WS-ELAPSED * WS-FCT-READ(WS-FCT-COUNT)
                / (WS-FCT-READ(WS-FCT-COUNT)
                   - WS-FCT-DEFERRED(WS-FCT-COUNT))
        ELSE
            MOVE WS-ELAPSED TO WS-FCT-DEMAND(WS-FCT-COUNT)
        END-IF
    END-IF.

3000-WRITE-STEP-TIMES.
    MOVE SPACES TO FACT-TRD-REC
    WRITE FACT-TRD-REC
    MOVE "ELAPSED SECONDS BY STEP:" TO FACT-TRD-REC
    WRITE FACT-TRD-REC
    IF WS-STEP-COUNT = 0
        MOVE "  NO RUN HISTORY FOR THIS MONTH" TO FACT-TRD-REC
        WRITE FACT-TRD-REC
    END-IF
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        MOVE 0 TO WS-AVG-SECS
        IF WS-STEP-RUNS(WS-STEP-IDX) > 0
            COMPUTE WS-AVG-SECS ROUNDED =
                WS-STEP-TOTAL(WS-STEP-IDX) / WS-STEP-RUNS(WS-STEP-IDX)
        END-IF
        MOVE WS-AVG-SECS TO WS-AVG-EDITED
        MOVE WS-STEP-WORST(WS-STEP-IDX) TO WS-SECS-EDITED
        MOVE WS-STEP-RUNS(WS-STEP-IDX) TO WS-CNT-EDITED
        MOVE SPACES TO WS-FAIL-TEXT
        IF WS-STEP-FAILS(WS-STEP-IDX) > 0
            MOVE WS-STEP-FAILS(WS-STEP-IDX) TO WS-FAIL-EDITED
            STRING " FAILED = " WS-FAIL-EDITED
                DELIMITED BY SIZE INTO WS-FAIL-TEXT
        END-IF
        MOVE WS-STEP-BYPASSED(WS-STEP-IDX) TO WS-BYPASS-EDITED
        MOVE SPACES TO FACT-TRD-REC
        IF WS-STEP-RUNS(WS-STEP-IDX) > 0
            STRING "  " WS-STEP-NAME(WS-STEP-IDX) " RUNS = "
                WS-CNT-EDITED " BYPASSED = " WS-BYPASS-EDITED
                " AVERAGE = " WS-AVG-EDITED " WORST = " WS-SECS-EDITED
                " ON " WS-STEP-WORST-DATE(WS-STEP-IDX) WS-FAIL-TEXT
                DELIMITED BY SIZE INTO FACT-TRD-REC
        ELSE
            STRING "  " WS-STEP-NAME(WS-STEP-IDX) " RUNS = "
                WS-CNT-EDITED " BYPASSED = " WS-BYPASS-EDITED
                DELIMITED BY SIZE INTO FACT-TRD-REC
        END-IF
        WRITE FACT-TRD-REC
    END-PERFORM.

4000-WRITE-FACTORIAL-TREND.
    MOVE SPACES TO FACT-TRD-REC
    WRITE FACT-TRD-REC
    MOVE "FACTORIAL RUN BY RUN (HIT RATE = CACHE HITS / RECORDS READ):"
        TO FACT-TRD-REC
    WRITE FACT-TRD-REC
    PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
        UNTIL WS-FCT-IDX > WS-FCT-COUNT
        IF WS-FCT-DATE(WS-FCT-IDX)(1:6) = WS-MONTH
            PERFORM 4100-WRITE-ONE-RUN
        END-IF
    END-PERFORM
    IF WS-CUR-READ > 0
        COMPUTE WS-RATE ROUNDED = WS-CUR-HIT * 100 / WS-CUR-READ
    ELSE
        MOVE 0 TO WS-RATE
    END-IF
    IF WS-PRV-READ > 0
        COMPUTE WS-PRV-RATE ROUNDED = WS-PRV-HIT * 100 / WS-PRV-READ
    ELSE
        MOVE 0 TO WS-PRV-RATE
    END-IF
    MOVE WS-RATE TO WS-RATE-EDITED
    MOVE WS-PRV-RATE TO WS-PRV-RATE-EDITED
    EVALUATE TRUE
        WHEN WS-PRV-RUNS = 0 OR WS-CUR-RUNS = 0
            MOVE "NO COMPARE" TO WS-TREND-WORD
        WHEN WS-RATE > WS-PRV-RATE
            MOVE "IMPROVING" TO WS-TREND-WORD
        WHEN WS-RATE < WS-PRV-RATE
            MOVE "FALLING" TO WS-TREND-WORD
        WHEN OTHER
            MOVE "STEADY" TO WS-TREND-WORD
    END-EVALUATE
    MOVE SPACES TO FACT-TRD-REC
    STRING "CACHE HIT RATE   THIS MONTH = " WS-RATE-EDITED
        "%  PRIOR MONTH = " WS-PRV-RATE-EDITED "%  TREND: "
        WS-TREND-WORD
        DELIMITED BY SIZE INTO FACT-TRD-REC
    WRITE FACT-TRD-REC
    IF WS-CUR-RUNS > 0
        COMPUTE WS-AVG-DEFERRED ROUNDED = WS-CUR-DEFERRED / WS-CUR-RUNS
    ELSE
        MOVE 0 TO WS-AVG-DEFERRED
    END-IF
    IF WS-PRV-RUNS > 0
        COMPUTE WS-PRV-AVG-DEFERRED ROUNDED =
            WS-PRV-DEFERRED / WS-PRV-RUNS
    ELSE
        MOVE 0 TO WS-PRV-AVG-DEFERRED
    END-IF
    MOVE WS-AVG-DEFERRED TO WS-AVG-DEF-EDITED
    MOVE WS-PRV-AVG-DEFERRED TO WS-PRV-AVG-DEF-EDITED
    EVALUATE TRUE
        WHEN WS-PRV-RUNS = 0 OR WS-CUR-RUNS = 0
            MOVE "NO COMPARE" TO WS-TREND-WORD
        WHEN WS-AVG-DEFERRED > WS-PRV-AVG-DEFERRED
            MOVE "RISING" TO WS-TREND-WORD
        WHEN WS-AVG-DEFERRED < WS-PRV-AVG-DEFERRED
            MOVE "FALLING" TO WS-TREND-WORD
        WHEN OTHER
            MOVE "STEADY" TO WS-TREND-WORD
    END-EVALUATE
    MOVE SPACES TO FACT-TRD-REC
    STRING "DEFERRED PER RUN THIS MONTH = " WS-AVG-DEF-EDITED
        "  PRIOR MONTH = " WS-PRV-AVG-DEF-EDITED "  TREND: "
        WS-TREND-WORD
        DELIMITED BY SIZE INTO FACT-TRD-REC
    WRITE FACT-TRD-REC.

4100-WRITE-ONE-RUN.
    IF WS-FCT-READ(WS-FCT-IDX) > 0
        COMPUTE WS-RATE ROUNDED =
            WS-FCT-HIT(WS-FCT-IDX) * 100 / WS-FCT-READ(WS-FCT-IDX)
    ELSE
        MOVE 0 TO WS-RATE
    END-IF
    MOVE WS-RATE TO WS-RATE-EDITED
    MOVE WS-FCT-ELAPSED(WS-FCT-IDX) TO WS-SECS-EDITED
    MOVE WS-FCT-READ(WS-FCT-IDX) TO WS-CNT-EDITED
    MOVE WS-FCT-DEFERRED(WS-FCT-IDX) TO WS-FAIL-EDITED
    MOVE SPACES TO FACT-TRD-REC
    STRING "  " WS-FCT-DATE(WS-FCT-IDX) " READ = " WS-CNT-EDITED
        " HIT RATE = " WS-RATE-EDITED "%"
        " ELAPSED = " WS-SECS-EDITED
        " DEFERRED = " WS-FAIL-EDITED
        DELIMITED BY SIZE INTO FACT-TRD-REC
    WRITE FACT-TRD-REC.

*> Day numbers are taken relative to the first run in the window so
*> the sums stay well inside their pictures.
5000-WRITE-PROJECTION.
    MOVE SPACES TO FACT-TRD-REC
    WRITE FACT-TRD-REC
    MOVE WS-MAX-SECONDS TO WS-MAX-EDITED
    MOVE SPACES TO FACT-TRD-REC
    STRING "BATCH WINDOW PROJECTION (MAX-SECONDS = " WS-MAX-EDITED
        ", LAST 90 DAYS OF FACTORIAL DEMAND):"
        DELIMITED BY SIZE INTO FACT-TRD-REC
    WRITE FACT-TRD-REC
    MOVE 0 TO WS-SUM-X
    MOVE 0 TO WS-SUM-Y
    MOVE 0 TO WS-SUM-XY
    MOVE 0 TO WS-SUM-XX
    MOVE WS-FCT-COUNT TO WS-FIT-N
    PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
        UNTIL WS-FCT-IDX > WS-FCT-COUNT
        COMPUTE WS-FIT-X = WS-FCT-DAY(WS-FCT-IDX) - WS-FCT-DAY(1)
        ADD WS-FIT-X TO WS-SUM-X
        ADD WS-FCT-DEMAND(WS-FCT-IDX) TO WS-SUM-Y
        COMPUTE WS-SUM-XY = WS-SUM-XY
            + WS-FIT-X * WS-FCT-DEMAND(WS-FCT-IDX)
        COMPUTE WS-SUM-XX = WS-SUM-XX + WS-FIT-X * WS-FIT-X
    END-PERFORM
    IF WS-FIT-N > 1
        COMPUTE WS-DENOM = WS-FIT-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X
    ELSE
        MOVE 0 TO WS-DENOM
    END-IF
    EVALUATE TRUE
        WHEN WS-MAX-SECONDS = 0
            MOVE "  NO MAX-SECONDS CEILING IS SET - NOTHING TO OUTGROW"
                TO FACT-TRD-REC
            WRITE FACT-TRD-REC
        WHEN WS-FIT-N < 2 OR WS-DENOM = 0
            MOVE "  TOO FEW FACTORIAL RUNS ON RECORD TO PROJECT A TREND"
                TO FACT-TRD-REC
            WRITE FACT-TRD-REC
        WHEN OTHER
            PERFORM 5100-PROJECT-BREACH
    END-EVALUATE.

5100-PROJECT-BREACH.
    COMPUTE WS-SLOPE ROUNDED =
        (WS-FIT-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y) / WS-DENOM
    COMPUTE WS-INTERCEPT ROUNDED =
        (WS-SUM-Y - WS-SLOPE * WS-SUM-X) / WS-FIT-N
    COMPUTE WS-FIT-X = WS-FCT-DAY(WS-FCT-COUNT) - WS-FCT-DAY(1)
    COMPUTE WS-FIT-NOW ROUNDED = WS-INTERCEPT + WS-SLOPE * WS-FIT-X
    MOVE WS-SLOPE TO WS-SLOPE-EDITED
    IF WS-FIT-NOW < 0
        MOVE 0 TO WS-FIT-EDITED
    ELSE
        MOVE WS-FIT-NOW TO WS-FIT-EDITED
    END-IF
    MOVE WS-FIT-N TO WS-CNT-EDITED
    MOVE SPACES TO FACT-TRD-REC
    STRING "  RUNS FITTED = " WS-CNT-EDITED
        "  DEMAND NOW = " WS-FIT-EDITED " SECONDS"
        "  GROWTH PER DAY = " WS-SLOPE-EDITED " SECONDS"
        DELIMITED BY SIZE INTO FACT-TRD-REC
    WRITE FACT-TRD-REC
    EVALUATE TRUE
        WHEN WS-FIT-NOW NOT < WS-MAX-SECONDS
            MOVE "  ** DEMAND HAS ALREADY REACHED THE WINDOW"
                TO FACT-TRD-REC
        WHEN WS-SLOPE NOT > 0
            MOVE "  DEMAND IS NOT GROWING - NO BREACH PROJECTED"
                TO FACT-TRD-REC
        WHEN OTHER
            COMPUTE WS-DAYS-TO-GO ROUNDED =
                (WS-MAX-SECONDS - WS-FIT-NOW) / WS-SLOPE
            IF WS-DAYS-TO-GO > 36500
                MOVE "  GROWTH TOO SLOW TO MATTER WITHIN 100 YEARS"
                    TO FACT-TRD-REC
            ELSE
                COMPUTE WS-BREACH-INT =
                    WS-FCT-DAY(WS-FCT-COUNT) + WS-DAYS-TO-GO
                COMPUTE WS-BREACH-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-BREACH-INT)
                MOVE WS-BREACH-DATE TO WS-BREACH-EDITED
                MOVE WS-DAYS-TO-GO TO WS-CNT-EDITED
                MOVE SPACES TO FACT-TRD-REC
                STRING "  AT CURRENT GROWTH THE WINDOW IS OUTGROWN ON "
                    WS-BREACH-EDITED " (IN " WS-CNT-EDITED " DAYS)"
                    DELIMITED BY SIZE INTO FACT-TRD-REC
            END-IF
    END-EVALUATE
    WRITE FACT-TRD-REC.
