*> judged by exactly the rules that rejected it.  LK-REASON comes
*> back holding the two-character reject reason, or spaces when the
*> record is clean.
*>
*> A record that passes the field edits is then judged against its
*> department's line on FACTDEPT.DAT: the department must be on the
*> master and active, NUM must be within the department's own limit,
*> the operation must be one it is allowed, and the month's request
*> budget must not be used up.  Usage is counted from the current
*> month's audit generations on the first call - from the monthly
*> audit archive for any day already purged - plus every record
*> this edit has passed since, so a single run cannot overshoot the
*> budget either.  A blank DEPT is judged as NONE, the name the
*> batch reports it under.  Without a FACTDEPT.DAT the department
*> checks are not applied at all.
*>
*> An estimate request - operation E - carries 000 in NUM and R and
*> its own operation and seven-digit operands in columns 22-36, so
*> it is edited on its own path; the estimate-acceptable flag in
*> column 21 may ride on any record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-DEPT ASSIGN TO "FACTDEPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDEPT-STATUS.
    SELECT OPTIONAL FACT-AUD ASSIGN TO WS-FACTAUD-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUD-STATUS.
    SELECT OPTIONAL FACT-AUM ASSIGN TO WS-FACTAUM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUM-STATUS.
    SELECT OPTIONAL FACT-DTE ASSIGN TO "FACTDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDTE-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-DEPT.
01 FACT-DEPT-REC.
    COPY FACTDEPR REPLACING ==:DP:== BY ==DEPT==.

FD FACT-AUD.
01 FACT-AUD-REC PIC X(4080).

FD FACT-AUM.
01 FACT-AUM-REC.
    COPY AUDCMPR REPLACING ==:AC:== BY ==AUM==.

FD FACT-DTE.
01 FACT-DTE-REC PIC X(08).

WORKING-STORAGE SECTION.
01 WS-EDIT-NUM PIC 9(03).
01 WS-EDIT-OP PIC X.
01 WS-EDIT-R PIC 9(03).
01 WS-EDIT-EST-N PIC 9(07).
01 WS-EDIT-EST-R PIC 9(07).
01 WS-AUD-LINE.
    COPY AUDLINE REPLACING ==:AL:== BY ==AL==.
01 WS-FACTDEPT-STATUS PIC XX.
01 WS-FACTAUD-STATUS PIC XX.
01 WS-FACTDTE-STATUS PIC XX.
01 WS-FACTAUD-NAME PIC X(30).
01 WS-FACTAUM-STATUS PIC XX.
01 WS-FACTAUM-NAME PIC X(30).
*> Which days of the month so far still have a live generation; the
*> rest are counted from the monthly archive, as on the FACTCHGB
*> statement.  Days after the run day stay marked live so the
*> archive never counts them.
01 WS-DAY-LIVE-TABLE.
    05 WS-DAY-LIVE PIC X OCCURS 31 TIMES.
01 WS-ARCHIVE-NEEDED-SW PIC X.
01 WS-ARCH-DAY PIC 9(2).
01 WS-EOF-SW PIC X VALUE "N".
01 WS-LOADED-SW PIC X VALUE "N".
01 WS-MASTER-SW PIC X VALUE "N".
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DAY PIC 9(2).
01 WS-DAY-IDX PIC 9(2).
01 WS-EDIT-DEPT PIC X(04).
01 WS-OPS-IDX PIC 9(2).
01 WS-OP-OK-SW PIC X.
01 WS-MST-COUNT PIC 9(2) VALUE 0.
01 WS-MST-IDX PIC 9(2).
01 WS-FIND-IDX PIC 9(2).
01 WS-MST-TABLE.
    05 WS-MST-ENTRY OCCURS 50 TIMES.
        10 WS-MST-CODE PIC X(04).
        10 WS-MST-STATUS PIC X(01).
        10 WS-MST-MAX-NUM PIC 9(03).
        10 WS-MST-OPS PIC X(08).
        10 WS-MST-BUDGET PIC 9(07).
        10 WS-MST-USED PIC 9(08).

LINKAGE SECTION.
01 LK-RECORD PIC X(80).
    88 LK-REASON-BAD-OP VALUE "OP".
    88 LK-REASON-BAD-R VALUE "R2".
    88 LK-REASON-BAD-PRI VALUE "PR".
    88 LK-REASON-EST-FLAG VALUE "EF".
    88 LK-REASON-EST-OP VALUE "EO".
    88 LK-REASON-EST-N VALUE "EN".
    88 LK-REASON-EST-R VALUE "ER".
    88 LK-REASON-DEPT-UNKNOWN VALUE "DU".
    88 LK-REASON-DEPT-CLOSED VALUE "DC".
    88 LK-REASON-DEPT-MAX VALUE "DN".
    88 LK-REASON-DEPT-OP VALUE "DO".
    88 LK-REASON-DEPT-BUDGET VALUE "DB".

PROCEDURE DIVISION USING LK-RECORD LK-MAX-NUM LK-REASON.
0000-MAIN.
    IF WS-LOADED-SW = "N"
        PERFORM 5000-LOAD-DEPARTMENTS
        MOVE "Y" TO WS-LOADED-SW
    END-IF
    SET LK-REASON-GOOD TO TRUE
    EVALUATE TRUE
        WHEN LK-RECORD(37:44) NOT = SPACES
            SET LK-REASON-LENGTH TO TRUE
        WHEN LK-RECORD(21:1) NOT = SPACE
            AND LK-RECORD(21:1) NOT = "Y"
            AND LK-RECORD(21:1) NOT = "N"
            SET LK-REASON-EST-FLAG TO TRUE
        WHEN LK-RECORD(16:1) = "E"
            PERFORM 1500-EDIT-ESTIMATE
        WHEN LK-RECORD(22:15) NOT = SPACES
            SET LK-REASON-LENGTH TO TRUE
        WHEN OTHER
            PERFORM 0100-EDIT-NUM
    END-EVALUATE
    IF LK-REASON-GOOD AND WS-MASTER-SW = "Y"
        PERFORM 3000-EDIT-DEPARTMENT
    END-IF
    GOBACK.

0100-EDIT-NUM.
    IF LK-RECORD(1:3) NOT NUMERIC
        IF LK-RECORD(2:2) = SPACES OR LK-RECORD(3:1) = SPACE
            SET LK-REASON-LENGTH TO TRUE
        ELSE
            SET LK-REASON-NONNUM TO TRUE
        END-IF
    ELSE
        MOVE LK-RECORD(1:3) TO WS-EDIT-NUM
        IF WS-EDIT-NUM = 0
            SET LK-REASON-ZERO TO TRUE
        ELSE
            IF WS-EDIT-NUM > LK-MAX-NUM
                SET LK-REASON-OVERMAX TO TRUE
            ELSE
                PERFORM 1000-EDIT-OPERATION
            END-IF
        END-IF
    END-IF.

*> The operation code and second operand land in columns 16-19; both
*> are optional, and the batch treats space as a plain factorial.
        PERFORM 2000-EDIT-PRIORITY
    END-IF.

*> NUM and R of an estimate request must read 000 (or R space) so
*> nothing downstream mistakes it for a small computed request; the
*> department's NUM limit then never applies, as the estimate does
*> not compute the product it describes.
1500-EDIT-ESTIMATE.
    MOVE 0 TO WS-EDIT-NUM
    MOVE "E" TO WS-EDIT-OP
    EVALUATE TRUE
        WHEN LK-RECORD(1:3) NOT = "000"
            SET LK-REASON-EST-N TO TRUE
        WHEN LK-RECORD(17:3) NOT = SPACES
            AND LK-RECORD(17:3) NOT = "000"
            SET LK-REASON-EST-R TO TRUE
        WHEN LK-RECORD(22:1) NOT = "F"
            AND LK-RECORD(22:1) NOT = "P"
            AND LK-RECORD(22:1) NOT = "C"
            SET LK-REASON-EST-OP TO TRUE
        WHEN LK-RECORD(23:7) NOT NUMERIC
            SET LK-REASON-EST-N TO TRUE
        WHEN LK-RECORD(23:7) = "0000000"
            SET LK-REASON-EST-N TO TRUE
        WHEN OTHER
            MOVE LK-RECORD(23:7) TO WS-EDIT-EST-N
            PERFORM 1600-EDIT-ESTIMATE-R
    END-EVALUATE
    IF LK-REASON-GOOD
        PERFORM 2000-EDIT-PRIORITY
    END-IF.

1600-EDIT-ESTIMATE-R.
    IF LK-RECORD(30:7) = SPACES
        MOVE 0 TO WS-EDIT-EST-R
    ELSE
        IF LK-RECORD(30:7) NOT NUMERIC
            SET LK-REASON-EST-R TO TRUE
        ELSE
            MOVE LK-RECORD(30:7) TO WS-EDIT-EST-R
        END-IF
    END-IF
    IF LK-REASON-GOOD
        AND LK-RECORD(22:1) NOT = "F"
        AND WS-EDIT-EST-R > WS-EDIT-EST-N
        SET LK-REASON-EST-R TO TRUE
    END-IF.

*> Priority class sits in column 20; space rides along as L so the
*> legacy nineteen-byte records stay valid.
2000-EDIT-PRIORITY.
        WHEN OTHER
            SET LK-REASON-BAD-PRI TO TRUE
    END-EVALUATE.

*> The department checks run only on a record whose fields are
*> already good, so NUM and OP can be trusted here.  A record that
*> passes is counted against its department's budget at once.
3000-EDIT-DEPARTMENT.
    IF LK-RECORD(4:4) = SPACES
        MOVE "NONE" TO WS-EDIT-DEPT
    ELSE
        MOVE LK-RECORD(4:4) TO WS-EDIT-DEPT
    END-IF
    PERFORM 3100-FIND-DEPARTMENT
    EVALUATE TRUE
        WHEN WS-FIND-IDX = 0
            SET LK-REASON-DEPT-UNKNOWN TO TRUE
        WHEN WS-MST-STATUS(WS-FIND-IDX) NOT = "A"
            SET LK-REASON-DEPT-CLOSED TO TRUE
        WHEN WS-EDIT-NUM > WS-MST-MAX-NUM(WS-FIND-IDX)
            SET LK-REASON-DEPT-MAX TO TRUE
        WHEN OTHER
            PERFORM 3200-CHECK-OPERATION-ALLOWED
            IF WS-OP-OK-SW = "N"
                SET LK-REASON-DEPT-OP TO TRUE
            END-IF
    END-EVALUATE
    IF LK-REASON-GOOD
        AND WS-MST-BUDGET(WS-FIND-IDX) > 0
        AND WS-MST-USED(WS-FIND-IDX) NOT < WS-MST-BUDGET(WS-FIND-IDX)
        SET LK-REASON-DEPT-BUDGET TO TRUE
    END-IF
    IF LK-REASON-GOOD
        ADD 1 TO WS-MST-USED(WS-FIND-IDX)
    END-IF.

3100-FIND-DEPARTMENT.
    MOVE 0 TO WS-FIND-IDX
    PERFORM VARYING WS-MST-IDX FROM 1 BY 1
        UNTIL WS-MST-IDX > WS-MST-COUNT OR WS-FIND-IDX > 0
        IF WS-MST-CODE(WS-MST-IDX) = WS-EDIT-DEPT
            MOVE WS-MST-IDX TO WS-FIND-IDX
        END-IF
    END-PERFORM.

3200-CHECK-OPERATION-ALLOWED.
    IF WS-EDIT-OP = SPACE
        MOVE "F" TO WS-EDIT-OP
    END-IF
    MOVE "N" TO WS-OP-OK-SW
    PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
        UNTIL WS-OPS-IDX > 8 OR WS-OP-OK-SW = "Y"
        IF WS-MST-OPS(WS-FIND-IDX)(WS-OPS-IDX:1) = WS-EDIT-OP
            MOVE "Y" TO WS-OP-OK-SW
        END-IF
    END-PERFORM.

*> Loaded once per run unit; a line that fails its numeric edits is
*> left off the table, so its department's requests reject as
*> unknown until the line is fixed on the FACTDPTM screen.
5000-LOAD-DEPARTMENTS.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-DEPT
    IF WS-FACTDEPT-STATUS = "00"
        MOVE "Y" TO WS-MASTER-SW
    ELSE
        DISPLAY "FACTEDCK: no FACTDEPT.DAT - department checks "
            "not applied."
        MOVE "Y" TO WS-EOF-SW
    END-IF
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-DEPT
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM 5100-LOAD-ONE-DEPARTMENT
        END-READ
    END-PERFORM
    CLOSE FACT-DEPT
    IF WS-MASTER-SW = "Y"
        PERFORM 5200-COUNT-MONTH-USAGE
    END-IF.

5100-LOAD-ONE-DEPARTMENT.
    IF FACT-DEPT-REC = SPACES OR DEPT-CODE(1:1) = "*"
        CONTINUE
    ELSE
        IF DEPT-MAX-NUM NUMERIC AND DEPT-BUDGET NUMERIC
            AND WS-MST-COUNT < 50
            ADD 1 TO WS-MST-COUNT
            MOVE DEPT-CODE TO WS-MST-CODE(WS-MST-COUNT)
            MOVE DEPT-STATUS TO WS-MST-STATUS(WS-MST-COUNT)
            MOVE DEPT-MAX-NUM TO WS-MST-MAX-NUM(WS-MST-COUNT)
            MOVE DEPT-OPS TO WS-MST-OPS(WS-MST-COUNT)
            MOVE DEPT-BUDGET TO WS-MST-BUDGET(WS-MST-COUNT)
            MOVE 0 TO WS-MST-USED(WS-MST-COUNT)
        ELSE
            DISPLAY "FACTEDCK: bad department line ignored: "
                FACT-DEPT-REC(1:40)
        END-IF
    END-IF.

*> Budget use so far this month is every audit line billed to the
*> department, the same count FACTCHGB puts on the statement.  The
*> month is the run date's, taken from FACTDATE.DAT when the stream
*> has left one, so a rerun or a backdated run is held to the budget
*> of the month it runs for.  A deferred request writes no audit
*> line until it is worked, so when FACTEDIT re-feeds it from
*> FACTDEF.DAT it is counted once, with that run's passes, and not
*> again for the nights it waited.
5200-COUNT-MONTH-USAGE.
    PERFORM 5250-GET-RUN-DATE
    MOVE WS-RUN-DATE(7:2) TO WS-RUN-DAY
    MOVE ALL "Y" TO WS-DAY-LIVE-TABLE
    MOVE "N" TO WS-ARCHIVE-NEEDED-SW
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-RUN-DAY
        MOVE SPACES TO WS-FACTAUD-NAME
        STRING "FACTAUD." WS-RUN-DATE(1:6) WS-DAY-IDX ".DAT"
            DELIMITED BY SIZE INTO WS-FACTAUD-NAME
        PERFORM 5300-COUNT-ONE-DAY
    END-PERFORM
    IF WS-ARCHIVE-NEEDED-SW = "Y"
        PERFORM 5400-COUNT-ARCHIVE-DAYS
    END-IF.

5250-GET-RUN-DATE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT FACT-DTE
    IF WS-FACTDTE-STATUS = "00"
        READ FACT-DTE
            AT END
                CONTINUE
            NOT AT END
                IF FACT-DTE-REC NUMERIC
                    MOVE FACT-DTE-REC TO WS-RUN-DATE
                END-IF
        END-READ
    END-IF
    CLOSE FACT-DTE.

5300-COUNT-ONE-DAY.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AUD
    IF WS-FACTAUD-STATUS NOT = "00"
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
                MOVE AL-DEPT TO WS-EDIT-DEPT
                PERFORM 3100-FIND-DEPARTMENT
                IF WS-FIND-IDX > 0
                    ADD 1 TO WS-MST-USED(WS-FIND-IDX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUD.

*> Only lines folded from a day with no live generation are counted,
*> so a day is never counted twice when its generation and its
*> archive lines are both still on hand.
5400-COUNT-ARCHIVE-DAYS.
    MOVE SPACES TO WS-FACTAUM-NAME
    STRING "FACTAUDM." WS-RUN-DATE(1:6) ".DAT"
        DELIMITED BY SIZE INTO WS-FACTAUM-NAME
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AUM
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUM
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF AUM-GEN-DATE(1:6) = WS-RUN-DATE(1:6)
                    AND AUM-GEN-DATE(7:2) NUMERIC
                    MOVE AUM-GEN-DATE(7:2) TO WS-ARCH-DAY
                    IF WS-ARCH-DAY > 0 AND WS-ARCH-DAY NOT > 31
                        IF WS-DAY-LIVE(WS-ARCH-DAY) = "N"
                            PERFORM 5410-COUNT-ARCHIVE-LINE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUM.

5410-COUNT-ARCHIVE-LINE.
    MOVE AUM-DEPT TO WS-EDIT-DEPT
    PERFORM 3100-FIND-DEPARTMENT
    IF WS-FIND-IDX > 0
        ADD 1 TO WS-MST-USED(WS-FIND-IDX)
    END-IF.
