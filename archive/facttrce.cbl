IDENTIFICATION DIVISION.
PROGRAM-ID. FACTTRCE.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Request lifecycle trace.  Takes a DEPT and REQ-REF and follows
*> the request through every stage file the batch keeps: intake
*> (FACTDUP.DAT turn-aways and FACTIN.DAT), the edit (FACTREJ.DAT),
*> repair (FACTPND.DAT, FACTABND.DAT, FACTRCY.DAT), deferral
*> (FACTDEF.DAT), computation (the FACTAUD generations within
*> RETAIN-DAYS), and delivery (the department's FACTOUT file and
*> FACTMAN.DAT).  Every sighting becomes one event; the events are
*> listed oldest first, and the last of them says where the request
*> is now and what, if anything, is still holding it up.  The trace
*> is shown on the screen and kept in FACTTRC.DAT to send on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-PRM ASSIGN TO "FACTPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRM-STATUS.
    SELECT OPTIONAL FACT-RUN ASSIGN TO "FACTRUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTRUN-STATUS.
    SELECT OPTIONAL FACT-DUP ASSIGN TO "FACTDUP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDUP-STATUS.
    SELECT OPTIONAL FACT-IN ASSIGN TO "FACTIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTIN-STATUS.
    SELECT OPTIONAL FACT-REJ ASSIGN TO "FACTREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTREJ-STATUS.
    SELECT OPTIONAL FACT-PND ASSIGN TO "FACTPND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPND-STATUS.
    SELECT OPTIONAL FACT-ABN ASSIGN TO "FACTABND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTABN-STATUS.
    SELECT OPTIONAL FACT-RCY ASSIGN TO "FACTRCY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTRCY-STATUS.
    SELECT OPTIONAL FACT-DEF ASSIGN TO WS-FACTDEF-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDEF-STATUS.
    SELECT OPTIONAL FACT-AUD ASSIGN TO WS-FACTAUD-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUD-STATUS.
    SELECT OPTIONAL FACT-OUT ASSIGN TO WS-FACTOUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTOUT-STATUS.
    SELECT OPTIONAL FACT-MAN ASSIGN TO "FACTMAN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTMAN-STATUS.
    SELECT FACT-TRC ASSIGN TO "FACTTRC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTTRC-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-PRM.
01 FACT-PRM-REC PIC X(80).

FD FACT-RUN.
01 FACT-RUN-REC.
    05 RUN-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 RUN-STEP PIC X(09).
    05 FILLER PIC X(01).
    05 RUN-OUTCOME PIC X(08).

*> Intake turn-away: run date, " SOURCE ", the source department,
*> the reason text, and the first 40 bytes of the request from
*> column 47.
FD FACT-DUP.
01 FACT-DUP-REC PIC X(132).

FD FACT-IN.
01 FACT-IN-REC.
    COPY FACTINRC REPLACING ==:FI:== BY ==FI==.
    05 FILLER PIC X(60).

FD FACT-REJ.
01 FACT-REJ-REC.
    05 REJ-LINE-NO PIC X(08).
    05 FILLER PIC X(01).
    05 REJ-REASON PIC XX.
    05 FILLER PIC X(01).
    05 REJ-RECORD PIC X(80).
    05 FILLER PIC X(08).

FD FACT-PND.
01 FACT-PND-REC.
    05 PND-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 PND-REASON PIC XX.
    05 FILLER PIC X(01).
    05 PND-RECORD PIC X(80).
    05 FILLER PIC X(08).

*> As FACTREJW writes it: date, reason, the operator's 30-byte
*> explanation, and the record.
FD FACT-ABN.
01 FACT-ABN-REC.
    05 ABN-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 ABN-REASON PIC XX.
    05 FILLER PIC X(01).
    05 ABN-TEXT PIC X(30).
    05 FILLER PIC X(01).
    05 ABN-RECORD PIC X(80).
    05 FILLER PIC X(09).

FD FACT-RCY.
01 FACT-RCY-REC.
    COPY FACTINRC REPLACING ==:FI:== BY ==RC==.
    05 FILLER PIC X(60).

FD FACT-DEF.
01 FACT-DEF-REC.
    COPY FACTINRC REPLACING ==:FI:== BY ==DF==.
    05 FILLER PIC X(60).

FD FACT-AUD.
01 FACT-AUD-REC PIC X(4080).

FD FACT-OUT.
01 FACT-OUT-REC PIC X(4080).

FD FACT-MAN.
01 FACT-MAN-REC PIC X(80).

FD FACT-TRC.
01 FACT-TRC-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-AUD-LINE.
    COPY AUDLINE REPLACING ==:AL:== BY ==AL==.
01 WS-FACTPRM-STATUS PIC XX.
01 WS-FACTRUN-STATUS PIC XX.
01 WS-FACTDUP-STATUS PIC XX.
01 WS-FACTIN-STATUS PIC XX.
01 WS-FACTREJ-STATUS PIC XX.
01 WS-FACTPND-STATUS PIC XX.
01 WS-FACTABN-STATUS PIC XX.
01 WS-FACTRCY-STATUS PIC XX.
01 WS-FACTDEF-STATUS PIC XX.
01 WS-FACTAUD-STATUS PIC XX.
01 WS-FACTOUT-STATUS PIC XX.
01 WS-FACTMAN-STATUS PIC XX.
01 WS-FACTTRC-STATUS PIC XX.
01 WS-FACTDEF-NAME PIC X(30) VALUE "FACTDEF.DAT".
01 WS-FACTAUD-NAME PIC X(30).
01 WS-FACTOUT-NAME PIC X(30).
01 WS-PRM-EOF-SW PIC X VALUE "N".
01 WS-PRM-KEY PIC X(20).
01 WS-PRM-VALUE PIC X(50).
01 WS-EOF-SW PIC X VALUE "N".
*> Audit generations older than RETAIN-DAYS business days have been
*> purged, so the computation search reaches back exactly that far.
01 WS-AUD-RETAIN-DAYS PIC 9(4) VALUE 30.
01 WS-TRC-DEPT PIC X(4).
01 WS-TRC-REF PIC X(8).
01 WS-TODAY PIC 9(8).
01 WS-TODAY-INT PIC 9(8).
*> The date of the last nightly run, from FACTRUN.DAT, stands in
*> for the files that carry no date of their own.
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DONE-SW PIC X VALUE "N".
01 WS-CNT-STEPS PIC 9(4) VALUE 0.
01 WS-CNT-COMPLETE PIC 9(4) VALUE 0.
01 WS-DAY-INT PIC 9(8).
01 WS-FROM-INT PIC 9(8).
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.
01 WS-SCAN-DATE PIC 9(8).
01 WS-DATE-EDITED PIC 9999/99/99.
01 WS-DATE-TEXT PIC X(10).
01 WS-OUT-DATE PIC X(10).
01 WS-OUT-FOUND-SW PIC X VALUE "N".
01 WS-WORK-DATE PIC X(10).
01 WS-OUTCOME PIC X(8).
*> One event as it is gathered, before it goes into the table.
01 WS-EV-DATE PIC 9(8).
01 WS-EV-TIME PIC X(08).
01 WS-EV-SEQ PIC 9.
01 WS-EV-STAGE PIC X(08).
01 WS-EV-CODE PIC X(03).
01 WS-EV-TEXT PIC X(80).
*> The sort key is date, then stage order, then time of day, then
*> the order the event was found in, so events from files with no
*> clock of their own still fall in lifecycle order within a day:
*> 1 intake, 2 edit, 3 repair, 4 deferral, 5 compute, 6 delivery.
01 WS-EVENT-COUNT PIC 9(3) VALUE 0.
01 WS-EVENT-FULL-SW PIC X VALUE "N".
01 WS-EVENT-TABLE.
    05 WS-EVENT-ENTRY OCCURS 200 TIMES.
        10 WS-EVT-KEY.
            15 WS-EVT-DATE PIC 9(8).
            15 WS-EVT-SEQ PIC 9.
            15 WS-EVT-TIME PIC X(08).
            15 WS-EVT-ORDER PIC 9(3).
        10 WS-EVT-STAGE PIC X(08).
        10 WS-EVT-CODE PIC X(03).
        10 WS-EVT-TEXT PIC X(80).
01 WS-SWAP-ENTRY PIC X(111).
01 WS-EVENT-IDX PIC 9(3).
01 WS-SORT-IDX PIC 9(3).
01 WS-LAST-IDX PIC 9(3).
01 WS-WHERE-TEXT PIC X(80).
01 WS-HOLD-TEXT PIC X(80).

PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    PERFORM 0900-READ-PARAMETERS
    PERFORM 1000-GET-KEYS
    PERFORM 1100-READ-RUN-STATUS
    PERFORM 2000-SCAN-INTAKE
    PERFORM 2500-SCAN-EDIT
    PERFORM 3000-SCAN-REPAIR
    PERFORM 3500-SCAN-DEFERRAL
    PERFORM 4000-SCAN-AUDIT
    PERFORM 4500-SCAN-DELIVERY
    PERFORM 6000-SORT-EVENTS
    OPEN OUTPUT FACT-TRC
    PERFORM 7000-WRITE-HISTORY
    PERFORM 7500-WRITE-WHERE-NOW
    CLOSE FACT-TRC
    STOP RUN.

*> RETAIN-DAYS bounds the audit search and FACTDEF follows
*> FACTORIAL's own name for the deferral file; every other
*> FACTPRM.DAT parameter is passed over without comment.
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
        IF WS-PRM-KEY = "RETAIN-DAYS"
            AND WS-PRM-VALUE(1:4) NUMERIC
            AND WS-PRM-VALUE(5:46) = SPACES
            AND WS-PRM-VALUE(1:4) NOT = "0000"
            MOVE WS-PRM-VALUE(1:4) TO WS-AUD-RETAIN-DAYS
        END-IF
        IF WS-PRM-KEY = "FACTDEF" AND WS-PRM-VALUE NOT = SPACES
            MOVE WS-PRM-VALUE(1:30) TO WS-FACTDEF-NAME
        END-IF
    END-IF.

1000-GET-KEYS.
    MOVE SPACES TO WS-TRC-DEPT
    MOVE SPACES TO WS-TRC-REF
    PERFORM UNTIL WS-TRC-DEPT NOT = SPACES
        DISPLAY "Department:"
        ACCEPT WS-TRC-DEPT
            ON EXCEPTION
                DISPLAY "No more input available. Ending trace."
                STOP RUN
        END-ACCEPT
    END-PERFORM
    PERFORM UNTIL WS-TRC-REF NOT = SPACES
        DISPLAY "Request reference:"
        ACCEPT WS-TRC-REF
            ON EXCEPTION
                DISPLAY "No more input available. Ending trace."
                STOP RUN
        END-ACCEPT
    END-PERFORM
    MOVE FUNCTION UPPER-CASE(WS-TRC-DEPT) TO WS-TRC-DEPT.

*> A status file with every step COMPLETE means FACTIN.DAT holds
*> the clean copy the finished run already consumed; otherwise it
*> holds intake still waiting for the stream.
1100-READ-RUN-STATUS.
    MOVE WS-TODAY TO WS-RUN-DATE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-RUN
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-RUN
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-CNT-STEPS
                IF RUN-DATE NUMERIC
                    MOVE RUN-DATE TO WS-RUN-DATE
                END-IF
                IF RUN-OUTCOME = "COMPLETE"
                    ADD 1 TO WS-CNT-COMPLETE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-RUN
    IF WS-CNT-STEPS > 0 AND WS-CNT-COMPLETE = WS-CNT-STEPS
        MOVE "Y" TO WS-RUN-DONE-SW
    END-IF.

2000-SCAN-INTAKE.
    MOVE "INTAKE" TO WS-EV-STAGE
    MOVE 1 TO WS-EV-SEQ
    MOVE SPACES TO WS-EV-TIME
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-DUP
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-DUP
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF FACT-DUP-REC(50:4) = WS-TRC-DEPT
                    AND FACT-DUP-REC(54:8) = WS-TRC-REF
                    AND FACT-DUP-REC(1:8) NUMERIC
                    MOVE FACT-DUP-REC(1:8) TO WS-EV-DATE
                    MOVE "DUP" TO WS-EV-CODE
                    MOVE SPACES TO WS-EV-TEXT
                    STRING "TURNED AWAY AS A DUPLICATE FROM SOURCE "
                        FACT-DUP-REC(17:4) " - NUM "
                        FACT-DUP-REC(47:3)
                        DELIMITED BY SIZE INTO WS-EV-TEXT
                    PERFORM 8000-ADD-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-DUP
    IF WS-RUN-DONE-SW = "Y"
        MOVE WS-RUN-DATE TO WS-EV-DATE
    ELSE
        MOVE WS-TODAY TO WS-EV-DATE
    END-IF
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-IN
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-IN
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF FI-DEPT = WS-TRC-DEPT AND FI-REQ-REF = WS-TRC-REF
                    MOVE "INT" TO WS-EV-CODE
                    MOVE SPACES TO WS-EV-TEXT
                    STRING "ACCEPTED INTO FACTIN.DAT - NUM " FI-NUM
                        " OP " FI-OP " R " FI-NUM2
                        " PRIORITY " FI-PRIORITY
                        DELIMITED BY SIZE INTO WS-EV-TEXT
                    PERFORM 8000-ADD-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-IN.

*> FACTREJ.DAT carries no date; its rejects are the last FACTEDIT
*> run's, which is the last nightly run.
2500-SCAN-EDIT.
    MOVE "EDIT" TO WS-EV-STAGE
    MOVE 2 TO WS-EV-SEQ
    MOVE SPACES TO WS-EV-TIME
    MOVE WS-RUN-DATE TO WS-EV-DATE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-REJ
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-REJ
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF REJ-RECORD(4:4) = WS-TRC-DEPT
                    AND REJ-RECORD(8:8) = WS-TRC-REF
                    MOVE "REJ" TO WS-EV-CODE
                    MOVE SPACES TO WS-EV-TEXT
                    STRING "REJECTED BY FACTEDIT - REASON " REJ-REASON
                        " - NUM " REJ-RECORD(1:3)
                        DELIMITED BY SIZE INTO WS-EV-TEXT
                    PERFORM 8000-ADD-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-REJ.

3000-SCAN-REPAIR.
    MOVE "REPAIR" TO WS-EV-STAGE
    MOVE 3 TO WS-EV-SEQ
    MOVE SPACES TO WS-EV-TIME
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-PND
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-PND
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF PND-RECORD(4:4) = WS-TRC-DEPT
                    AND PND-RECORD(8:8) = WS-TRC-REF
                    PERFORM 3100-TAKE-PENDING
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-PND
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-ABN
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-ABN
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF ABN-RECORD(4:4) = WS-TRC-DEPT
                    AND ABN-RECORD(8:8) = WS-TRC-REF
                    AND ABN-DATE NUMERIC
                    MOVE ABN-DATE TO WS-EV-DATE
                    MOVE "ABN" TO WS-EV-CODE
                    MOVE SPACES TO WS-EV-TEXT
                    STRING "ABANDONED AT REPAIR - REASON " ABN-REASON
                        " - " ABN-TEXT
                        DELIMITED BY SIZE INTO WS-EV-TEXT
                    PERFORM 8000-ADD-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-ABN
*> A corrected record waits in the recycle file for the next
*> FACTEDIT run, so it is placed at today.
    MOVE WS-TODAY TO WS-EV-DATE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-RCY
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-RCY
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF RC-DEPT = WS-TRC-DEPT AND RC-REQ-REF = WS-TRC-REF
                    MOVE "RCY" TO WS-EV-CODE
                    MOVE SPACES TO WS-EV-TEXT
                    STRING "CORRECTED AT REPAIR - NUM " RC-NUM
                        " OP " RC-OP " R " RC-NUM2
                        " QUEUED IN FACTRCY.DAT"
                        DELIMITED BY SIZE INTO WS-EV-TEXT
                    PERFORM 8000-ADD-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-RCY.

3100-TAKE-PENDING.
    IF PND-DATE NUMERIC
        MOVE PND-DATE TO WS-EV-DATE
    ELSE
        MOVE WS-RUN-DATE TO WS-EV-DATE
    END-IF
    MOVE "PND" TO WS-EV-CODE
    MOVE SPACES TO WS-EV-TEXT
    STRING "PENDING REPAIR IN FACTPND.DAT - REASON " PND-REASON
        DELIMITED BY SIZE INTO WS-EV-TEXT
    PERFORM 8000-ADD-EVENT.

3500-SCAN-DEFERRAL.
    MOVE "DEFERRAL" TO WS-EV-STAGE
    MOVE 4 TO WS-EV-SEQ
    MOVE SPACES TO WS-EV-TIME
    MOVE WS-RUN-DATE TO WS-EV-DATE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-DEF
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-DEF
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF DF-DEPT = WS-TRC-DEPT AND DF-REQ-REF = WS-TRC-REF
                    MOVE "DEF" TO WS-EV-CODE
                    MOVE SPACES TO WS-EV-TEXT
                    STRING "DEFERRED BY THE RUN CEILING - NUM " DF-NUM
                        " PRIORITY " DF-PRIORITY
                        DELIMITED BY SIZE INTO WS-EV-TEXT
                    PERFORM 8000-ADD-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-DEF.

4000-SCAN-AUDIT.
    MOVE "COMPUTE" TO WS-EV-STAGE
    MOVE 5 TO WS-EV-SEQ
    MOVE "B" TO WS-CAL-FUNCTION
    MOVE WS-TODAY TO WS-CAL-DATE
    MOVE WS-AUD-RETAIN-DAYS TO WS-CAL-DAYS
    CALL "FACTCAL" USING WS-CAL-REQUEST
    COMPUTE WS-FROM-INT =
        FUNCTION INTEGER-OF-DATE(WS-CAL-RESULT-DATE)
    PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
        UNTIL WS-DAY-INT > WS-TODAY-INT
        COMPUTE WS-SCAN-DATE =
            FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        PERFORM 4100-SCAN-ONE-GENERATION
    END-PERFORM.

4100-SCAN-ONE-GENERATION.
    MOVE SPACES TO WS-FACTAUD-NAME
    STRING "FACTAUD." WS-SCAN-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-FACTAUD-NAME
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AUD
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUD
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                MOVE FACT-AUD-REC TO WS-AUD-LINE
                IF AL-DEPT = WS-TRC-DEPT AND AL-REQ-REF = WS-TRC-REF
                    PERFORM 4200-TAKE-AUDIT-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUD.

4200-TAKE-AUDIT-LINE.
    EVALUATE TRUE
        WHEN AL-TOTAL(1:8) = "SKIPPED "
            MOVE "SKP" TO WS-EV-CODE
            MOVE "SKIPPED" TO WS-OUTCOME
        WHEN AL-TOTAL(1:8) = "OVERFLOW"
            MOVE "OVF" TO WS-EV-CODE
            MOVE "OVERFLOW" TO WS-OUTCOME
        WHEN AL-TOTAL(1:8) = "ESTIMATE"
            MOVE "EST" TO WS-EV-CODE
            MOVE "ESTIMATE" TO WS-OUTCOME
        WHEN OTHER
            MOVE "CMP" TO WS-EV-CODE
            MOVE "COMPUTED" TO WS-OUTCOME
    END-EVALUATE
    MOVE WS-SCAN-DATE TO WS-EV-DATE
    MOVE AL-TIMESTAMP(12:8) TO WS-EV-TIME
    MOVE SPACES TO WS-EV-TEXT
    STRING WS-OUTCOME " BY FACTORIAL - OP " AL-OP " NUM " AL-NUM
        " R " AL-NUM2 " (AUDIT " WS-SCAN-DATE ")"
        DELIMITED BY SIZE INTO WS-EV-TEXT
    PERFORM 8000-ADD-EVENT.

*> The department file holds only the latest run's results; the
*> manifest is cited as well when it is for that same run.
4500-SCAN-DELIVERY.
    MOVE "DELIVERY" TO WS-EV-STAGE
    MOVE 6 TO WS-EV-SEQ
    MOVE SPACES TO WS-EV-TIME
    MOVE SPACES TO WS-OUT-DATE
    MOVE SPACES TO WS-FACTOUT-NAME
    STRING "FACTOUT." DELIMITED BY SIZE
        WS-TRC-DEPT DELIMITED BY SPACE
        ".DAT" DELIMITED BY SIZE
        INTO WS-FACTOUT-NAME
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-OUT
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-OUT
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF FACT-OUT-REC(1:12) = "RESULTS FOR "
                    MOVE FACT-OUT-REC(29:10) TO WS-OUT-DATE
                END-IF
                IF FACT-OUT-REC(1:6) = "REF = "
                    AND FACT-OUT-REC(7:8) = WS-TRC-REF
                    PERFORM 4600-TAKE-DELIVERY
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-OUT
    IF WS-OUT-FOUND-SW = "Y"
        PERFORM 4700-CHECK-MANIFEST
    END-IF.

4600-TAKE-DELIVERY.
    MOVE "Y" TO WS-OUT-FOUND-SW
    MOVE WS-OUT-DATE TO WS-WORK-DATE
    PERFORM 8200-UNEDIT-DATE
    MOVE "OUT" TO WS-EV-CODE
    MOVE SPACES TO WS-EV-TEXT
    STRING "DELIVERED IN " WS-FACTOUT-NAME
        DELIMITED BY SIZE INTO WS-EV-TEXT
    PERFORM 8000-ADD-EVENT.

4700-CHECK-MANIFEST.
    MOVE "N" TO WS-EOF-SW
    MOVE SPACES TO WS-DATE-TEXT
    OPEN INPUT FACT-MAN
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-MAN
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF FACT-MAN-REC(1:29) = "DELIVERY MANIFEST - RUN DATE "
                    MOVE FACT-MAN-REC(30:10) TO WS-DATE-TEXT
                END-IF
                IF FACT-MAN-REC(3:4) = WS-TRC-DEPT
                    AND FACT-MAN-REC(7:13) = " DELIVERED = "
                    AND WS-DATE-TEXT = WS-OUT-DATE
                    MOVE "MAN" TO WS-EV-CODE
                    MOVE SPACES TO WS-EV-TEXT
                    STRING "LISTED ON FACTMAN.DAT -"
                        FACT-MAN-REC(7:48)
                        DELIMITED BY SIZE INTO WS-EV-TEXT
                    PERFORM 8000-ADD-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-MAN.

*> Ordinary exchange sort on the event key; a trace rarely runs to
*> more than a handful of events.
6000-SORT-EVENTS.
    PERFORM VARYING WS-LAST-IDX FROM WS-EVENT-COUNT BY -1
        UNTIL WS-LAST-IDX < 2
        PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
            UNTIL WS-SORT-IDX NOT < WS-LAST-IDX
            IF WS-EVT-KEY(WS-SORT-IDX) > WS-EVT-KEY(WS-SORT-IDX + 1)
                MOVE WS-EVENT-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
                MOVE WS-EVENT-ENTRY(WS-SORT-IDX + 1)
                    TO WS-EVENT-ENTRY(WS-SORT-IDX)
                MOVE WS-SWAP-ENTRY TO WS-EVENT-ENTRY(WS-SORT-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

7000-WRITE-HISTORY.
    MOVE SPACES TO FACT-TRC-REC
    STRING "REQUEST TRACE FOR DEPT " WS-TRC-DEPT " REF " WS-TRC-REF
        " - AS OF " WS-TODAY
        DELIMITED BY SIZE INTO FACT-TRC-REC
    PERFORM 8100-WRITE-LINE
    MOVE SPACES TO FACT-TRC-REC
    PERFORM 8100-WRITE-LINE
    PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
        UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
        MOVE WS-EVT-DATE(WS-EVENT-IDX) TO WS-DATE-EDITED
        MOVE SPACES TO FACT-TRC-REC
        STRING WS-DATE-EDITED " " WS-EVT-TIME(WS-EVENT-IDX) " "
            WS-EVT-STAGE(WS-EVENT-IDX) " "
            WS-EVT-TEXT(WS-EVENT-IDX)
            DELIMITED BY SIZE INTO FACT-TRC-REC
        PERFORM 8100-WRITE-LINE
    END-PERFORM
    IF WS-EVENT-FULL-SW = "Y"
        MOVE "MORE THAN 200 EVENTS - THE EARLIEST FOUND ARE SHOWN."
            TO FACT-TRC-REC
        PERFORM 8100-WRITE-LINE
    END-IF.

*> The latest event decides where the request stands.
7500-WRITE-WHERE-NOW.
    IF WS-EVENT-COUNT = 0
        MOVE "NOT FOUND IN ANY STAGE FILE" TO WS-WHERE-TEXT
        MOVE SPACES TO WS-HOLD-TEXT
        STRING "NOTHING ON FILE - CHECK THE DEPT AND REF, OR IT IS "
            "OLDER THAN RETAIN-DAYS"
            DELIMITED BY SIZE INTO WS-HOLD-TEXT
    ELSE
        PERFORM 7600-DESCRIBE-LAST-EVENT
    END-IF
    MOVE SPACES TO FACT-TRC-REC
    PERFORM 8100-WRITE-LINE
    MOVE SPACES TO FACT-TRC-REC
    STRING "NOW:      " WS-WHERE-TEXT
        DELIMITED BY SIZE INTO FACT-TRC-REC
    PERFORM 8100-WRITE-LINE
    MOVE SPACES TO FACT-TRC-REC
    STRING "HELD UP:  " WS-HOLD-TEXT
        DELIMITED BY SIZE INTO FACT-TRC-REC
    PERFORM 8100-WRITE-LINE.

7600-DESCRIBE-LAST-EVENT.
    MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
    MOVE SPACES TO WS-WHERE-TEXT
    MOVE SPACES TO WS-HOLD-TEXT
    EVALUATE WS-EVT-CODE(WS-EVENT-IDX)
        WHEN "DUP"
            MOVE "TURNED AWAY AT INTAKE" TO WS-WHERE-TEXT
            STRING "DEPT/REF PAIR ALREADY SEEN - RESUBMIT UNDER A "
                "NEW REF IF THIS IS A NEW REQUEST"
                DELIMITED BY SIZE INTO WS-HOLD-TEXT
        WHEN "INT"
            MOVE "IN FACTIN.DAT" TO WS-WHERE-TEXT
            MOVE "WAITING FOR THE NIGHTLY STREAM" TO WS-HOLD-TEXT
        WHEN "REJ"
            MOVE "IN FACTREJ.DAT" TO WS-WHERE-TEXT
            STRING "REJECTED BY THE EDIT - WAITING TO BE WORKED "
                "IN FACTREJW"
                DELIMITED BY SIZE INTO WS-HOLD-TEXT
        WHEN "PND"
            MOVE "IN FACTPND.DAT" TO WS-WHERE-TEXT
            STRING "PENDING REPAIR - "
                WS-EVT-TEXT(WS-EVENT-IDX)(33:9)
                DELIMITED BY SIZE INTO WS-HOLD-TEXT
        WHEN "ABN"
            MOVE "ABANDONED AT REPAIR" TO WS-WHERE-TEXT
            MOVE "NOTHING - CLOSED BY THE OPERATOR" TO WS-HOLD-TEXT
        WHEN "RCY"
            MOVE "IN FACTRCY.DAT" TO WS-WHERE-TEXT
            MOVE "WAITING FOR THE NEXT FACTEDIT RUN" TO WS-HOLD-TEXT
        WHEN "DEF"
            MOVE "IN FACTDEF.DAT" TO WS-WHERE-TEXT
            STRING "RUN CEILING - IT FEEDS THE NEXT RUN "
                "AUTOMATICALLY"
                DELIMITED BY SIZE INTO WS-HOLD-TEXT
        WHEN "CMP"
            MOVE "COMPUTED, NOT YET DELIVERED" TO WS-WHERE-TEXT
            MOVE "WAITING FOR FACTDIST" TO WS-HOLD-TEXT
        WHEN "EST"
            MOVE "ESTIMATED, NOT YET DELIVERED" TO WS-WHERE-TEXT
            MOVE "WAITING FOR FACTDIST" TO WS-HOLD-TEXT
        WHEN "SKP"
            MOVE "SKIPPED BY FACTORIAL" TO WS-WHERE-TEXT
            MOVE "INVALID AT COMPUTE TIME - RESUBMIT CORRECTED"
                TO WS-HOLD-TEXT
        WHEN "OVF"
            MOVE "OVERFLOWED IN FACTORIAL" TO WS-WHERE-TEXT
            MOVE "RESULT TOO LARGE FOR THE TOTAL FIELD"
                TO WS-HOLD-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-WHERE-TEXT
            STRING "DELIVERED IN " WS-FACTOUT-NAME
                DELIMITED BY SIZE INTO WS-WHERE-TEXT
            MOVE "NOTHING" TO WS-HOLD-TEXT
    END-EVALUATE.

8000-ADD-EVENT.
    IF WS-EVENT-COUNT < 200
        ADD 1 TO WS-EVENT-COUNT
        MOVE WS-EV-DATE TO WS-EVT-DATE(WS-EVENT-COUNT)
        MOVE WS-EV-SEQ TO WS-EVT-SEQ(WS-EVENT-COUNT)
        MOVE WS-EV-TIME TO WS-EVT-TIME(WS-EVENT-COUNT)
        MOVE WS-EVENT-COUNT TO WS-EVT-ORDER(WS-EVENT-COUNT)
        MOVE WS-EV-STAGE TO WS-EVT-STAGE(WS-EVENT-COUNT)
        MOVE WS-EV-CODE TO WS-EVT-CODE(WS-EVENT-COUNT)
        MOVE WS-EV-TEXT TO WS-EVT-TEXT(WS-EVENT-COUNT)
    ELSE
        MOVE "Y" TO WS-EVENT-FULL-SW
    END-IF.

8100-WRITE-LINE.
    WRITE FACT-TRC-REC
    DISPLAY FACT-TRC-REC(1:110).

*> Turns a yyyy/mm/dd date from a report heading back into the
*> yyyymmdd the event key sorts on; a heading that is not a date
*> places the event at the last run.
8200-UNEDIT-DATE.
    MOVE SPACES TO WS-DATE-TEXT
    STRING WS-WORK-DATE(1:4) WS-WORK-DATE(6:2) WS-WORK-DATE(9:2)
        DELIMITED BY SIZE INTO WS-DATE-TEXT
    IF WS-DATE-TEXT(1:8) NUMERIC
        MOVE WS-DATE-TEXT(1:8) TO WS-EV-DATE
    ELSE
        MOVE WS-RUN-DATE TO WS-EV-DATE
    END-IF.
