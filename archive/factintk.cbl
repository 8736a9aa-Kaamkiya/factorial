*> the edit expects.  A record with a blank DEPT field is stamped
*> with its source department on the way through.  A record whose
*> DEPT and REQ-REF pair was already accepted today, or already
*> appears in an audit generation within AUD-DUP-DAYS business days
*> on the FACTCAL processing calendar, is turned
*> away to FACTDUP.DAT instead of running twice.  A per-source tally
*> goes to FACTTALY.DAT so each department can see what was taken.
*> A source that is missing from the department master FACTDEPT.DAT,
*> or closed on it, is still merged - the edit rejects its records
*> where the reject workstation can see them - but it is called out
*> on the console and on the tally so the INTAKE-DEPT entry gets
*> fixed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT OPTIONAL FACT-PRM ASSIGN TO "FACTPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRM-STATUS.
    SELECT OPTIONAL FACT-DEPT ASSIGN TO "FACTDEPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDEPT-STATUS.
    SELECT OPTIONAL FACT-SUB ASSIGN TO WS-FACTSUB-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTSUB-STATUS.
FD FACT-PRM.
01 FACT-PRM-REC PIC X(80).

FD FACT-DEPT.
01 FACT-DEPT-REC.
    COPY FACTDEPR REPLACING ==:DP:== BY ==DEPT==.

*> Submissions are read oversized, exactly as FACTEDIT reads
*> FACTIN.DAT, so mangled long lines ride through to the edit
*> rather than being truncated silently here.
01 WS-AUD-LINE.
    COPY AUDLINE REPLACING ==:AL:== BY ==AL==.
01 WS-FACTPRM-STATUS PIC XX.
01 WS-FACTDEPT-STATUS PIC XX.
01 WS-FACTSUB-STATUS PIC XX.
01 WS-FACTAUD-STATUS PIC XX.
01 WS-FACTIN-STATUS PIC XX.
01 WS-TODAY-INT PIC 9(8).
01 WS-DAY-INT PIC 9(8).
01 WS-AUD-DATE PIC 9(8).
01 WS-FIRST-INT PIC 9(8).
*> How many business days of audit generations count as "recent"
*> for the duplicate screen; FACTORIAL's retention purge bounds how
*> far back there is anything to read anyway.
01 WS-AUD-DUP-DAYS PIC 9(4) VALUE 7.
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.
01 WS-DEPT-COUNT PIC 9(2) VALUE 0.
01 WS-DEPT-IDX PIC 9(2).
01 WS-DEPT-TABLE.
        10 WS-DEPT-READ PIC 9(8).
        10 WS-DEPT-TAKEN PIC 9(8).
        10 WS-DEPT-DUPS PIC 9(8).
*> A = active on FACTDEPT.DAT, C = closed there, U = not on it,
*> space = there is no master to check against.
        10 WS-DEPT-MASTER PIC X(01).
*> Every DEPT and REQ-REF pair seen in the recent audit files or
*> accepted this run; a linear scan is plenty at intake volumes.
01 WS-PAIR-COUNT PIC 9(5) VALUE 0.
            " - FACTIN.DAT left untouched."
        STOP RUN
    END-IF
    PERFORM 1500-CHECK-SOURCES-ON-MASTER
    PERFORM 2000-LOAD-RECENT-AUDIT-PAIRS
    OPEN OUTPUT FACT-IN
    OPEN OUTPUT FACT-DUP
                MOVE 0 TO WS-DEPT-READ(WS-DEPT-COUNT)
                MOVE 0 TO WS-DEPT-TAKEN(WS-DEPT-COUNT)
                MOVE 0 TO WS-DEPT-DUPS(WS-DEPT-COUNT)
                MOVE SPACE TO WS-DEPT-MASTER(WS-DEPT-COUNT)
            ELSE
                DISPLAY "FACTINTK: more than 20 INTAKE-DEPT entries"
                    " - extra sources ignored."
        END-IF
    END-IF.

1500-CHECK-SOURCES-ON-MASTER.
    OPEN INPUT FACT-DEPT
    IF WS-FACTDEPT-STATUS = "00"
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
            MOVE "U" TO WS-DEPT-MASTER(WS-DEPT-IDX)
        END-PERFORM
        PERFORM UNTIL WS-EOF-SW = "Y"
            READ FACT-DEPT
                AT END
                    MOVE "Y" TO WS-EOF-SW
                NOT AT END
                    PERFORM 1600-MATCH-ONE-MASTER-LINE
            END-READ
        END-PERFORM
    END-IF
    CLOSE FACT-DEPT
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        EVALUATE WS-DEPT-MASTER(WS-DEPT-IDX)
            WHEN "U"
                DISPLAY "FACTINTK: WARNING - INTAKE-DEPT "
                    WS-DEPT-CODE(WS-DEPT-IDX)
                    " is not on FACTDEPT.DAT; its requests will reject."
            WHEN "C"
                DISPLAY "FACTINTK: WARNING - INTAKE-DEPT "
                    WS-DEPT-CODE(WS-DEPT-IDX)
                    " is closed on FACTDEPT.DAT; its requests "
                    "will reject."
        END-EVALUATE
    END-PERFORM.

1600-MATCH-ONE-MASTER-LINE.
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DEPT-CODE(WS-DEPT-IDX) = DEPT-CODE
            IF DEPT-STATUS = "A"
                MOVE "A" TO WS-DEPT-MASTER(WS-DEPT-IDX)
            ELSE
                MOVE "C" TO WS-DEPT-MASTER(WS-DEPT-IDX)
            END-IF
        END-IF
    END-PERFORM.

*> The window runs back to the AUD-DUP-DAYS-th business day before
*> the run, counting today, and takes in every generation from there
*> on, so an interactive run on a holiday or weekend is screened
*> too.
2000-LOAD-RECENT-AUDIT-PAIRS.
    IF WS-AUD-DUP-DAYS > 0
        MOVE "B" TO WS-CAL-FUNCTION
        MOVE WS-RUN-DATE TO WS-CAL-DATE
        MOVE WS-AUD-DUP-DAYS TO WS-CAL-DAYS
        CALL "FACTCAL" USING WS-CAL-REQUEST
        COMPUTE WS-FIRST-INT =
            FUNCTION INTEGER-OF-DATE(WS-CAL-RESULT-DATE)
    ELSE
        COMPUTE WS-FIRST-INT = WS-TODAY-INT + 1
    END-IF
    PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
        UNTIL WS-DAY-INT > WS-TODAY-INT
        COMPUTE WS-AUD-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        MOVE SPACES TO WS-FACTAUD-NAME
        STRING "FACTAUD." WS-AUD-DATE ".DAT"
            " ACCEPTED = " WS-TAKEN-EDITED
            " DUPLICATES = " WS-DUPS-EDITED
            DELIMITED BY SIZE INTO FACT-TLY-REC
        EVALUATE WS-DEPT-MASTER(WS-DEPT-IDX)
            WHEN "U"
                MOVE " NOT ON MASTER" TO FACT-TLY-REC(65:16)
            WHEN "C"
                MOVE " CLOSED" TO FACT-TLY-REC(65:16)
        END-EVALUATE
        WRITE FACT-TLY-REC
    END-PERFORM
    MOVE WS-CNT-TAKEN TO WS-CNT-EDITED
