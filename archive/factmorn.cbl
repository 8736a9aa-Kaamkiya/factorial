IDENTIFICATION DIVISION.
PROGRAM-ID. FACTMORN.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Morning exceptions sheet.  Run once the nightly stream is over,
*> it reads every file the on-call analyst used to open by hand -
*> FACTRUN.DAT, the FACTCTL.DAT control totals, the FACTRECN.DAT
*> verdict, FACTREJ.DAT, the FACTRAGE.DAT aging report, FACTDUP.DAT,
*> FACTDEF.DAT and the FACTMAN.DAT delivery manifest - and writes
*> one graded item per finding to FACTEXC.DAT.  Each item is INFO,
*> WARNING, or CRITICAL; the volume checks are graded against the
*> EXC- thresholds in FACTPRM.DAT.  The return code follows the
*> worst item on the sheet - 0 for INFO only, 4 for a WARNING, 8 for
*> anything CRITICAL - so the scheduler can page on it directly.
*> A night the FACTCAL processing calendar marks non-processing is
*> not counted as a missed run.  On a holiday the stream bypasses
*> FACTORIAL and FACTDIST by design, so control totals and a
*> manifest left from the last business day are noted as INFO and
*> not graded again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-PRM ASSIGN TO "FACTPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRM-STATUS.
    SELECT OPTIONAL FACT-RUN ASSIGN TO "FACTRUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTRUN-STATUS.
    SELECT OPTIONAL FACT-CTL ASSIGN TO WS-FACTCTL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTCTL-STATUS.
    SELECT OPTIONAL FACT-REC ASSIGN TO "FACTRECN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTREC-STATUS.
    SELECT OPTIONAL FACT-REJ ASSIGN TO "FACTREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTREJ-STATUS.
    SELECT OPTIONAL FACT-AGE ASSIGN TO "FACTRAGE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAGE-STATUS.
    SELECT OPTIONAL FACT-DUP ASSIGN TO "FACTDUP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDUP-STATUS.
    SELECT OPTIONAL FACT-DEF ASSIGN TO WS-FACTDEF-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDEF-STATUS.
    SELECT OPTIONAL FACT-MAN ASSIGN TO "FACTMAN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTMAN-STATUS.
    SELECT FACT-EXC ASSIGN TO "FACTEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTEXC-STATUS.

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

*> Control totals as FACTORIAL writes them: a 20-byte label, " = ",
*> and the count edited Z(7)9, under a dated heading line.
FD FACT-CTL.
01 FACT-CTL-REC.
    05 CTL-LABEL PIC X(20).
    05 FILLER PIC X(03).
    05 CTL-VALUE PIC X(08).
    05 FILLER PIC X(49).

FD FACT-REC.
01 FACT-REC-REC PIC X(132).

FD FACT-REJ.
01 FACT-REJ-REC.
    05 REJ-LINE-NO PIC X(08).
    05 FILLER PIC X(01).
    05 REJ-REASON PIC XX.
    05 FILLER PIC X(01).
    05 REJ-RECORD PIC X(80).
    05 FILLER PIC X(08).

FD FACT-AGE.
01 FACT-AGE-REC.
    COPY FACTAGER REPLACING ==:AG:== BY ==AGE==.

FD FACT-DUP.
01 FACT-DUP-REC PIC X(132).

FD FACT-DEF.
01 FACT-DEF-REC.
    COPY FACTINRC REPLACING ==:FI:== BY ==DF==.
    05 FILLER PIC X(60).

FD FACT-MAN.
01 FACT-MAN-REC PIC X(80).

FD FACT-EXC.
01 FACT-EXC-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-FACTPRM-STATUS PIC XX.
01 WS-FACTRUN-STATUS PIC XX.
01 WS-FACTCTL-STATUS PIC XX.
01 WS-FACTREC-STATUS PIC XX.
01 WS-FACTREJ-STATUS PIC XX.
01 WS-FACTAGE-STATUS PIC XX.
01 WS-FACTDUP-STATUS PIC XX.
01 WS-FACTDEF-STATUS PIC XX.
01 WS-FACTMAN-STATUS PIC XX.
01 WS-FACTEXC-STATUS PIC XX.
*> FACTORIAL may be pointed at other control-total and deferral
*> files through FACTPRM.DAT; the sheet follows the same names.
01 WS-FACTCTL-NAME PIC X(30) VALUE "FACTCTL.DAT".
01 WS-FACTDEF-NAME PIC X(30) VALUE "FACTDEF.DAT".
01 WS-PRM-EOF-SW PIC X VALUE "N".
01 WS-PRM-KEY PIC X(20).
01 WS-PRM-VALUE PIC X(50).
01 WS-EOF-SW PIC X VALUE "N".
01 WS-FOUND-SW PIC X VALUE "N".
*> Volume thresholds: a count at or over the WARN figure is a
*> WARNING, at or over the CRIT figure CRITICAL, anything less INFO.
01 WS-REJ-WARN PIC 9(4) VALUE 10.
01 WS-REJ-CRIT PIC 9(4) VALUE 100.
01 WS-AGED-WARN PIC 9(4) VALUE 1.
01 WS-AGED-CRIT PIC 9(4) VALUE 10.
01 WS-DUP-WARN PIC 9(4) VALUE 5.
01 WS-DUP-CRIT PIC 9(4) VALUE 50.
01 WS-DEF-WARN PIC 9(4) VALUE 1.
01 WS-DEF-CRIT PIC 9(4) VALUE 50.
01 WS-GRADE-COUNT PIC 9(8).
01 WS-GRADE-WARN PIC 9(4).
01 WS-GRADE-CRIT PIC 9(4).
01 WS-TODAY PIC 9(8).
01 WS-TODAY-INT PIC 9(8).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
01 WS-RUN-INT PIC 9(8).
01 WS-DAY-INT PIC 9(8).
01 WS-MISSED-SW PIC X.
01 WS-HOLIDAY-SW PIC X VALUE "N".
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.
01 WS-RUN-DATE-EDITED PIC 9999/99/99.
01 WS-RUN-DATE-SLASH PIC X(10).
01 WS-FILE-DATE PIC X(10).
*> One finding, as it goes onto the sheet.
01 WS-ITEM-SEV PIC X(08).
01 WS-ITEM-SOURCE PIC X(08).
01 WS-ITEM-TEXT PIC X(100).
01 WS-CNT-INFO PIC 9(4) VALUE 0.
01 WS-CNT-WARNING PIC 9(4) VALUE 0.
01 WS-CNT-CRITICAL PIC 9(4) VALUE 0.
01 WS-WORST-RC PIC 9 VALUE 0.
01 WS-WORST-SEV PIC X(08) VALUE "INFO".
01 WS-CNT-STEPS PIC 9(4) VALUE 0.
01 WS-CNT-STEPS-BAD PIC 9(4) VALUE 0.
01 WS-CTL-EDITED PIC Z(7)9.
01 WS-CTL-NUMBER PIC 9(8).
01 WS-CTL-READ PIC 9(8) VALUE 0.
01 WS-CTL-BYPASSED PIC 9(8) VALUE 0.
01 WS-CTL-COMPUTED PIC 9(8) VALUE 0.
01 WS-CTL-SKIPPED PIC 9(8) VALUE 0.
01 WS-CTL-OVERFLOW PIC 9(8) VALUE 0.
01 WS-CTL-ESTIMATED PIC 9(8) VALUE 0.
01 WS-CTL-DEFERRED PIC 9(8) VALUE 0.
01 WS-CTL-ACCOUNTED PIC 9(9) VALUE 0.
01 WS-CTL-LINES PIC 9(4) VALUE 0.
01 WS-CNT-REJ PIC 9(8) VALUE 0.
01 WS-CNT-AGED PIC 9(8) VALUE 0.
01 WS-CNT-DUP PIC 9(8) VALUE 0.
01 WS-CNT-DEF PIC 9(8) VALUE 0.
01 WS-CNT-DEF-H PIC 9(8) VALUE 0.
01 WS-CNT-MAN-DEPTS PIC 9(8) VALUE 0.
01 WS-CNT-EDITED PIC Z(7)9.
01 WS-CNT-EDITED-2 PIC Z(7)9.
01 WS-DUP-DATE PIC X(08).
01 WS-AGE-DATE PIC X(08).
01 WS-VERDICT PIC X(04).
01 WS-REC-DATE PIC X(08).
01 WS-REC-EXCEPTIONS PIC X(08).
01 WS-MAN-OVERFLOW-SW PIC X VALUE "N".
01 WS-MAN-OVERFLOW-TEXT PIC X(100).

PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    PERFORM 0900-READ-PARAMETERS
    PERFORM 1000-GET-RUN-DATE
    OPEN OUTPUT FACT-EXC
    MOVE SPACES TO FACT-EXC-REC
    STRING "MORNING EXCEPTIONS SUMMARY - RUN DATE "
        WS-RUN-DATE-SLASH
        DELIMITED BY SIZE INTO FACT-EXC-REC
    WRITE FACT-EXC-REC
    MOVE SPACES TO FACT-EXC-REC
    WRITE FACT-EXC-REC
    IF WS-HOLIDAY-SW = "Y"
        MOVE "FACTCAL" TO WS-ITEM-SOURCE
        MOVE "INFO" TO WS-ITEM-SEV
        MOVE "HOLIDAY - PROCESSING STEPS BYPASSED BY THE CALENDAR"
            TO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    END-IF
    PERFORM 2000-CHECK-RUN-STATUS
    PERFORM 3000-CHECK-CONTROL-TOTALS
    PERFORM 4000-CHECK-RECONCILIATION
    PERFORM 5000-CHECK-REJECTS
    PERFORM 5500-CHECK-AGED-REJECTS
    PERFORM 6000-CHECK-DUPLICATES
    PERFORM 7000-CHECK-DEFERRALS
    PERFORM 7500-CHECK-MANIFEST
    PERFORM 8500-WRITE-SUMMARY
    CLOSE FACT-EXC
    DISPLAY "FACTMORN: " WS-CNT-CRITICAL " critical, "
        WS-CNT-WARNING " warning, " WS-CNT-INFO
        " info - see FACTEXC.DAT"
    MOVE WS-WORST-RC TO RETURN-CODE
    STOP RUN.

*> The EXC- thresholds are read here; FACTCTL and FACTDEF are
*> followed so the sheet reads the files FACTORIAL actually wrote.
*> Every other FACTPRM.DAT parameter is passed over without
*> comment - FACTORIAL is the gatekeeper of the file.
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
        IF WS-PRM-KEY = "FACTCTL" AND WS-PRM-VALUE NOT = SPACES
            MOVE WS-PRM-VALUE(1:30) TO WS-FACTCTL-NAME
        END-IF
        IF WS-PRM-KEY = "FACTDEF" AND WS-PRM-VALUE NOT = SPACES
            MOVE WS-PRM-VALUE(1:30) TO WS-FACTDEF-NAME
        END-IF
        IF WS-PRM-VALUE(1:4) NUMERIC
            AND WS-PRM-VALUE(5:46) = SPACES
            AND WS-PRM-VALUE(1:4) NOT = "0000"
            EVALUATE WS-PRM-KEY
                WHEN "EXC-REJ-WARN"
                    MOVE WS-PRM-VALUE(1:4) TO WS-REJ-WARN
                WHEN "EXC-REJ-CRIT"
                    MOVE WS-PRM-VALUE(1:4) TO WS-REJ-CRIT
                WHEN "EXC-AGED-WARN"
                    MOVE WS-PRM-VALUE(1:4) TO WS-AGED-WARN
                WHEN "EXC-AGED-CRIT"
                    MOVE WS-PRM-VALUE(1:4) TO WS-AGED-CRIT
                WHEN "EXC-DUP-WARN"
                    MOVE WS-PRM-VALUE(1:4) TO WS-DUP-WARN
                WHEN "EXC-DUP-CRIT"
                    MOVE WS-PRM-VALUE(1:4) TO WS-DUP-CRIT
                WHEN "EXC-DEF-WARN"
                    MOVE WS-PRM-VALUE(1:4) TO WS-DEF-WARN
                WHEN "EXC-DEF-CRIT"
                    MOVE WS-PRM-VALUE(1:4) TO WS-DEF-CRIT
            END-EVALUATE
        END-IF
    END-IF.

*> The run date is the one FACTNITE recorded in FACTRUN.DAT, so a
*> sheet produced after midnight still describes the night's run.
*> With no status file at all the sheet is dated today.  A run date
*> that is a holiday - or a non-processing day FACTNITE resumed as
*> one - had its processing steps bypassed.
1000-GET-RUN-DATE.
    MOVE WS-TODAY TO WS-RUN-DATE
    OPEN INPUT FACT-RUN
    READ FACT-RUN
        AT END
            CONTINUE
        NOT AT END
            IF RUN-DATE NUMERIC
                MOVE RUN-DATE TO WS-RUN-DATE
            END-IF
    END-READ
    CLOSE FACT-RUN
    MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED
    MOVE WS-RUN-DATE-EDITED TO WS-RUN-DATE-SLASH
    COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    MOVE "D" TO WS-CAL-FUNCTION
    MOVE WS-RUN-DATE TO WS-CAL-DATE
    CALL "FACTCAL" USING WS-CAL-REQUEST
    IF WS-CAL-DAY-TYPE = "H" OR WS-CAL-DAY-TYPE = "N"
        MOVE "Y" TO WS-HOLIDAY-SW
    END-IF.

*> Every step short of COMPLETE is critical: a FAILED step stopped
*> the stream, and a PENDING one never ran.
2000-CHECK-RUN-STATUS.
    MOVE "FACTRUN" TO WS-ITEM-SOURCE
    MOVE "N" TO WS-EOF-SW
    MOVE "N" TO WS-FOUND-SW
    OPEN INPUT FACT-RUN
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-RUN
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                MOVE "Y" TO WS-FOUND-SW
                ADD 1 TO WS-CNT-STEPS
                PERFORM 2100-CHECK-ONE-STEP
        END-READ
    END-PERFORM
    CLOSE FACT-RUN
    EVALUATE TRUE
        WHEN WS-FOUND-SW = "N"
            MOVE "CRITICAL" TO WS-ITEM-SEV
            MOVE "NO RUN STATUS ON FILE - NIGHTLY STREAM DID NOT RUN"
                TO WS-ITEM-TEXT
            PERFORM 8000-WRITE-ITEM
        WHEN WS-CNT-STEPS-BAD = 0
            MOVE WS-CNT-STEPS TO WS-CNT-EDITED
            MOVE "INFO" TO WS-ITEM-SEV
            MOVE SPACES TO WS-ITEM-TEXT
            STRING "ALL" WS-CNT-EDITED " STEPS COMPLETE"
                DELIMITED BY SIZE INTO WS-ITEM-TEXT
            PERFORM 8000-WRITE-ITEM
    END-EVALUATE
    MOVE "N" TO WS-MISSED-SW
    IF WS-FOUND-SW = "Y"
        PERFORM 2200-CHECK-MISSED-NIGHTS
    END-IF
    IF WS-MISSED-SW = "Y"
        MOVE "WARNING" TO WS-ITEM-SEV
        MOVE SPACES TO WS-ITEM-TEXT
        STRING "LAST RECORDED RUN IS " WS-RUN-DATE-SLASH
            " - NO STREAM HAS RUN SINCE"
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    END-IF.

2100-CHECK-ONE-STEP.
    IF RUN-OUTCOME NOT = "COMPLETE"
        ADD 1 TO WS-CNT-STEPS-BAD
        MOVE "CRITICAL" TO WS-ITEM-SEV
        MOVE SPACES TO WS-ITEM-TEXT
        IF RUN-OUTCOME = "FAILED"
            STRING "STEP " RUN-STEP " FAILED - STREAM STOPPED"
                DELIMITED BY SIZE INTO WS-ITEM-TEXT
        ELSE
            STRING "STEP " RUN-STEP " " RUN-OUTCOME
                " - STREAM DID NOT FINISH"
                DELIMITED BY SIZE INTO WS-ITEM-TEXT
        END-IF
        PERFORM 8000-WRITE-ITEM
    END-IF.

*> A stream is owed for every business day and holiday between the
*> last recorded run and today; weekends and other non-processing
*> days are passed over.
2200-CHECK-MISSED-NIGHTS.
    COMPUTE WS-DAY-INT = WS-RUN-INT + 1
    PERFORM UNTIL WS-DAY-INT NOT < WS-TODAY-INT OR WS-MISSED-SW = "Y"
        MOVE "D" TO WS-CAL-FUNCTION
        COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        CALL "FACTCAL" USING WS-CAL-REQUEST
        IF WS-CAL-DAY-TYPE NOT = "N"
            MOVE "Y" TO WS-MISSED-SW
        END-IF
        ADD 1 TO WS-DAY-INT
    END-PERFORM.

*> The balancing rule is the one printed under the FACTRPT.DAT
*> trailer: READ = BYPASSED + COMPUTED + SKIPPED + OVERFLOWED +
*> ESTIMATED + DEFERRED.  Totals that do not balance mean records
*> were lost.
3000-CHECK-CONTROL-TOTALS.
    MOVE "FACTCTL" TO WS-ITEM-SOURCE
    MOVE SPACES TO WS-FILE-DATE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-CTL
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-CTL
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-CTL-LINES
                IF WS-CTL-LINES = 1
                    MOVE FACT-CTL-REC(41:10) TO WS-FILE-DATE
                ELSE
                    PERFORM 3100-TAKE-ONE-COUNTER
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-CTL
    IF WS-CTL-LINES = 0
        MOVE "WARNING" TO WS-ITEM-SEV
        MOVE "NO CONTROL TOTALS ON FILE - BALANCE NOT CHECKED"
            TO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    ELSE
        PERFORM 3200-GRADE-BALANCE
    END-IF.

3100-TAKE-ONE-COUNTER.
    MOVE 0 TO WS-CTL-NUMBER
    IF CTL-VALUE NOT = SPACES
        MOVE CTL-VALUE TO WS-CTL-EDITED
        MOVE WS-CTL-EDITED TO WS-CTL-NUMBER
    END-IF
    EVALUATE CTL-LABEL
        WHEN "RECORDS READ"
            MOVE WS-CTL-NUMBER TO WS-CTL-READ
        WHEN "BYPASSED (RESTART)"
            MOVE WS-CTL-NUMBER TO WS-CTL-BYPASSED
        WHEN "COMPUTED"
            MOVE WS-CTL-NUMBER TO WS-CTL-COMPUTED
        WHEN "SKIPPED - INVALID"
            MOVE WS-CTL-NUMBER TO WS-CTL-SKIPPED
        WHEN "OVERFLOWED"
            MOVE WS-CTL-NUMBER TO WS-CTL-OVERFLOW
        WHEN "ESTIMATED"
            MOVE WS-CTL-NUMBER TO WS-CTL-ESTIMATED
        WHEN "DEFERRED - CEILING"
            MOVE WS-CTL-NUMBER TO WS-CTL-DEFERRED
    END-EVALUATE.

*> On a holiday the totals on file are the last business day's,
*> already graded on that morning's sheet, so they are only noted.
3200-GRADE-BALANCE.
    IF WS-FILE-DATE NOT = WS-RUN-DATE-SLASH
        IF WS-HOLIDAY-SW = "Y"
            MOVE "INFO" TO WS-ITEM-SEV
        ELSE
            MOVE "WARNING" TO WS-ITEM-SEV
        END-IF
        MOVE SPACES TO WS-ITEM-TEXT
        STRING "CONTROL TOTALS ARE DATED " WS-FILE-DATE
            " - NOT THE RUN DATE"
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    END-IF
    IF WS-FILE-DATE NOT = WS-RUN-DATE-SLASH AND WS-HOLIDAY-SW = "Y"
        CONTINUE
    ELSE
        PERFORM 3300-CHECK-BALANCE
    END-IF.

3300-CHECK-BALANCE.
    COMPUTE WS-CTL-ACCOUNTED = WS-CTL-BYPASSED + WS-CTL-COMPUTED
        + WS-CTL-SKIPPED + WS-CTL-OVERFLOW + WS-CTL-ESTIMATED
        + WS-CTL-DEFERRED
    MOVE WS-CTL-READ TO WS-CNT-EDITED
    MOVE SPACES TO WS-ITEM-TEXT
    IF WS-CTL-ACCOUNTED = WS-CTL-READ
        MOVE "INFO" TO WS-ITEM-SEV
        STRING "CONTROL TOTALS BALANCE - READ =" WS-CNT-EDITED
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
    ELSE
        MOVE WS-CTL-ACCOUNTED TO WS-CNT-EDITED-2
        MOVE "CRITICAL" TO WS-ITEM-SEV
        STRING "OUT OF BALANCE - READ =" WS-CNT-EDITED
            " BUT ACCOUNTED FOR =" WS-CNT-EDITED-2
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
    END-IF
    PERFORM 8000-WRITE-ITEM
    IF WS-CTL-OVERFLOW > 0
        MOVE WS-CTL-OVERFLOW TO WS-CNT-EDITED
        MOVE "INFO" TO WS-ITEM-SEV
        MOVE SPACES TO WS-ITEM-TEXT
        STRING "RESULTS OVERFLOWED THE TOTAL FIELD =" WS-CNT-EDITED
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    END-IF
    IF WS-CTL-ESTIMATED > 0
        MOVE WS-CTL-ESTIMATED TO WS-CNT-EDITED
        MOVE "INFO" TO WS-ITEM-SEV
        MOVE SPACES TO WS-ITEM-TEXT
        STRING "RESULTS GIVEN AS ESTIMATES =" WS-CNT-EDITED
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    END-IF.

*> FACTRECN is run by hand against a date it prompts for, so the
*> verdict on file may be for another night or not there at all;
*> either is a WARNING, and only a FAIL for this run is CRITICAL.
*> A holiday has no FACTORIAL run to reconcile.
4000-CHECK-RECONCILIATION.
    MOVE "FACTRECN" TO WS-ITEM-SOURCE
    MOVE SPACES TO WS-REC-DATE
    MOVE SPACES TO WS-VERDICT
    MOVE SPACES TO WS-REC-EXCEPTIONS
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-REC
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-REC
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF FACT-REC-REC(1:28) = "RECONCILIATION FOR RUN DATE "
                    MOVE FACT-REC-REC(29:8) TO WS-REC-DATE
                END-IF
                IF FACT-REC-REC(1:9) = "VERDICT: "
                    MOVE FACT-REC-REC(10:4) TO WS-VERDICT
                END-IF
                IF FACT-REC-REC(1:23) = "EXCEPTIONS           = "
                    MOVE FACT-REC-REC(24:8) TO WS-REC-EXCEPTIONS
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-REC
    MOVE SPACES TO WS-ITEM-TEXT
    EVALUATE TRUE
        WHEN WS-HOLIDAY-SW = "Y" AND WS-REC-DATE NOT = WS-RUN-DATE-X
            MOVE "INFO" TO WS-ITEM-SEV
            MOVE "NO PROCESSING RUN TO RECONCILE ON A HOLIDAY"
                TO WS-ITEM-TEXT
        WHEN WS-REC-DATE = SPACES
            MOVE "WARNING" TO WS-ITEM-SEV
            MOVE "NO RECONCILIATION ON FILE - RUN FACTRECN"
                TO WS-ITEM-TEXT
        WHEN WS-REC-DATE NOT = WS-RUN-DATE-X
            MOVE "WARNING" TO WS-ITEM-SEV
            STRING "RECONCILIATION ON FILE IS FOR " WS-REC-DATE
                " - RUN FACTRECN FOR THIS RUN DATE"
                DELIMITED BY SIZE INTO WS-ITEM-TEXT
        WHEN WS-VERDICT = "PASS"
            MOVE "INFO" TO WS-ITEM-SEV
            MOVE "RECONCILIATION PASS" TO WS-ITEM-TEXT
        WHEN WS-VERDICT = "FAIL"
            MOVE "CRITICAL" TO WS-ITEM-SEV
            STRING "RECONCILIATION FAIL - EXCEPTIONS ="
                WS-REC-EXCEPTIONS
                DELIMITED BY SIZE INTO WS-ITEM-TEXT
        WHEN OTHER
            MOVE "WARNING" TO WS-ITEM-SEV
            MOVE "RECONCILIATION HAS NO VERDICT - RUN DID NOT FINISH"
                TO WS-ITEM-TEXT
    END-EVALUATE
    PERFORM 8000-WRITE-ITEM.

*> FACTREJW empties the reject file as it works it, so whatever is
*> here is the night's rejects nobody has looked at yet.
5000-CHECK-REJECTS.
    MOVE "FACTREJ" TO WS-ITEM-SOURCE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-REJ
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-REJ
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-CNT-REJ
        END-READ
    END-PERFORM
    CLOSE FACT-REJ
    MOVE WS-CNT-REJ TO WS-GRADE-COUNT
    MOVE WS-REJ-WARN TO WS-GRADE-WARN
    MOVE WS-REJ-CRIT TO WS-GRADE-CRIT
    PERFORM 8100-GRADE-COUNT
    MOVE WS-CNT-REJ TO WS-CNT-EDITED
    MOVE SPACES TO WS-ITEM-TEXT
    STRING "REJECTS AWAITING REPAIR =" WS-CNT-EDITED
        DELIMITED BY SIZE INTO WS-ITEM-TEXT
    PERFORM 8000-WRITE-ITEM.

*> Each reject on the aging report has been pending longer than
*> REJ-AGE-DAYS and is listed as a WARNING in its own right; the
*> count as a whole is graded against EXC-AGED-CRIT on top of that.
5500-CHECK-AGED-REJECTS.
    MOVE "FACTRAGE" TO WS-ITEM-SOURCE
    MOVE SPACES TO WS-AGE-DATE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AGE
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AGE
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF AGE-HEAD-TAG = "REJECTS PENDING OVER "
                    MOVE AGE-HEAD-DATE TO WS-AGE-DATE
                END-IF
                IF AGE-DET-TAG = "FIRST SEEN "
                    PERFORM 5600-LIST-AGED-REJECT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AGE
    IF WS-AGE-DATE = SPACES
        MOVE "INFO" TO WS-ITEM-SEV
        MOVE "NO AGING REPORT ON FILE - FACTREJW HAS NOT BEEN RUN"
            TO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    ELSE
        IF WS-AGE-DATE < WS-RUN-DATE-X
            MOVE "INFO" TO WS-ITEM-SEV
            MOVE SPACES TO WS-ITEM-TEXT
            STRING "AGING REPORT IS AS OF " WS-AGE-DATE
                " - FACTREJW NOT RUN SINCE"
                DELIMITED BY SIZE INTO WS-ITEM-TEXT
            PERFORM 8000-WRITE-ITEM
        END-IF
        MOVE WS-CNT-AGED TO WS-GRADE-COUNT
        MOVE WS-AGED-WARN TO WS-GRADE-WARN
        MOVE WS-AGED-CRIT TO WS-GRADE-CRIT
        PERFORM 8100-GRADE-COUNT
        MOVE WS-CNT-AGED TO WS-CNT-EDITED
        MOVE SPACES TO WS-ITEM-TEXT
        STRING "REJECTS PAST REJ-AGE-DAYS =" WS-CNT-EDITED
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    END-IF.

*> The aging detail line is laid out in FACTAGER, shared with
*> FACTREJW which writes it.
5600-LIST-AGED-REJECT.
    ADD 1 TO WS-CNT-AGED
    MOVE "WARNING" TO WS-ITEM-SEV
    MOVE SPACES TO WS-ITEM-TEXT
    STRING "REJECT PENDING " AGE-DET-AGE
        " DAYS SINCE " AGE-DET-FIRST-SEEN
        " REASON " AGE-DET-REASON
        " DEPT " AGE-DET-DEPT
        " REF " AGE-DET-REQ-REF
        DELIMITED BY SIZE INTO WS-ITEM-TEXT
    PERFORM 8000-WRITE-ITEM.

*> FACTINTK rewrites the duplicate file on every intake, dating each
*> line, so its contents are the latest intake's turn-aways.
6000-CHECK-DUPLICATES.
    MOVE "FACTDUP" TO WS-ITEM-SOURCE
    MOVE SPACES TO WS-DUP-DATE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-DUP
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-DUP
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-CNT-DUP
                MOVE FACT-DUP-REC(1:8) TO WS-DUP-DATE
        END-READ
    END-PERFORM
    CLOSE FACT-DUP
    MOVE WS-CNT-DUP TO WS-GRADE-COUNT
    MOVE WS-DUP-WARN TO WS-GRADE-WARN
    MOVE WS-DUP-CRIT TO WS-GRADE-CRIT
    PERFORM 8100-GRADE-COUNT
    MOVE WS-CNT-DUP TO WS-CNT-EDITED
    MOVE SPACES TO WS-ITEM-TEXT
    IF WS-CNT-DUP = 0
        STRING "DUPLICATES TURNED AWAY AT INTAKE =" WS-CNT-EDITED
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
    ELSE
        STRING "DUPLICATES TURNED AWAY AT INTAKE =" WS-CNT-EDITED
            " (INTAKE OF " WS-DUP-DATE ")"
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
    END-IF
    PERFORM 8000-WRITE-ITEM.

*> FACTORIAL never defers an H-class record - H is worked ahead of
*> every ceiling - so one turning up in the deferral file means the
*> priority rule broke and is CRITICAL whatever the count.
7000-CHECK-DEFERRALS.
    MOVE "FACTDEF" TO WS-ITEM-SOURCE
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-DEF
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-DEF
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-CNT-DEF
                IF DF-PRIORITY = "H"
                    ADD 1 TO WS-CNT-DEF-H
                    MOVE "CRITICAL" TO WS-ITEM-SEV
                    MOVE SPACES TO WS-ITEM-TEXT
                    STRING "H-CLASS RECORD DEFERRED - DEPT " DF-DEPT
                        " REF " DF-REQ-REF " NUM " DF-NUM
                        DELIMITED BY SIZE INTO WS-ITEM-TEXT
                    PERFORM 8000-WRITE-ITEM
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-DEF
    MOVE WS-CNT-DEF TO WS-GRADE-COUNT
    MOVE WS-DEF-WARN TO WS-GRADE-WARN
    MOVE WS-DEF-CRIT TO WS-GRADE-CRIT
    PERFORM 8100-GRADE-COUNT
    MOVE WS-CNT-DEF TO WS-CNT-EDITED
    MOVE SPACES TO WS-ITEM-TEXT
    STRING "RECORDS DEFERRED TO NEXT RUN =" WS-CNT-EDITED
        DELIMITED BY SIZE INTO WS-ITEM-TEXT
    PERFORM 8000-WRITE-ITEM.

*> A table overflow in FACTDIST means results were left out of the
*> department files, which no one downstream will notice.
7500-CHECK-MANIFEST.
    MOVE "FACTMAN" TO WS-ITEM-SOURCE
    MOVE SPACES TO WS-FILE-DATE
    MOVE "N" TO WS-EOF-SW
    MOVE "N" TO WS-FOUND-SW
    OPEN INPUT FACT-MAN
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-MAN
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM 7600-TAKE-MANIFEST-LINE
        END-READ
    END-PERFORM
    CLOSE FACT-MAN
    IF WS-FOUND-SW = "N"
        MOVE "WARNING" TO WS-ITEM-SEV
        MOVE "NO DELIVERY MANIFEST ON FILE - RESULTS NOT DISTRIBUTED"
            TO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    ELSE
        PERFORM 7700-GRADE-MANIFEST
    END-IF.

7600-TAKE-MANIFEST-LINE.
    IF FACT-MAN-REC(1:29) = "DELIVERY MANIFEST - RUN DATE "
        MOVE "Y" TO WS-FOUND-SW
        MOVE FACT-MAN-REC(30:10) TO WS-FILE-DATE
    END-IF
    IF FACT-MAN-REC(1:21) = "DEPARTMENTS SERVED = "
        MOVE FACT-MAN-REC(22:8) TO WS-CTL-EDITED
        MOVE WS-CTL-EDITED TO WS-CNT-MAN-DEPTS
    END-IF
    IF FACT-MAN-REC(1:19) = "** TABLE OVERFLOW: "
        MOVE "Y" TO WS-MAN-OVERFLOW-SW
        MOVE FACT-MAN-REC(4:77) TO WS-MAN-OVERFLOW-TEXT
    END-IF.

*> As with the control totals, a holiday's manifest is the last
*> business day's and is only noted.
7700-GRADE-MANIFEST.
    IF WS-FILE-DATE NOT = WS-RUN-DATE-SLASH
        IF WS-HOLIDAY-SW = "Y"
            MOVE "INFO" TO WS-ITEM-SEV
        ELSE
            MOVE "WARNING" TO WS-ITEM-SEV
        END-IF
        MOVE SPACES TO WS-ITEM-TEXT
        STRING "DELIVERY MANIFEST IS DATED " WS-FILE-DATE
            " - NOT THE RUN DATE"
            DELIMITED BY SIZE INTO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    END-IF
    IF WS-FILE-DATE NOT = WS-RUN-DATE-SLASH AND WS-HOLIDAY-SW = "Y"
        CONTINUE
    ELSE
        PERFORM 7800-CHECK-DELIVERY
    END-IF.

7800-CHECK-DELIVERY.
    IF WS-MAN-OVERFLOW-SW = "Y"
        MOVE "CRITICAL" TO WS-ITEM-SEV
        MOVE WS-MAN-OVERFLOW-TEXT TO WS-ITEM-TEXT
        PERFORM 8000-WRITE-ITEM
    END-IF
    MOVE WS-CNT-MAN-DEPTS TO WS-CNT-EDITED
    MOVE "INFO" TO WS-ITEM-SEV
    MOVE SPACES TO WS-ITEM-TEXT
    STRING "DEPARTMENTS SERVED =" WS-CNT-EDITED
        DELIMITED BY SIZE INTO WS-ITEM-TEXT
    PERFORM 8000-WRITE-ITEM.

*> Every finding passes through here so the tallies and the worst
*> severity, which becomes the return code, cannot drift from what
*> the sheet shows.
8000-WRITE-ITEM.
    EVALUATE WS-ITEM-SEV
        WHEN "CRITICAL"
            ADD 1 TO WS-CNT-CRITICAL
            MOVE 8 TO WS-WORST-RC
            MOVE "CRITICAL" TO WS-WORST-SEV
        WHEN "WARNING"
            ADD 1 TO WS-CNT-WARNING
            IF WS-WORST-RC < 4
                MOVE 4 TO WS-WORST-RC
                MOVE "WARNING" TO WS-WORST-SEV
            END-IF
        WHEN OTHER
            ADD 1 TO WS-CNT-INFO
    END-EVALUATE
    MOVE SPACES TO FACT-EXC-REC
    STRING WS-ITEM-SEV " " WS-ITEM-SOURCE " " WS-ITEM-TEXT
        DELIMITED BY SIZE INTO FACT-EXC-REC
    WRITE FACT-EXC-REC.

8100-GRADE-COUNT.
    EVALUATE TRUE
        WHEN WS-GRADE-COUNT NOT < WS-GRADE-CRIT
            MOVE "CRITICAL" TO WS-ITEM-SEV
        WHEN WS-GRADE-COUNT NOT < WS-GRADE-WARN
            MOVE "WARNING" TO WS-ITEM-SEV
        WHEN OTHER
            MOVE "INFO" TO WS-ITEM-SEV
    END-EVALUATE.

8500-WRITE-SUMMARY.
    MOVE SPACES TO FACT-EXC-REC
    WRITE FACT-EXC-REC
    MOVE WS-CNT-CRITICAL TO WS-CNT-EDITED
    MOVE SPACES TO FACT-EXC-REC
    STRING "CRITICAL ITEMS = " WS-CNT-EDITED
        DELIMITED BY SIZE INTO FACT-EXC-REC
    WRITE FACT-EXC-REC
    MOVE WS-CNT-WARNING TO WS-CNT-EDITED
    MOVE SPACES TO FACT-EXC-REC
    STRING "WARNING ITEMS  = " WS-CNT-EDITED
        DELIMITED BY SIZE INTO FACT-EXC-REC
    WRITE FACT-EXC-REC
    MOVE WS-CNT-INFO TO WS-CNT-EDITED
    MOVE SPACES TO FACT-EXC-REC
    STRING "INFO ITEMS     = " WS-CNT-EDITED
        DELIMITED BY SIZE INTO FACT-EXC-REC
    WRITE FACT-EXC-REC
    MOVE SPACES TO FACT-EXC-REC
    STRING "WORST SEVERITY: " WS-WORST-SEV
        " - RETURN CODE " WS-WORST-RC
        DELIMITED BY SIZE INTO FACT-EXC-REC
    WRITE FACT-EXC-REC.
