AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/09/02.

*> Drives the nightly cycle in order: FACTPRMV, which validates
*> FACTPRM.DAT and records any change to it before a step reads it,
*> FACTEDIT, the copy of FACTCLEAN.DAT into FACTIN.DAT that used to
*> be a hand rename, FACTRETN, which folds aging audit generations
*> into the monthly audit archive before FACTORIAL purges them,
*> FACTORIAL, the FACTDIST results distribution, FACTXTR, the
*> FACTBKUP image copy of the lookup table and archive, and - on
*> the shop's fiscal month end only - FACTAUDS, the FACTCHGB
*> chargeback statements, and the FACTTRND batch-window trend
*> report.  The processing calendar, through FACTCAL, decides what
*> kind of night it is: a business day runs the whole stream, a
*> holiday runs only the housekeeping steps FACTPRMV, FACTRETN, and
*> FACTBKUP (and the month-end steps when it closes the fiscal
*> month), and on a non-processing day the stream does not start at
*> all unless an incomplete run is being resumed.  Each step's
*> outcome is recorded in FACTRUN.DAT, and a rerun on the same date
*> resumes from the first step that did not complete, the way
*> FACTCKP.DAT already restarts the batch inside FACTORIAL but at
*> the job level.  The run date is handed to the prompting steps through
*> FACTDATE.DAT so no operator typing is needed; the file is
*> removed once the stream completes.  Every step the stream runs
*> also appends a line to the run history FACTHIST.DAT with its
*> start and end times and elapsed seconds; the FACTORIAL line
*> carries that run's control-total counters as well, taken from
*> the file FACTPRM.DAT names under FACTCTL, for the FACTTRND
*> trend report.  The stream holds the lookup table, archive, carry
*> files, and audit log exclusive through FACTLOCK from the first
*> step to the last, and does not start while another job holds any
*> of them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT FACT-DTE ASSIGN TO "FACTDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDTE-STATUS.
    SELECT FACT-HST ASSIGN TO "FACTHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTHST-STATUS.
    SELECT OPTIONAL FACT-PRM ASSIGN TO "FACTPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRM-STATUS.
    SELECT OPTIONAL FACT-CTL ASSIGN TO WS-FACTCTL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-DTE.
01 FACT-DTE-REC PIC X(08).

FD FACT-HST.
01 FACT-HST-REC.
    COPY FACTHSTR REPLACING ==:HS:== BY ==HST==.

FD FACT-PRM.
01 FACT-PRM-REC PIC X(80).

*> Control totals as FACTORIAL writes them: a 20-byte label, " = ",
*> and the count edited Z(7)9.
FD FACT-CTL.
01 FACT-CTL-REC.
    05 CTL-LABEL PIC X(20).
    05 FILLER PIC X(03).
    05 CTL-VALUE PIC X(08).
    05 FILLER PIC X(49).

WORKING-STORAGE SECTION.
01 WS-FACTRUN-STATUS PIC XX.
01 WS-FACTCLN-STATUS PIC XX.
01 WS-FACTIN-STATUS PIC XX.
01 WS-FACTDTE-STATUS PIC XX.
01 WS-FACTHST-STATUS PIC XX.
01 WS-FACTCTL-STATUS PIC XX.
01 WS-FACTPRM-STATUS PIC XX.
*> FACTORIAL may be pointed at another control-total file through
*> FACTPRM.DAT; the history follows the same name.
01 WS-FACTCTL-NAME PIC X(30) VALUE "FACTCTL.DAT".
01 WS-PRM-EOF-SW PIC X VALUE "N".
01 WS-PRM-KEY PIC X(20).
01 WS-PRM-VALUE PIC X(50).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DATE-X PIC X(8).
01 WS-FILE-DATE PIC X(8).
01 WS-EOF-SW PIC X VALUE "N".
01 WS-FAIL-SW PIC X VALUE "N".
01 WS-MONTH-END-SW PIC X VALUE "N".
01 WS-RESUME-SW PIC X VALUE "N".
01 WS-DAY-TYPE PIC X(01).
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.
01 WS-STEP-IDX PIC 9(2).
01 WS-FIND-IDX PIC 9(2).
*> Step kind: P processing, run on business days only; H
*> housekeeping, run on business days and holidays; M month end,
*> run on the fiscal month end only.
01 WS-STEP-COUNT PIC 9(2) VALUE 11.
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 11 TIMES.
        10 WS-STEP-NAME PIC X(09).
        10 WS-STEP-KIND PIC X(01).
        10 WS-STEP-DONE-SW PIC X.
01 WS-CNT-COPIED PIC 9(8) VALUE 0.
01 WS-DATE-FILE-NAME PIC X(30) VALUE "FACTDATE.DAT".
01 WS-BYPASS-SW PIC X VALUE "N".
01 WS-STEP-RC PIC S9(4).
01 WS-OUTCOME PIC X(08).
*> Step timing for the run history, as HHMMSS and as seconds past
*> midnight.
01 WS-TIME-FULL PIC 9(8).
01 WS-START-TIME PIC 9(6).
01 WS-END-TIME PIC 9(6).
01 WS-CLOCK-TIME PIC 9(6).
01 WS-CLOCK-SECS PIC 9(5).
01 WS-TS-HH PIC 99.
01 WS-TS-MM PIC 99.
01 WS-TS-SS PIC 99.
01 WS-START-SECS PIC 9(5).
01 WS-ELAPSED-SECS PIC 9(6).
01 WS-CTL-EDITED PIC Z(7)9.
01 WS-CTL-NUMBER PIC 9(8).
01 WS-HST-READ PIC 9(8).
01 WS-HST-COMPUTED PIC 9(8).
01 WS-HST-CACHE-HIT PIC 9(8).
01 WS-HST-ARC-REST PIC 9(8).
01 WS-HST-CALC-CALL PIC 9(8).
01 WS-HST-DEFERRED PIC 9(8).
01 WS-LOCK-REQUEST.
    COPY FACTLOKQ REPLACING ==:LQ:== BY ==WS-LOCK==.

PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE TO WS-RUN-DATE-X
    PERFORM 1000-INIT-STEPS
    PERFORM 0800-TAKE-LOCK
    IF WS-LOCK-GRANTED-SW = "N"
        DISPLAY "FACTNITE: stream not started - rerun once the "
            "holding job ends, or clear a stale lock with FACTLKOP."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1100-READ-RUN-STATUS
    PERFORM 1300-CHECK-CALENDAR
    IF WS-DAY-TYPE = "N" AND WS-RESUME-SW = "N"
        DISPLAY "FACTNITE: " WS-RUN-DATE " is a non-processing day "
            "on the calendar - stream not run."
        PERFORM 0890-RELEASE-LOCK
        MOVE 0 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1200-WRITE-DATE-FILE
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-FAIL-SW = "Y"
        IF WS-STEP-DONE-SW(WS-STEP-IDX) = "Y"
            DISPLAY "FACTNITE: step " WS-STEP-NAME(WS-STEP-IDX)
                " already complete for " WS-RUN-DATE ", skipped."
        END-CALL
        DISPLAY "FACTNITE: stream complete for " WS-RUN-DATE "."
    END-IF
    PERFORM 0890-RELEASE-LOCK
    STOP RUN.

*> The stream takes every resource its steps need, exclusive, before
*> the first step starts, so no maintenance or repair program can
*> slip in between two steps.  The steps' own lock calls find the
*> stream already holding what they ask for and add nothing.
0800-TAKE-LOCK.
    MOVE "A" TO WS-LOCK-FUNCTION
    MOVE "FACTNITE" TO WS-LOCK-PROGRAM
    MOVE 4 TO WS-LOCK-COUNT
    MOVE "FACTTAB" TO WS-LOCK-RESOURCE(1)
    MOVE "X" TO WS-LOCK-MODE(1)
    MOVE "FACTARC" TO WS-LOCK-RESOURCE(2)
    MOVE "X" TO WS-LOCK-MODE(2)
    MOVE "CARRY" TO WS-LOCK-RESOURCE(3)
    MOVE "X" TO WS-LOCK-MODE(3)
    MOVE "FACTAUD" TO WS-LOCK-RESOURCE(4)
    MOVE "X" TO WS-LOCK-MODE(4)
    CALL "FACTLOCK" USING WS-LOCK-REQUEST
    IF WS-LOCK-GRANTED-SW = "N"
        DISPLAY WS-LOCK-MESSAGE
    END-IF.

*> The release call would otherwise reset the stream's return code.
0890-RELEASE-LOCK.
    MOVE RETURN-CODE TO WS-LOCK-KEEP-RC
    MOVE "R" TO WS-LOCK-FUNCTION
    CALL "FACTLOCK" USING WS-LOCK-REQUEST
    IF WS-LOCK-MESSAGE NOT = SPACES
        DISPLAY WS-LOCK-MESSAGE
    END-IF
    MOVE WS-LOCK-KEEP-RC TO RETURN-CODE.

1000-INIT-STEPS.
    MOVE "FACTPRMV " TO WS-STEP-NAME(1)
    MOVE "H" TO WS-STEP-KIND(1)
    MOVE "FACTEDIT " TO WS-STEP-NAME(2)
    MOVE "P" TO WS-STEP-KIND(2)
    MOVE "COPYCLEAN" TO WS-STEP-NAME(3)
    MOVE "P" TO WS-STEP-KIND(3)
    MOVE "FACTRETN " TO WS-STEP-NAME(4)
    MOVE "H" TO WS-STEP-KIND(4)
    MOVE "FACTORIAL" TO WS-STEP-NAME(5)
    MOVE "P" TO WS-STEP-KIND(5)
    MOVE "FACTDIST " TO WS-STEP-NAME(6)
    MOVE "P" TO WS-STEP-KIND(6)
    MOVE "FACTXTR  " TO WS-STEP-NAME(7)
    MOVE "P" TO WS-STEP-KIND(7)
    MOVE "FACTBKUP " TO WS-STEP-NAME(8)
    MOVE "H" TO WS-STEP-KIND(8)
    MOVE "FACTAUDS " TO WS-STEP-NAME(9)
    MOVE "M" TO WS-STEP-KIND(9)
    MOVE "FACTCHGB " TO WS-STEP-NAME(10)
    MOVE "M" TO WS-STEP-KIND(10)
    MOVE "FACTTRND " TO WS-STEP-NAME(11)
    MOVE "M" TO WS-STEP-KIND(11)
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX > WS-STEP-COUNT
        MOVE "N" TO WS-STEP-DONE-SW(WS-STEP-IDX)
    END-PERFORM.

                MOVE RUN-DATE TO WS-FILE-DATE
                IF RUN-OUTCOME = "COMPLETE"
                    PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                        UNTIL WS-FIND-IDX > WS-STEP-COUNT
                        IF WS-STEP-NAME(WS-FIND-IDX) = RUN-STEP
                            MOVE "Y"
                                TO WS-STEP-DONE-SW(WS-FIND-IDX)
        END-READ
    END-PERFORM
    CLOSE FACT-RUN
    IF WS-FILE-DATE NUMERIC AND WS-CNT-COMPLETE < WS-STEP-COUNT
        MOVE WS-FILE-DATE TO WS-RUN-DATE-X
        MOVE WS-FILE-DATE TO WS-RUN-DATE
        MOVE "Y" TO WS-RESUME-SW
        DISPLAY "FACTNITE: resuming incomplete run of "
            WS-RUN-DATE-X "."
    ELSE
        PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
            UNTIL WS-FIND-IDX > WS-STEP-COUNT
            MOVE "N" TO WS-STEP-DONE-SW(WS-FIND-IDX)
        END-PERFORM
    END-IF.
    WRITE FACT-DTE-REC
    CLOSE FACT-DTE.

*> A resumed run keeps going whatever the calendar now says of its
*> date; a non-processing day met that way runs as a holiday.
1300-CHECK-CALENDAR.
    MOVE "D" TO WS-CAL-FUNCTION
    MOVE WS-RUN-DATE TO WS-CAL-DATE
    CALL "FACTCAL" USING WS-CAL-REQUEST
    MOVE WS-CAL-DAY-TYPE TO WS-DAY-TYPE
    MOVE WS-CAL-FISCAL-ME-SW TO WS-MONTH-END-SW
    EVALUATE WS-DAY-TYPE
        WHEN "B"
            DISPLAY "FACTNITE: " WS-RUN-DATE " is a business day."
        WHEN "H"
            DISPLAY "FACTNITE: " WS-RUN-DATE " is a holiday - "
                "housekeeping steps only."
        WHEN OTHER
            IF WS-RESUME-SW = "Y"
                DISPLAY "FACTNITE: " WS-RUN-DATE " is now a "
                    "non-processing day - resumed as a holiday."
                MOVE "H" TO WS-DAY-TYPE
            END-IF
    END-EVALUATE
    IF WS-MONTH-END-SW = "Y"
        DISPLAY "FACTNITE: " WS-RUN-DATE " is the fiscal month end."
    END-IF.

2000-RUN-ONE-STEP.
    DISPLAY "FACTNITE: running step " WS-STEP-NAME(WS-STEP-IDX)
    MOVE "N" TO WS-BYPASS-SW
    PERFORM 5000-GET-CLOCK
    MOVE WS-CLOCK-TIME TO WS-START-TIME
    MOVE WS-CLOCK-SECS TO WS-START-SECS
    MOVE 0 TO RETURN-CODE
    EVALUATE TRUE
        WHEN WS-STEP-KIND(WS-STEP-IDX) = "M" AND WS-MONTH-END-SW = "N"
            DISPLAY "FACTNITE: not fiscal month end, "
                WS-STEP-NAME(WS-STEP-IDX) " bypassed."
            MOVE "Y" TO WS-BYPASS-SW
        WHEN WS-STEP-KIND(WS-STEP-IDX) = "P" AND WS-DAY-TYPE = "H"
            DISPLAY "FACTNITE: holiday, "
                WS-STEP-NAME(WS-STEP-IDX) " bypassed."
            MOVE "Y" TO WS-BYPASS-SW
        WHEN OTHER
            PERFORM 2100-CALL-STEP
    END-EVALUATE
    MOVE RETURN-CODE TO WS-STEP-RC
    PERFORM 5100-WRITE-HISTORY
    MOVE WS-STEP-RC TO RETURN-CODE
    IF RETURN-CODE = 0
        MOVE "Y" TO WS-STEP-DONE-SW(WS-STEP-IDX)
    ELSE
        MOVE "Y" TO WS-FAIL-SW
        DISPLAY "FACTNITE: step " WS-STEP-NAME(WS-STEP-IDX)
            " failed with return code " RETURN-CODE
    END-IF
    PERFORM 4000-WRITE-RUN-STATUS.

2100-CALL-STEP.
    EVALUATE WS-STEP-NAME(WS-STEP-IDX)
        WHEN "FACTPRMV "
            CALL "FACTPRMV"
            END-CALL
        WHEN "FACTEDIT "
            CALL "FACTEDIT"
            END-CALL
        WHEN "COPYCLEAN"
            PERFORM 3000-COPY-CLEAN-FILE
        WHEN "FACTRETN "
            CALL "FACTRETN"
            END-CALL
        WHEN "FACTORIAL"
            CALL "FACTORIAL"
            END-CALL
        WHEN "FACTXTR  "
            CALL "FACTXTR"
            END-CALL
        WHEN "FACTBKUP "
            CALL "FACTBKUP"
            END-CALL
        WHEN "FACTAUDS "
            CALL "FACTAUDS"
            END-CALL
        WHEN "FACTCHGB "
            CALL "FACTCHGB"
            END-CALL
        WHEN "FACTTRND "
            CALL "FACTTRND"
            END-CALL
    END-EVALUATE.

3000-COPY-CLEAN-FILE.
    OPEN INPUT FACT-CLN
*> at any point leaves a complete picture of the run on disk.
4000-WRITE-RUN-STATUS.
    OPEN OUTPUT FACT-RUN
    PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
        UNTIL WS-FIND-IDX > WS-STEP-COUNT
        MOVE SPACES TO FACT-RUN-REC
        MOVE WS-RUN-DATE-X TO RUN-DATE
        MOVE WS-STEP-NAME(WS-FIND-IDX) TO RUN-STEP
        WRITE FACT-RUN-REC
    END-PERFORM
    CLOSE FACT-RUN.

5000-GET-CLOCK.
    ACCEPT WS-TIME-FULL FROM TIME
    COMPUTE WS-CLOCK-TIME = WS-TIME-FULL / 100
    MOVE WS-CLOCK-TIME(1:2) TO WS-TS-HH
    MOVE WS-CLOCK-TIME(3:2) TO WS-TS-MM
    MOVE WS-CLOCK-TIME(5:2) TO WS-TS-SS
    COMPUTE WS-CLOCK-SECS =
        WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.

*> One line per step run; a step found already complete on a resumed
*> run is not run again and so adds no line.
5100-WRITE-HISTORY.
    PERFORM 5000-GET-CLOCK
    MOVE WS-CLOCK-TIME TO WS-END-TIME
    IF WS-CLOCK-SECS < WS-START-SECS
        COMPUTE WS-ELAPSED-SECS =
            WS-CLOCK-SECS + 86400 - WS-START-SECS
    ELSE
        COMPUTE WS-ELAPSED-SECS = WS-CLOCK-SECS - WS-START-SECS
    END-IF
    EVALUATE TRUE
        WHEN WS-STEP-RC NOT = 0
            MOVE "FAILED  " TO WS-OUTCOME
        WHEN WS-BYPASS-SW = "Y"
            MOVE "BYPASSED" TO WS-OUTCOME
        WHEN OTHER
            MOVE "COMPLETE" TO WS-OUTCOME
    END-EVALUATE
    MOVE 0 TO WS-HST-READ
    MOVE 0 TO WS-HST-COMPUTED
    MOVE 0 TO WS-HST-CACHE-HIT
    MOVE 0 TO WS-HST-ARC-REST
    MOVE 0 TO WS-HST-CALC-CALL
    MOVE 0 TO WS-HST-DEFERRED
    IF WS-STEP-NAME(WS-STEP-IDX) = "FACTORIAL" AND WS-STEP-RC = 0
        PERFORM 5200-READ-CONTROL-TOTALS
    END-IF
    OPEN EXTEND FACT-HST
    IF WS-FACTHST-STATUS NOT = "00"
        OPEN OUTPUT FACT-HST
        CLOSE FACT-HST
        OPEN EXTEND FACT-HST
    END-IF
    MOVE ALL "|" TO FACT-HST-REC
    MOVE WS-RUN-DATE-X TO HST-RUN-DATE
    MOVE WS-STEP-NAME(WS-STEP-IDX) TO HST-STEP
    MOVE WS-START-TIME TO HST-START
    MOVE WS-END-TIME TO HST-END
    MOVE WS-ELAPSED-SECS TO HST-ELAPSED
    MOVE WS-OUTCOME TO HST-OUTCOME
    MOVE WS-HST-READ TO HST-CNT-READ
    MOVE WS-HST-COMPUTED TO HST-CNT-COMPUTED
    MOVE WS-HST-CACHE-HIT TO HST-CNT-CACHE-HIT
    MOVE WS-HST-ARC-REST TO HST-CNT-ARC-REST
    MOVE WS-HST-CALC-CALL TO HST-CNT-CALC-CALL
    MOVE WS-HST-DEFERRED TO HST-CNT-DEFERRED
    WRITE FACT-HST-REC
    CLOSE FACT-HST.

5200-READ-CONTROL-TOTALS.
    PERFORM 5220-READ-PARAMETERS
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-CTL
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-CTL
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM 5210-TAKE-ONE-COUNTER
        END-READ
    END-PERFORM
    CLOSE FACT-CTL.

5210-TAKE-ONE-COUNTER.
    MOVE CTL-VALUE TO WS-CTL-EDITED
    MOVE WS-CTL-EDITED TO WS-CTL-NUMBER
    EVALUATE CTL-LABEL
        WHEN "RECORDS READ        "
            MOVE WS-CTL-NUMBER TO WS-HST-READ
        WHEN "COMPUTED            "
            MOVE WS-CTL-NUMBER TO WS-HST-COMPUTED
        WHEN "CACHE HITS          "
            MOVE WS-CTL-NUMBER TO WS-HST-CACHE-HIT
        WHEN "ARCHIVE RESTORES    "
            MOVE WS-CTL-NUMBER TO WS-HST-ARC-REST
        WHEN "FACTCALC CALLS      "
            MOVE WS-CTL-NUMBER TO WS-HST-CALC-CALL
        WHEN "DEFERRED - CEILING  "
            MOVE WS-CTL-NUMBER TO WS-HST-DEFERRED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Only FACTCTL is taken here, so the totals are read from the file
*> FACTORIAL wrote; FACTORIAL is the gatekeeper of FACTPRM.DAT and
*> every other parameter is passed over.
5220-READ-PARAMETERS.
    MOVE "N" TO WS-PRM-EOF-SW
    OPEN INPUT FACT-PRM
    PERFORM UNTIL WS-PRM-EOF-SW = "Y"
        READ FACT-PRM
            AT END
                MOVE "Y" TO WS-PRM-EOF-SW
            NOT AT END
                PERFORM 5230-APPLY-PARAMETER
        END-READ
    END-PERFORM
    CLOSE FACT-PRM.

5230-APPLY-PARAMETER.
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
    END-IF.
