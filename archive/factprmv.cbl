IDENTIFICATION DIVISION.
PROGRAM-ID. FACTPRMV.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Parameter validation and change control for FACTPRM.DAT.  Each
*> program reads only the keys it cares about, so a bad value used
*> to surface only when its owner ran; this program checks every line
*> against the rules of every program that reads it - unknown keys,
*> a key given twice, values out of range - and then the keys against
*> each other: FACTMORN thresholds that can never grade a warning, a
*> duplicate screen reaching past the retention window, two file keys
*> naming one file, a renamed file that other programs still open
*> under its default name, and a GROUP-SIZE different from the one
*> the last run's totals were edited with, which FACTRECN would use
*> to re-edit them.  Errors fail the check with return code 8, which
*> stops FACTNITE before any other step; warnings are reported but
*> let the stream run.  On a clean pass that finds the file changed,
*> a copy FACTPRM.yyyymmdd.hhmmss.DAT is saved, and the version and
*> every setting added, changed, or removed are appended to the
*> history FACTPRMH.DAT under the run date it takes effect and the
*> user who ran the check.  The findings and the before/after changes
*> against the last version used go to FACTPRMR.DAT.  Runs as the
*> first FACTNITE step, taking the run date from FACTDATE.DAT, or on
*> demand after an edit, when today's date is used.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-PRM ASSIGN TO "FACTPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRM-STATUS.
    SELECT OPTIONAL FACT-PRV ASSIGN TO WS-FACTPRV-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRV-STATUS.
    SELECT FACT-PSV ASSIGN TO WS-FACTPSV-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPSV-STATUS.
    SELECT OPTIONAL FACT-PRH ASSIGN TO "FACTPRMH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRH-STATUS.
    SELECT FACT-PVR ASSIGN TO "FACTPRMR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPVR-STATUS.
    SELECT OPTIONAL FACT-DTE ASSIGN TO "FACTDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDTE-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-PRM.
01 FACT-PRM-REC PIC X(80).

FD FACT-PRV.
01 FACT-PRV-REC PIC X(80).

FD FACT-PSV.
01 FACT-PSV-REC PIC X(80).

*> History line: date the version takes effect|time|user|type|key|
*> before|after.  Type V records a saved version, with the version
*> it replaces as before and its own file name as after; A, C, and R
*> record a setting added, changed, or removed by that version.
FD FACT-PRH.
01 FACT-PRH-REC.
    05 PRH-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 PRH-TIME PIC X(06).
    05 FILLER PIC X(01).
    05 PRH-USER PIC X(12).
    05 FILLER PIC X(01).
    05 PRH-TYPE PIC X(01).
    05 FILLER PIC X(01).
    05 PRH-KEY PIC X(20).
    05 FILLER PIC X(01).
    05 PRH-BEFORE PIC X(50).
    05 FILLER PIC X(01).
    05 PRH-AFTER PIC X(50).

FD FACT-PVR.
01 FACT-PVR-REC PIC X(132).

FD FACT-DTE.
01 FACT-DTE-REC PIC X(08).

WORKING-STORAGE SECTION.
01 WS-FACTPRM-STATUS PIC XX.
01 WS-FACTPRV-STATUS PIC XX.
01 WS-FACTPSV-STATUS PIC XX.
01 WS-FACTPRH-STATUS PIC XX.
01 WS-FACTPVR-STATUS PIC XX.
01 WS-FACTDTE-STATUS PIC XX.
01 WS-FACTPRV-NAME PIC X(30).
01 WS-FACTPSV-NAME PIC X(30).
01 WS-EOF-SW PIC X VALUE "N".
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME-FULL PIC 9(8).
01 WS-RUN-TIME PIC 9(6).
01 WS-USER PIC X(12).
01 WS-MODE-TEXT PIC X(09).
01 WS-PRM-KEY PIC X(20).
01 WS-PRM-VALUE PIC X(50).
*> Every key a program reads from FACTPRM.DAT: key, kind of value,
*> width, and the value the programs fall back on when it is absent.
*> Kinds: N digits, not all zero; Z digits, zero allowed; G the
*> group size, one digit 3 to 9; T text, cut at the width; F a file
*> name, refused past the width; D a department code, may repeat.
01 WS-KEY-VALUES.
    05 FILLER PIC X(39) VALUE "MAX-NUM             N03999".
    05 FILLER PIC X(39) VALUE "CKP-INTERVAL        N040100".
    05 FILLER PIC X(39) VALUE "GROUP-SIZE          G013".
    05 FILLER PIC X(39) VALUE "RETAIN-DAYS         N040030".
    05 FILLER PIC X(39) VALUE "AUDARC-YEARS        N0207".
    05 FILLER PIC X(39) VALUE "INTAKE-DEPT         D04".
    05 FILLER PIC X(39) VALUE "AUD-DUP-DAYS        N040007".
    05 FILLER PIC X(39) VALUE "REJ-AGE-DAYS        N040005".
    05 FILLER PIC X(39) VALUE "EXC-REJ-WARN        N040010".
    05 FILLER PIC X(39) VALUE "EXC-REJ-CRIT        N040100".
    05 FILLER PIC X(39) VALUE "EXC-AGED-WARN       N040001".
    05 FILLER PIC X(39) VALUE "EXC-AGED-CRIT       N040010".
    05 FILLER PIC X(39) VALUE "EXC-DUP-WARN        N040005".
    05 FILLER PIC X(39) VALUE "EXC-DUP-CRIT        N040050".
    05 FILLER PIC X(39) VALUE "EXC-DEF-WARN        N040001".
    05 FILLER PIC X(39) VALUE "EXC-DEF-CRIT        N040050".
    05 FILLER PIC X(39) VALUE "MAX-RECORDS         Z0800000000".
    05 FILLER PIC X(39) VALUE "MAX-SECONDS         Z0500000".
    05 FILLER PIC X(39) VALUE "REPORT-TITLE        T40FACTORIAL REPORT".
    05 FILLER PIC X(39) VALUE "FACTIN              F30FACTIN.DAT".
    05 FILLER PIC X(39) VALUE "FACTRPT             F30FACTRPT.DAT".
    05 FILLER PIC X(39) VALUE "FACTTAB             F30FACTTAB.DAT".
    05 FILLER PIC X(39) VALUE "FACTCKP             F30FACTCKP.DAT".
    05 FILLER PIC X(39) VALUE "FACTCTL             F30FACTCTL.DAT".
    05 FILLER PIC X(39) VALUE "FACTDEF             F30FACTDEF.DAT".
    05 FILLER PIC X(39) VALUE "FACTAUD-PREFIX      F20FACTAUD".
01 WS-KEY-TABLE REDEFINES WS-KEY-VALUES.
    05 WS-KEY-ENTRY OCCURS 26 TIMES.
        10 WS-KEY-NAME PIC X(20).
        10 WS-KEY-KIND PIC X(01).
        10 WS-KEY-WIDTH PIC 9(02).
        10 WS-KEY-DEFAULT PIC X(16).
01 WS-KEY-COUNT PIC 9(2) VALUE 26.
01 WS-KEY-IDX PIC 9(2).
01 WS-OTHER-IDX PIC 9(2).
01 WS-WIDTH PIC 9(2).
*> Programs that read each key, and those that open the default file
*> name whatever the key says, for the findings.
01 WS-KEY-USERS PIC X(40).
01 WS-KEY-FIXED PIC X(60).
*> The setting each key resolves to for the cross-checks: the last
*> line that passed its edit, else the default.
01 WS-EFFECTIVE-TABLE.
    05 WS-EFF-ENTRY OCCURS 26 TIMES.
        10 WS-EFF-VALUE PIC X(50).
        10 WS-EFF-LINE PIC 9(4).
01 WS-PRV-GROUP-SIZE PIC X(01).
01 WS-CUR-GROUP-SIZE PIC X(01).
*> The settings as they stand now and in the last version used.
01 WS-CUR-COUNT PIC 9(3) VALUE 0.
01 WS-CUR-IDX PIC 9(3).
01 WS-CUR-TABLE.
    05 WS-CUR-ENTRY OCCURS 200 TIMES.
        10 WS-CUR-KEY PIC X(20).
        10 WS-CUR-VALUE PIC X(50).
        10 WS-CUR-LINE PIC 9(4).
01 WS-PRV-COUNT PIC 9(3) VALUE 0.
01 WS-PRV-IDX PIC 9(3).
01 WS-PRV-TABLE.
    05 WS-PRV-ENTRY OCCURS 200 TIMES.
        10 WS-PRV-KEY PIC X(20).
        10 WS-PRV-VALUE PIC X(50).
        10 WS-PRV-MATCHED-SW PIC X.
01 WS-PRV-DATE PIC X(08) VALUE SPACES.
01 WS-PRV-FOUND-SW PIC X VALUE "N".
01 WS-PRV-LOADED-SW PIC X VALUE "N".
01 WS-MATCH-IDX PIC 9(3).
01 WS-CHG-COUNT PIC 9(3) VALUE 0.
01 WS-CHG-IDX PIC 9(3).
01 WS-CHG-TABLE.
    05 WS-CHG-ENTRY OCCURS 400 TIMES.
        10 WS-CHG-TYPE PIC X(01).
        10 WS-CHG-KEY PIC X(20).
        10 WS-CHG-BEFORE PIC X(50).
        10 WS-CHG-AFTER PIC X(50).
01 WS-LINE-NO PIC 9(4) VALUE 0.
01 WS-CNT-SETTINGS PIC 9(4) VALUE 0.
01 WS-CNT-INTAKE PIC 9(3) VALUE 0.
01 WS-CNT-ERRORS PIC 9(4) VALUE 0.
01 WS-CNT-WARNINGS PIC 9(4) VALUE 0.
01 WS-CNT-EDITED PIC Z(3)9.
01 WS-ERR-EDITED PIC Z(3)9.
01 WS-WARN-EDITED PIC Z(3)9.
*> One finding, as it goes onto the report.
01 WS-FIND-SEV PIC X(08).
01 WS-FIND-LINE PIC X(04).
01 WS-FIND-KEY PIC X(20).
01 WS-FIND-TEXT PIC X(92).
01 WS-FIND-WORK PIC X(92).
01 WS-NUM-A PIC 9(8).
01 WS-NUM-B PIC 9(8).
*> The oldest month the monthly audit archive keeps, against the
*> oldest generation RETAIN-DAYS keeps live.
01 WS-HORIZON-YM PIC 9(6).
01 WS-WINDOW-YM PIC 9(6).
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.

PROCEDURE DIVISION.
0000-MAIN.
    MOVE 0 TO RETURN-CODE
    PERFORM 1000-GET-RUN-DATE
    PERFORM 1100-FIND-LAST-VERSION
    PERFORM 1200-OPEN-REPORT
    PERFORM 2000-CHECK-PARAMETER-FILE
    PERFORM 3000-LOAD-LAST-VERSION
    PERFORM 4000-CROSS-CHECK-KEYS
    IF WS-CNT-ERRORS = 0 AND WS-CNT-WARNINGS = 0
        MOVE "NO FINDINGS." TO FACT-PVR-REC
        WRITE FACT-PVR-REC
    END-IF
    PERFORM 5000-COMPARE-VERSIONS
    PERFORM 6000-FINISH-REPORT
    CLOSE FACT-PVR
    MOVE WS-CNT-ERRORS TO WS-ERR-EDITED
    MOVE WS-CNT-WARNINGS TO WS-WARN-EDITED
    MOVE WS-CHG-COUNT TO WS-CNT-EDITED
    DISPLAY "FACTPRMV: " WS-ERR-EDITED " error(s), " WS-WARN-EDITED
        " warning(s), " WS-CNT-EDITED " change(s) - see FACTPRMR.DAT"
    IF WS-CNT-ERRORS > 0
        DISPLAY "FACTPRMV: FACTPRM.DAT failed validation - correct "
            "it and rerun."
        MOVE 8 TO RETURN-CODE
    END-IF
    GOBACK.

*> Under FACTNITE the run date comes from FACTDATE.DAT, so a version
*> is filed under the run it takes effect with.
1000-GET-RUN-DATE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE "ON DEMAND" TO WS-MODE-TEXT
    OPEN INPUT FACT-DTE
    IF WS-FACTDTE-STATUS = "00"
        READ FACT-DTE
            AT END
                CONTINUE
            NOT AT END
                IF FACT-DTE-REC NUMERIC
                    MOVE FACT-DTE-REC TO WS-RUN-DATE
                    MOVE "STREAM" TO WS-MODE-TEXT
                END-IF
        END-READ
    END-IF
    CLOSE FACT-DTE
    ACCEPT WS-RUN-TIME-FULL FROM TIME
    COMPUTE WS-RUN-TIME = WS-RUN-TIME-FULL / 100
    MOVE SPACES TO WS-USER
    ACCEPT WS-USER FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE SPACES TO WS-USER
    END-ACCEPT
    IF WS-USER = SPACES
        MOVE "UNKNOWN" TO WS-USER
    END-IF.

*> The last version line in the history is the version in use.
1100-FIND-LAST-VERSION.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-PRH
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-PRH
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF PRH-TYPE = "V" AND PRH-AFTER NOT = SPACES
                    MOVE PRH-DATE TO WS-PRV-DATE
                    MOVE PRH-AFTER(1:30) TO WS-FACTPRV-NAME
                    MOVE "Y" TO WS-PRV-FOUND-SW
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-PRH.

1200-OPEN-REPORT.
    OPEN OUTPUT FACT-PVR
    MOVE "FACTPRMV - FACTPRM.DAT VALIDATION AND CHANGE REPORT"
        TO FACT-PVR-REC
    WRITE FACT-PVR-REC
    MOVE SPACES TO FACT-PVR-REC
    STRING "RUN DATE " WS-RUN-DATE "  RUN BY " WS-USER
        "  " WS-MODE-TEXT
        DELIMITED BY SIZE INTO FACT-PVR-REC
    WRITE FACT-PVR-REC
    MOVE SPACES TO FACT-PVR-REC
    WRITE FACT-PVR-REC
    MOVE "FINDINGS:" TO FACT-PVR-REC
    WRITE FACT-PVR-REC.

2000-CHECK-PARAMETER-FILE.
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
        UNTIL WS-KEY-IDX > WS-KEY-COUNT
        MOVE WS-KEY-DEFAULT(WS-KEY-IDX) TO WS-EFF-VALUE(WS-KEY-IDX)
        MOVE 0 TO WS-EFF-LINE(WS-KEY-IDX)
    END-PERFORM
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-PRM
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-PRM
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                ADD 1 TO WS-LINE-NO
                PERFORM 2100-CHECK-ONE-LINE
        END-READ
    END-PERFORM
    CLOSE FACT-PRM
    IF WS-CNT-SETTINGS = 0
        MOVE "INFO" TO WS-FIND-SEV
        MOVE SPACES TO WS-FIND-LINE
        MOVE SPACES TO WS-FIND-KEY
        MOVE "FACTPRM.DAT HOLDS NO SETTINGS - EVERY PROGRAM RUNS ON "
            & "ITS DEFAULTS" TO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    IF WS-CNT-INTAKE > 20
        MOVE "ERROR" TO WS-FIND-SEV
        MOVE SPACES TO WS-FIND-LINE
        MOVE "INTAKE-DEPT" TO WS-FIND-KEY
        MOVE "MORE THAN 20 DEPARTMENTS - FACTINTK MERGES ONLY THE "
            & "FIRST 20" TO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

2100-CHECK-ONE-LINE.
    IF FACT-PRM-REC = SPACES OR FACT-PRM-REC(1:1) = "*"
        CONTINUE
    ELSE
        ADD 1 TO WS-CNT-SETTINGS
        MOVE SPACES TO WS-PRM-KEY
        MOVE SPACES TO WS-PRM-VALUE
        UNSTRING FACT-PRM-REC DELIMITED BY "="
            INTO WS-PRM-KEY WS-PRM-VALUE
        MOVE WS-LINE-NO TO WS-FIND-LINE
        MOVE WS-PRM-KEY TO WS-FIND-KEY
        PERFORM 2200-FIND-KEY
        IF WS-KEY-IDX = 0
            MOVE "ERROR" TO WS-FIND-SEV
            MOVE "UNKNOWN KEY - NO PROGRAM READS IT AND FACTORIAL "
                & "STOPS ON IT" TO WS-FIND-TEXT
            PERFORM 8000-WRITE-FINDING
        ELSE
            PERFORM 2300-CHECK-DUPLICATE
            PERFORM 2400-CHECK-VALUE
        END-IF
        PERFORM 2500-KEEP-SETTING
    END-IF.

2200-FIND-KEY.
    MOVE 0 TO WS-KEY-IDX
    PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
        UNTIL WS-OTHER-IDX > WS-KEY-COUNT OR WS-KEY-IDX > 0
        IF WS-KEY-NAME(WS-OTHER-IDX) = WS-PRM-KEY
            MOVE WS-OTHER-IDX TO WS-KEY-IDX
        END-IF
    END-PERFORM.

*> Only INTAKE-DEPT may repeat, once per department; any other key
*> given twice leaves the programs taking whichever line they meet
*> last, which is never what the second editor meant.
2300-CHECK-DUPLICATE.
    MOVE 0 TO WS-MATCH-IDX
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
        UNTIL WS-CUR-IDX > WS-CUR-COUNT OR WS-MATCH-IDX > 0
        IF WS-CUR-KEY(WS-CUR-IDX) = WS-PRM-KEY
            IF WS-KEY-KIND(WS-KEY-IDX) NOT = "D"
                OR WS-CUR-VALUE(WS-CUR-IDX) = WS-PRM-VALUE
                MOVE WS-CUR-IDX TO WS-MATCH-IDX
            END-IF
        END-IF
    END-PERFORM
    IF WS-MATCH-IDX > 0
        MOVE "ERROR" TO WS-FIND-SEV
        MOVE SPACES TO WS-FIND-TEXT
        IF WS-KEY-KIND(WS-KEY-IDX) = "D"
            STRING "DEPARTMENT ALREADY NAMED ON LINE "
                WS-CUR-LINE(WS-MATCH-IDX)
                " - ITS FILE WOULD BE MERGED TWICE"
                DELIMITED BY SIZE INTO WS-FIND-TEXT
        ELSE
            STRING "KEY ALREADY GIVEN ON LINE "
                WS-CUR-LINE(WS-MATCH-IDX)
                " - ONLY ONE SETTING PER KEY"
                DELIMITED BY SIZE INTO WS-FIND-TEXT
        END-IF
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> The edit for each kind is the strictest any reading program
*> applies, so a value that passes here passes everywhere.
2400-CHECK-VALUE.
    MOVE WS-KEY-WIDTH(WS-KEY-IDX) TO WS-WIDTH
    MOVE "ERROR" TO WS-FIND-SEV
    MOVE SPACES TO WS-FIND-TEXT
    EVALUATE WS-KEY-KIND(WS-KEY-IDX)
        WHEN "N"
            IF WS-PRM-VALUE(1:WS-WIDTH) NOT NUMERIC
                OR WS-PRM-VALUE(WS-WIDTH + 1:) NOT = SPACES
                OR WS-PRM-VALUE(1:WS-WIDTH) = ZEROS
                STRING "VALUE MUST BE " WS-WIDTH(2:1)
                    " DIGITS, NOT ALL ZERO"
                    DELIMITED BY SIZE INTO WS-FIND-TEXT
            END-IF
        WHEN "Z"
            IF WS-PRM-VALUE(1:WS-WIDTH) NOT NUMERIC
                OR WS-PRM-VALUE(WS-WIDTH + 1:) NOT = SPACES
                STRING "VALUE MUST BE " WS-WIDTH(2:1)
                    " DIGITS, ZERO FOR NO CEILING"
                    DELIMITED BY SIZE INTO WS-FIND-TEXT
            END-IF
        WHEN "G"
            IF WS-PRM-VALUE(1:1) NOT NUMERIC
                OR WS-PRM-VALUE(2:) NOT = SPACES
                OR WS-PRM-VALUE(1:1) < "3"
                MOVE "VALUE MUST BE ONE DIGIT, 3 TO 9" TO WS-FIND-TEXT
            END-IF
        WHEN "T"
            IF WS-PRM-VALUE = SPACES
                MOVE "VALUE MAY NOT BE BLANK" TO WS-FIND-TEXT
            ELSE
                IF WS-PRM-VALUE(WS-WIDTH + 1:) NOT = SPACES
                    MOVE "WARNING" TO WS-FIND-SEV
                    STRING "LONGER THAN " WS-WIDTH
                        " CHARACTERS - THE REST IS NOT PRINTED"
                        DELIMITED BY SIZE INTO WS-FIND-TEXT
                END-IF
            END-IF
        WHEN "F"
            IF WS-PRM-VALUE = SPACES
                MOVE "FILE NAME MAY NOT BE BLANK" TO WS-FIND-TEXT
            ELSE
                IF WS-PRM-VALUE(WS-WIDTH + 1:) NOT = SPACES
                    STRING "FILE NAME LONGER THAN " WS-WIDTH
                        " CHARACTERS - IT WOULD BE CUT SHORT"
                        DELIMITED BY SIZE INTO WS-FIND-TEXT
                END-IF
            END-IF
        WHEN "D"
            IF WS-PRM-VALUE = SPACES
                OR WS-PRM-VALUE(WS-WIDTH + 1:) NOT = SPACES
                MOVE "VALUE MUST BE A DEPARTMENT CODE OF UP TO 4 "
                    & "CHARACTERS" TO WS-FIND-TEXT
            END-IF
            ADD 1 TO WS-CNT-INTAKE
    END-EVALUATE
    IF WS-FIND-TEXT = SPACES
        MOVE WS-PRM-VALUE TO WS-EFF-VALUE(WS-KEY-IDX)
        MOVE WS-LINE-NO TO WS-EFF-LINE(WS-KEY-IDX)
    ELSE
        IF WS-FIND-SEV = "WARNING"
            MOVE WS-PRM-VALUE TO WS-EFF-VALUE(WS-KEY-IDX)
            MOVE WS-LINE-NO TO WS-EFF-LINE(WS-KEY-IDX)
        END-IF
        PERFORM 8200-DESCRIBE-KEY
        MOVE SPACES TO WS-FIND-WORK
        STRING WS-FIND-TEXT DELIMITED BY "  "
            " - READ BY " DELIMITED BY SIZE
            WS-KEY-USERS DELIMITED BY "  "
            INTO WS-FIND-WORK
        MOVE WS-FIND-WORK TO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

2500-KEEP-SETTING.
    IF WS-CUR-COUNT < 200
        ADD 1 TO WS-CUR-COUNT
        MOVE WS-PRM-KEY TO WS-CUR-KEY(WS-CUR-COUNT)
        MOVE WS-PRM-VALUE TO WS-CUR-VALUE(WS-CUR-COUNT)
        MOVE WS-LINE-NO TO WS-CUR-LINE(WS-CUR-COUNT)
    ELSE
        MOVE "ERROR" TO WS-FIND-SEV
        MOVE "MORE THAN 200 SETTINGS - THE REST CANNOT BE CHECKED "
            & "FOR CHANGES" TO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> A version named in the history but no longer on disk leaves
*> nothing to compare against; the file is then saved afresh.
3000-LOAD-LAST-VERSION.
    MOVE "3" TO WS-PRV-GROUP-SIZE
    IF WS-PRV-FOUND-SW = "Y"
        OPEN INPUT FACT-PRV
        IF WS-FACTPRV-STATUS = "00"
            MOVE "Y" TO WS-PRV-LOADED-SW
            MOVE "N" TO WS-EOF-SW
            PERFORM UNTIL WS-EOF-SW = "Y"
                READ FACT-PRV
                    AT END
                        MOVE "Y" TO WS-EOF-SW
                    NOT AT END
                        PERFORM 3100-KEEP-PRIOR-SETTING
                END-READ
            END-PERFORM
        ELSE
            MOVE "INFO" TO WS-FIND-SEV
            MOVE SPACES TO WS-FIND-LINE
            MOVE SPACES TO WS-FIND-KEY
            MOVE SPACES TO WS-FIND-TEXT
            STRING "LAST VERSION " DELIMITED BY SIZE
                WS-FACTPRV-NAME DELIMITED BY SPACE
                " IS NOT ON DISK - NOTHING TO COMPARE AGAINST"
                DELIMITED BY SIZE INTO WS-FIND-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF
        CLOSE FACT-PRV
    END-IF.

3100-KEEP-PRIOR-SETTING.
    IF FACT-PRV-REC = SPACES OR FACT-PRV-REC(1:1) = "*"
        CONTINUE
    ELSE
        IF WS-PRV-COUNT < 200
            ADD 1 TO WS-PRV-COUNT
            MOVE SPACES TO WS-PRV-KEY(WS-PRV-COUNT)
            MOVE SPACES TO WS-PRV-VALUE(WS-PRV-COUNT)
            UNSTRING FACT-PRV-REC DELIMITED BY "="
                INTO WS-PRV-KEY(WS-PRV-COUNT)
                    WS-PRV-VALUE(WS-PRV-COUNT)
            MOVE "N" TO WS-PRV-MATCHED-SW(WS-PRV-COUNT)
            IF WS-PRV-KEY(WS-PRV-COUNT) = "GROUP-SIZE"
                MOVE WS-PRV-VALUE(WS-PRV-COUNT)(1:1)
                    TO WS-PRV-GROUP-SIZE
            END-IF
        END-IF
    END-IF.

*> Key-against-key checks run on the settings each key resolves to.
*> The keys sit in WS-KEY-TABLE order: 2 CKP-INTERVAL, 3 GROUP-SIZE,
*> 4 RETAIN-DAYS, 5 AUDARC-YEARS, 7 AUD-DUP-DAYS, 9 to 16 the EXC-
*> pairs, 17 MAX-RECORDS, 20 to 25 the file names, 26 the prefix.
4000-CROSS-CHECK-KEYS.
    MOVE SPACES TO WS-FIND-LINE
    PERFORM VARYING WS-KEY-IDX FROM 9 BY 2 UNTIL WS-KEY-IDX > 15
        PERFORM 4100-CHECK-THRESHOLD-PAIR
    END-PERFORM
    IF WS-EFF-VALUE(7)(1:4) > WS-EFF-VALUE(4)(1:4)
        MOVE "WARNING" TO WS-FIND-SEV
        MOVE "AUD-DUP-DAYS" TO WS-FIND-KEY
        MOVE "REACHES PAST RETAIN-DAYS - OLDER GENERATIONS ARE "
            & "PURGED AND NOT SCREENED" TO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    MOVE WS-EFF-VALUE(17)(1:8) TO WS-NUM-A
    MOVE WS-EFF-VALUE(2)(1:4) TO WS-NUM-B
    IF WS-NUM-A > 0 AND WS-NUM-A < WS-NUM-B
        MOVE "WARNING" TO WS-FIND-SEV
        MOVE "MAX-RECORDS" TO WS-FIND-KEY
        MOVE "BELOW CKP-INTERVAL - THE BATCH IS CUT OFF BEFORE ITS "
            & "FIRST CHECKPOINT" TO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    PERFORM 4200-CHECK-ARCHIVE-LIFE
    PERFORM 4300-CHECK-GROUP-SIZE
    PERFORM VARYING WS-KEY-IDX FROM 20 BY 1 UNTIL WS-KEY-IDX > 26
        PERFORM 4400-CHECK-FILE-NAME
    END-PERFORM.

*> FACTMORN grades CRITICAL first, so a WARNING threshold at or
*> above its CRITICAL one can never be reached.
4100-CHECK-THRESHOLD-PAIR.
    COMPUTE WS-OTHER-IDX = WS-KEY-IDX + 1
    IF WS-EFF-VALUE(WS-KEY-IDX)(1:4)
        NOT < WS-EFF-VALUE(WS-OTHER-IDX)(1:4)
        MOVE "WARNING" TO WS-FIND-SEV
        MOVE WS-KEY-NAME(WS-KEY-IDX) TO WS-FIND-KEY
        MOVE SPACES TO WS-FIND-TEXT
        STRING "NOT BELOW " DELIMITED BY SIZE
            WS-KEY-NAME(WS-OTHER-IDX) DELIMITED BY SPACE
            " - FACTMORN CAN NEVER GRADE THIS A WARNING"
            DELIMITED BY SIZE INTO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> FACTRETN drops archive months past AUDARC-YEARS; a live window
*> reaching back further would fold generations into months that
*> are already due to go.
4200-CHECK-ARCHIVE-LIFE.
    MOVE "B" TO WS-CAL-FUNCTION
    MOVE WS-RUN-DATE TO WS-CAL-DATE
    MOVE WS-EFF-VALUE(4)(1:4) TO WS-CAL-DAYS
    CALL "FACTCAL" USING WS-CAL-REQUEST
    COMPUTE WS-WINDOW-YM = WS-CAL-RESULT-DATE / 100
    MOVE WS-EFF-VALUE(5)(1:2) TO WS-NUM-A
    COMPUTE WS-HORIZON-YM = WS-RUN-DATE / 100 - WS-NUM-A * 100
    IF WS-WINDOW-YM < WS-HORIZON-YM
        MOVE "WARNING" TO WS-FIND-SEV
        MOVE "AUDARC-YEARS" TO WS-FIND-KEY
        MOVE "SHORTER THAN THE RETAIN-DAYS WINDOW - ARCHIVE MONTHS "
            & "GO BEFORE THEIR GENERATIONS" TO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> FACTRECN re-edits a run's totals with the GROUP-SIZE it finds in
*> FACTPRM.DAT, not the one the run used, so a change would fail the
*> reconciliation of every run made before it.
4300-CHECK-GROUP-SIZE.
    MOVE WS-EFF-VALUE(3)(1:1) TO WS-CUR-GROUP-SIZE
    IF WS-PRV-LOADED-SW = "Y"
        AND WS-CUR-GROUP-SIZE NOT = WS-PRV-GROUP-SIZE
        MOVE "WARNING" TO WS-FIND-SEV
        MOVE "GROUP-SIZE" TO WS-FIND-KEY
        MOVE SPACES TO WS-FIND-TEXT
        STRING "CHANGES FROM " WS-PRV-GROUP-SIZE " TO "
            WS-CUR-GROUP-SIZE " - FACTRECN CANNOT RECONCILE RUNS "
            "BEFORE IT; RECONCILE " WS-PRV-DATE " FIRST"
            DELIMITED BY SIZE INTO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF.

*> Two keys naming one file would have FACTORIAL write one output
*> over another, and a name of FACTPRM.DAT would overwrite these
*> very settings.  A name moved off its default is legal, but some
*> programs open the default whatever the key says.
4400-CHECK-FILE-NAME.
    MOVE WS-KEY-NAME(WS-KEY-IDX) TO WS-FIND-KEY
    IF WS-EFF-LINE(WS-KEY-IDX) > 0
        MOVE WS-EFF-LINE(WS-KEY-IDX) TO WS-FIND-LINE
    ELSE
        MOVE SPACES TO WS-FIND-LINE
    END-IF
    IF WS-EFF-VALUE(WS-KEY-IDX) = "FACTPRM.DAT"
        MOVE "ERROR" TO WS-FIND-SEV
        MOVE "NAMES FACTPRM.DAT ITSELF" TO WS-FIND-TEXT
        PERFORM 8000-WRITE-FINDING
    END-IF
    IF WS-KEY-IDX < 26
        PERFORM VARYING WS-OTHER-IDX FROM WS-KEY-IDX BY 1
            UNTIL WS-OTHER-IDX > 25
            IF WS-OTHER-IDX > WS-KEY-IDX
                AND WS-EFF-VALUE(WS-OTHER-IDX)
                    = WS-EFF-VALUE(WS-KEY-IDX)
                MOVE "ERROR" TO WS-FIND-SEV
                MOVE SPACES TO WS-FIND-TEXT
                STRING "SAME FILE AS " DELIMITED BY SIZE
                    WS-KEY-NAME(WS-OTHER-IDX) DELIMITED BY SPACE
                    " - ONE WOULD OVERWRITE THE OTHER"
                    DELIMITED BY SIZE INTO WS-FIND-TEXT
                PERFORM 8000-WRITE-FINDING
            END-IF
        END-PERFORM
    END-IF
    IF WS-EFF-VALUE(WS-KEY-IDX) NOT = WS-KEY-DEFAULT(WS-KEY-IDX)
        PERFORM 8200-DESCRIBE-KEY
        IF WS-KEY-FIXED NOT = SPACES
            MOVE "WARNING" TO WS-FIND-SEV
            MOVE SPACES TO WS-FIND-TEXT
            STRING WS-KEY-FIXED DELIMITED BY "  "
                " STILL USE " DELIMITED BY SIZE
                WS-KEY-DEFAULT(WS-KEY-IDX) DELIMITED BY SPACE
                INTO WS-FIND-TEXT
            PERFORM 8000-WRITE-FINDING
        END-IF
    END-IF.

*> A key may appear once (INTAKE-DEPT once per department), so a
*> setting is matched on its key - and for INTAKE-DEPT its value.
5000-COMPARE-VERSIONS.
    MOVE SPACES TO FACT-PVR-REC
    WRITE FACT-PVR-REC
    MOVE SPACES TO FACT-PVR-REC
    IF WS-PRV-LOADED-SW = "Y"
        STRING "CHANGES AGAINST " DELIMITED BY SIZE
            WS-FACTPRV-NAME DELIMITED BY SPACE
            ", IN USE FROM THE RUN OF " WS-PRV-DATE ":"
            DELIMITED BY SIZE INTO FACT-PVR-REC
    ELSE
        MOVE "NO EARLIER VERSION ON RECORD - EVERY SETTING IS "
            & "LISTED AS ADDED:" TO FACT-PVR-REC
    END-IF
    WRITE FACT-PVR-REC
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
        UNTIL WS-CUR-IDX > WS-CUR-COUNT
        PERFORM 5100-MATCH-ONE-SETTING
    END-PERFORM
    PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
        UNTIL WS-PRV-IDX > WS-PRV-COUNT
        IF WS-PRV-MATCHED-SW(WS-PRV-IDX) = "N"
            MOVE "R" TO WS-FIND-SEV
            MOVE WS-PRV-KEY(WS-PRV-IDX) TO WS-FIND-KEY
            MOVE WS-PRV-VALUE(WS-PRV-IDX) TO WS-FIND-TEXT
            MOVE "(NOT SET - DEFAULT APPLIES)" TO WS-FIND-WORK
            PERFORM 5200-KEEP-CHANGE
        END-IF
    END-PERFORM
    IF WS-CHG-COUNT = 0
        MOVE "NO CHANGES." TO FACT-PVR-REC
        WRITE FACT-PVR-REC
    ELSE
        MOVE SPACES TO FACT-PVR-REC
        STRING "CHANGE   KEY                  BEFORE"
            DELIMITED BY SIZE INTO FACT-PVR-REC
        MOVE "AFTER" TO FACT-PVR-REC(81:5)
        WRITE FACT-PVR-REC
        PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
            UNTIL WS-CHG-IDX > WS-CHG-COUNT
            PERFORM 5300-WRITE-CHANGE
        END-PERFORM
    END-IF.

5100-MATCH-ONE-SETTING.
    MOVE 0 TO WS-MATCH-IDX
    PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
        UNTIL WS-PRV-IDX > WS-PRV-COUNT OR WS-MATCH-IDX > 0
        IF WS-PRV-MATCHED-SW(WS-PRV-IDX) = "N"
            AND WS-PRV-KEY(WS-PRV-IDX) = WS-CUR-KEY(WS-CUR-IDX)
            IF WS-CUR-KEY(WS-CUR-IDX) NOT = "INTAKE-DEPT"
                OR WS-PRV-VALUE(WS-PRV-IDX)
                    = WS-CUR-VALUE(WS-CUR-IDX)
                MOVE WS-PRV-IDX TO WS-MATCH-IDX
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-CUR-KEY(WS-CUR-IDX) TO WS-FIND-KEY
    MOVE WS-CUR-VALUE(WS-CUR-IDX) TO WS-FIND-WORK
    IF WS-MATCH-IDX = 0
        MOVE "A" TO WS-FIND-SEV
        MOVE "(NOT SET)" TO WS-FIND-TEXT
        PERFORM 5200-KEEP-CHANGE
    ELSE
        MOVE "Y" TO WS-PRV-MATCHED-SW(WS-MATCH-IDX)
        IF WS-PRV-VALUE(WS-MATCH-IDX) NOT = WS-CUR-VALUE(WS-CUR-IDX)
            MOVE "C" TO WS-FIND-SEV
            MOVE WS-PRV-VALUE(WS-MATCH-IDX) TO WS-FIND-TEXT
            PERFORM 5200-KEEP-CHANGE
        END-IF
    END-IF.

*> Takes the change type from WS-FIND-SEV, the key from WS-FIND-KEY,
*> the before value from WS-FIND-TEXT and the after from WS-FIND-WORK.
5200-KEEP-CHANGE.
    IF WS-CHG-COUNT < 400
        ADD 1 TO WS-CHG-COUNT
        MOVE WS-FIND-SEV(1:1) TO WS-CHG-TYPE(WS-CHG-COUNT)
        MOVE WS-FIND-KEY TO WS-CHG-KEY(WS-CHG-COUNT)
        MOVE WS-FIND-TEXT TO WS-CHG-BEFORE(WS-CHG-COUNT)
        MOVE WS-FIND-WORK TO WS-CHG-AFTER(WS-CHG-COUNT)
    END-IF.

5300-WRITE-CHANGE.
    MOVE SPACES TO FACT-PVR-REC
    EVALUATE WS-CHG-TYPE(WS-CHG-IDX)
        WHEN "A"
            MOVE "ADDED" TO FACT-PVR-REC(1:8)
        WHEN "C"
            MOVE "CHANGED" TO FACT-PVR-REC(1:8)
        WHEN OTHER
            MOVE "REMOVED" TO FACT-PVR-REC(1:8)
    END-EVALUATE
    MOVE WS-CHG-KEY(WS-CHG-IDX) TO FACT-PVR-REC(10:20)
    MOVE WS-CHG-BEFORE(WS-CHG-IDX) TO FACT-PVR-REC(31:50)
    MOVE WS-CHG-AFTER(WS-CHG-IDX) TO FACT-PVR-REC(81:50)
    WRITE FACT-PVR-REC.

*> A clean file is saved only when it differs from the version in
*> use, or when there is no version to compare it with.
6000-FINISH-REPORT.
    MOVE SPACES TO FACT-PVR-REC
    WRITE FACT-PVR-REC
    MOVE WS-CNT-ERRORS TO WS-ERR-EDITED
    MOVE WS-CNT-WARNINGS TO WS-WARN-EDITED
    MOVE SPACES TO FACT-PVR-REC
    EVALUATE TRUE
        WHEN WS-CNT-ERRORS > 0
            STRING "RESULT: NOT CLEAN -" WS-ERR-EDITED " ERROR(S),"
                WS-WARN-EDITED " WARNING(S).  FACTPRM.DAT NOT "
                "SAVED - CORRECT IT AND RERUN."
                DELIMITED BY SIZE INTO FACT-PVR-REC
        WHEN WS-CHG-COUNT > 0 OR WS-PRV-LOADED-SW = "N"
            PERFORM 6100-SAVE-VERSION
            PERFORM 6200-WRITE-HISTORY
            STRING "RESULT: CLEAN -" WS-WARN-EDITED " WARNING(S).  "
                "SAVED AS " DELIMITED BY SIZE
                WS-FACTPSV-NAME DELIMITED BY SPACE
                ", IN EFFECT FROM THE RUN OF " WS-RUN-DATE "."
                DELIMITED BY SIZE INTO FACT-PVR-REC
        WHEN OTHER
            STRING "RESULT: CLEAN -" WS-WARN-EDITED " WARNING(S).  "
                "UNCHANGED SINCE " DELIMITED BY SIZE
                WS-FACTPRV-NAME DELIMITED BY SPACE
                " - NOTHING SAVED."
                DELIMITED BY SIZE INTO FACT-PVR-REC
    END-EVALUATE
    WRITE FACT-PVR-REC.

*> The copy is the file exactly as edited, comments included.  The
*> time of the check is in the name as well as the run date, so a
*> second change booked under the same run date does not overwrite
*> the version the first one saved.
6100-SAVE-VERSION.
    MOVE SPACES TO WS-FACTPSV-NAME
    STRING "FACTPRM." WS-RUN-DATE "." WS-RUN-TIME ".DAT"
        DELIMITED BY SIZE INTO WS-FACTPSV-NAME
    OPEN INPUT FACT-PRM
    OPEN OUTPUT FACT-PSV
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-PRM
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                MOVE FACT-PRM-REC TO FACT-PSV-REC
                WRITE FACT-PSV-REC
        END-READ
    END-PERFORM
    CLOSE FACT-PRM
    CLOSE FACT-PSV.

6200-WRITE-HISTORY.
    OPEN EXTEND FACT-PRH
    IF WS-FACTPRH-STATUS NOT = "00"
        OPEN OUTPUT FACT-PRH
        CLOSE FACT-PRH
        OPEN EXTEND FACT-PRH
    END-IF
    MOVE ALL "|" TO FACT-PRH-REC
    MOVE WS-RUN-DATE TO PRH-DATE
    MOVE WS-RUN-TIME TO PRH-TIME
    MOVE WS-USER TO PRH-USER
    MOVE "V" TO PRH-TYPE
    MOVE "VERSION" TO PRH-KEY
    IF WS-PRV-LOADED-SW = "Y"
        MOVE WS-FACTPRV-NAME TO PRH-BEFORE
    ELSE
        MOVE SPACES TO PRH-BEFORE
    END-IF
    MOVE WS-FACTPSV-NAME TO PRH-AFTER
    WRITE FACT-PRH-REC
    PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
        UNTIL WS-CHG-IDX > WS-CHG-COUNT
        MOVE WS-CHG-TYPE(WS-CHG-IDX) TO PRH-TYPE
        MOVE WS-CHG-KEY(WS-CHG-IDX) TO PRH-KEY
        MOVE WS-CHG-BEFORE(WS-CHG-IDX) TO PRH-BEFORE
        MOVE WS-CHG-AFTER(WS-CHG-IDX) TO PRH-AFTER
        WRITE FACT-PRH-REC
    END-PERFORM
    CLOSE FACT-PRH.

8000-WRITE-FINDING.
    EVALUATE WS-FIND-SEV
        WHEN "ERROR"
            ADD 1 TO WS-CNT-ERRORS
        WHEN "WARNING"
            ADD 1 TO WS-CNT-WARNINGS
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    MOVE SPACES TO FACT-PVR-REC
    IF WS-FIND-LINE = SPACES
        STRING WS-FIND-SEV " " "         " " " WS-FIND-KEY " "
            WS-FIND-TEXT
            DELIMITED BY SIZE INTO FACT-PVR-REC
    ELSE
        STRING WS-FIND-SEV " " "LINE " WS-FIND-LINE " " WS-FIND-KEY
            " " WS-FIND-TEXT
            DELIMITED BY SIZE INTO FACT-PVR-REC
    END-IF
    WRITE FACT-PVR-REC.

*> Which programs read the key at WS-KEY-IDX, and which open the
*> default file name regardless of it.
8200-DESCRIBE-KEY.
    MOVE SPACES TO WS-KEY-FIXED
    EVALUATE WS-KEY-NAME(WS-KEY-IDX)
        WHEN "MAX-NUM"
            MOVE "FACTORIAL, FACTEDIT, FACTREJW" TO WS-KEY-USERS
        WHEN "GROUP-SIZE"
            MOVE "FACTORIAL, FACTRECN" TO WS-KEY-USERS
        WHEN "RETAIN-DAYS"
            MOVE "FACTORIAL, FACTRETN, FACTTRCE" TO WS-KEY-USERS
        WHEN "AUDARC-YEARS"
            MOVE "FACTRETN" TO WS-KEY-USERS
        WHEN "INTAKE-DEPT"
        WHEN "AUD-DUP-DAYS"
            MOVE "FACTINTK" TO WS-KEY-USERS
        WHEN "REJ-AGE-DAYS"
            MOVE "FACTREJW" TO WS-KEY-USERS
        WHEN "EXC-REJ-WARN"
        WHEN "EXC-REJ-CRIT"
        WHEN "EXC-AGED-WARN"
        WHEN "EXC-AGED-CRIT"
        WHEN "EXC-DUP-WARN"
        WHEN "EXC-DUP-CRIT"
        WHEN "EXC-DEF-WARN"
        WHEN "EXC-DEF-CRIT"
            MOVE "FACTMORN" TO WS-KEY-USERS
        WHEN "MAX-SECONDS"
            MOVE "FACTORIAL, FACTTRND" TO WS-KEY-USERS
        WHEN "FACTIN"
            MOVE "FACTORIAL" TO WS-KEY-USERS
            MOVE "FACTEDIT, FACTINTK, FACTNITE, FACTTRCE"
                TO WS-KEY-FIXED
        WHEN "FACTRPT"
            MOVE "FACTORIAL" TO WS-KEY-USERS
            MOVE "FACTDIST, FACTRECN" TO WS-KEY-FIXED
        WHEN "FACTTAB"
            MOVE "FACTORIAL" TO WS-KEY-USERS
            MOVE "FACTBKUP, FACTRCVR, FACTRECN, FACTTABM, FACTXTR"
                TO WS-KEY-FIXED
        WHEN "FACTCTL"
            MOVE "FACTORIAL, FACTMORN, FACTNITE" TO WS-KEY-USERS
        WHEN "FACTDEF"
            MOVE "FACTORIAL, FACTMORN, FACTTRCE" TO WS-KEY-USERS
            MOVE "FACTEDIT, FACTDIST" TO WS-KEY-FIXED
        WHEN "FACTAUD-PREFIX"
            MOVE "FACTORIAL, FACTRETN" TO WS-KEY-USERS
            MOVE "FACTINQ, FACTINTK, FACTAUDS, FACTCHGB, FACTRECN "
                & "AND OTHERS" TO WS-KEY-FIXED
        WHEN OTHER
            MOVE "FACTORIAL" TO WS-KEY-USERS
    END-EVALUATE.
