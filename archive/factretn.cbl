IDENTIFICATION DIVISION.
PROGRAM-ID. FACTRETN.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Long-term audit retention.  Folds every FACTAUD generation older
*> than the run date into the compact monthly archive
*> FACTAUDM.yyyymm.DAT - one short line per audit line, carrying the
*> timestamp, DEPT, REF, OP, NUM, R, outcome, digit count and a
*> check hash of the total, but not the total itself - and records
*> each folded generation in the catalog FACTAUDC.DAT.  The purge in
*> FACTORIAL deletes only generations the catalog lists, so nothing
*> leaves the live window unarchived.  Monthly archives older than
*> AUDARC-YEARS years are removed here.  Runs as a FACTNITE step
*> ahead of FACTORIAL, taking the run date from FACTDATE.DAT, or on
*> demand, when today's date is used.  The audit log is held
*> exclusive through FACTLOCK for the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-PRM ASSIGN TO "FACTPRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTPRM-STATUS.
    SELECT OPTIONAL FACT-DTE ASSIGN TO "FACTDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDTE-STATUS.
    SELECT OPTIONAL FACT-AUD ASSIGN TO WS-FACTAUD-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUD-STATUS.
    SELECT OPTIONAL FACT-AUM ASSIGN TO WS-FACTAUM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUM-STATUS.
    SELECT FACT-AUW ASSIGN TO "FACTAUDW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUW-STATUS.
    SELECT OPTIONAL FACT-AUC ASSIGN TO "FACTAUDC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUC-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-PRM.
01 FACT-PRM-REC PIC X(80).

FD FACT-DTE.
01 FACT-DTE-REC PIC X(08).

FD FACT-AUD.
01 FACT-AUD-REC PIC X(4080).

FD FACT-AUM.
01 FACT-AUM-REC.
    COPY AUDCMPR REPLACING ==:AC:== BY ==AUM==.

*> Work copy of a monthly archive while a half-finished fold is
*> taken back out of it.
FD FACT-AUW.
01 FACT-AUW-REC PIC X(79).

*> Catalog line: generation date|archive month|lines folded|
*> generation hash|date folded.
FD FACT-AUC.
01 FACT-AUC-REC.
    05 AUC-GEN-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 AUC-MONTH PIC X(06).
    05 FILLER PIC X(01).
    05 AUC-LINES PIC X(08).
    05 FILLER PIC X(01).
    05 AUC-HASH PIC X(12).
    05 FILLER PIC X(01).
    05 AUC-FOLDED PIC X(08).
    05 FILLER PIC X(34).

WORKING-STORAGE SECTION.
01 WS-AUD-LINE.
    COPY AUDLINE REPLACING ==:AL:== BY ==AL==.
01 WS-ESTIMATE.
    COPY ESTLINE REPLACING ==:ES:== BY ==EST==.
01 WS-FACTPRM-STATUS PIC XX.
01 WS-FACTDTE-STATUS PIC XX.
01 WS-FACTAUD-STATUS PIC XX.
01 WS-FACTAUM-STATUS PIC XX.
01 WS-FACTAUW-STATUS PIC XX.
01 WS-FACTAUC-STATUS PIC XX.
01 WS-FACTAUD-NAME PIC X(30).
01 WS-FACTAUM-NAME PIC X(30).
01 WS-FACTAUD-PREFIX PIC X(20) VALUE "FACTAUD".
01 WS-PRM-EOF-SW PIC X VALUE "N".
01 WS-PRM-KEY PIC X(20).
01 WS-PRM-VALUE PIC X(50).
01 WS-EOF-SW PIC X VALUE "N".
*> The fold reaches back as far as the purge in FACTORIAL does -
*> RETAIN-DAYS business days plus its sixty days of headroom -
*> since anything older is already gone; the window table bounds it
*> for a very long retention setting.
01 WS-AUD-RETAIN-DAYS PIC 9(4) VALUE 30.
01 WS-AUDARC-YEARS PIC 9(2) VALUE 7.
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-INT PIC 9(8).
01 WS-FIRST-INT PIC 9(8).
01 WS-LAST-INT PIC 9(8).
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.
01 WS-DAY-INT PIC 9(8).
01 WS-GEN-DATE PIC 9(8).
01 WS-GEN-DATE-X REDEFINES WS-GEN-DATE PIC X(8).
01 WS-CAT-DATE PIC 9(8).
01 WS-CAT-INT PIC 9(8).
*> One flag per day of the window, set for a generation the
*> catalog already lists.
01 WS-WINDOW-IDX PIC 9(5).
01 WS-WINDOW-TABLE.
    05 WS-WINDOW-FOLDED PIC X OCCURS 10060 TIMES.
01 WS-LINE-COUNT PIC 9(8).
01 WS-GEN-HASH PIC 9(12).
01 WS-LINE-HASH PIC 9(12).
01 WS-LINE-DIGITS PIC 9(4).
01 WS-DIGIT-VALUE PIC 9.
01 WS-SCAN-POS PIC 9(4).
01 WS-SCAN-DONE-SW PIC X.
01 WS-PRIOR-LINES PIC 9(8).
01 WS-CNT-GENERATIONS PIC 9(8) VALUE 0.
01 WS-CNT-LINES PIC 9(8) VALUE 0.
01 WS-CNT-MONTHS-DROPPED PIC 9(4) VALUE 0.
01 WS-CNT-EDITED PIC Z(7)9.
*> Months as a running count, year times twelve plus month, so the
*> retention cutoff is a plain subtraction.
01 WS-RUN-MONTHS PIC 9(6).
01 WS-CUT-MONTHS PIC 9(6).
01 WS-DROP-MONTHS PIC 9(6).
01 WS-DROP-BACK PIC 9(2).
01 WS-DROP-YEAR PIC 9(4).
01 WS-DROP-MONTH PIC 9(2).
01 WS-WORK-YEAR PIC 9(4).
01 WS-WORK-MONTH PIC 9(2).
01 WS-LOCK-REQUEST.
    COPY FACTLOKQ REPLACING ==:LQ:== BY ==WS-LOCK==.

PROCEDURE DIVISION.
0000-MAIN.
    MOVE 0 TO RETURN-CODE
    PERFORM 0800-TAKE-LOCK
    IF WS-LOCK-GRANTED-SW = "N"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM 0900-READ-PARAMETERS
    PERFORM 1000-GET-RUN-DATE
    PERFORM 1100-LOAD-CATALOG
    PERFORM 2000-FOLD-GENERATIONS
    PERFORM 4000-DROP-EXPIRED-MONTHS
    MOVE WS-CNT-GENERATIONS TO WS-CNT-EDITED
    DISPLAY "FACTRETN: " WS-CNT-EDITED " generation(s) folded into "
        "the monthly archive"
    MOVE WS-CNT-LINES TO WS-CNT-EDITED
    DISPLAY "FACTRETN: " WS-CNT-EDITED " audit line(s) archived"
    MOVE WS-CNT-MONTHS-DROPPED TO WS-CNT-EDITED
    DISPLAY "FACTRETN: " WS-CNT-EDITED " monthly archive(s) past "
        WS-AUDARC-YEARS " years removed"
    MOVE 0 TO RETURN-CODE
    PERFORM 0890-RELEASE-LOCK
    GOBACK.

*> The audit generations, catalog, and monthly archive are all
*> rewritten here, so the audit log is held exclusive for the run.
0800-TAKE-LOCK.
    MOVE "A" TO WS-LOCK-FUNCTION
    MOVE "FACTRETN" TO WS-LOCK-PROGRAM
    MOVE 1 TO WS-LOCK-COUNT
    MOVE "FACTAUD" TO WS-LOCK-RESOURCE(1)
    MOVE "X" TO WS-LOCK-MODE(1)
    CALL "FACTLOCK" USING WS-LOCK-REQUEST
    IF WS-LOCK-GRANTED-SW = "N"
        DISPLAY WS-LOCK-MESSAGE
    END-IF.

*> The release call would otherwise reset the step's return code.
0890-RELEASE-LOCK.
    MOVE RETURN-CODE TO WS-LOCK-KEEP-RC
    MOVE "R" TO WS-LOCK-FUNCTION
    CALL "FACTLOCK" USING WS-LOCK-REQUEST
    IF WS-LOCK-MESSAGE NOT = SPACES
        DISPLAY WS-LOCK-MESSAGE
    END-IF
    MOVE WS-LOCK-KEEP-RC TO RETURN-CODE.

*> RETAIN-DAYS and FACTAUD-PREFIX are read so the fold covers
*> exactly the generations FACTORIAL writes and will purge;
*> AUDARC-YEARS is the life of the monthly archive.  Every other
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
        IF WS-PRM-KEY = "AUDARC-YEARS"
            AND WS-PRM-VALUE(1:2) NUMERIC
            AND WS-PRM-VALUE(3:48) = SPACES
            AND WS-PRM-VALUE(1:2) NOT = "00"
            MOVE WS-PRM-VALUE(1:2) TO WS-AUDARC-YEARS
        END-IF
        IF WS-PRM-KEY = "FACTAUD-PREFIX" AND WS-PRM-VALUE NOT = SPACES
            MOVE WS-PRM-VALUE(1:20) TO WS-FACTAUD-PREFIX
        END-IF
    END-IF.

*> Under FACTNITE the run date comes from FACTDATE.DAT so a resumed
*> run after midnight still treats the run's own generation as live.
1000-GET-RUN-DATE.
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
    CLOSE FACT-DTE
    COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    MOVE "B" TO WS-CAL-FUNCTION
    MOVE WS-RUN-DATE TO WS-CAL-DATE
    MOVE WS-AUD-RETAIN-DAYS TO WS-CAL-DAYS
    CALL "FACTCAL" USING WS-CAL-REQUEST
    COMPUTE WS-FIRST-INT =
        FUNCTION INTEGER-OF-DATE(WS-CAL-RESULT-DATE) - 61
    COMPUTE WS-LAST-INT = WS-RUN-INT - 1
    IF WS-FIRST-INT < WS-LAST-INT - 10059
        COMPUTE WS-FIRST-INT = WS-LAST-INT - 10059
    END-IF.

1100-LOAD-CATALOG.
    PERFORM VARYING WS-WINDOW-IDX FROM 1 BY 1
        UNTIL WS-WINDOW-IDX > 10060
        MOVE "N" TO WS-WINDOW-FOLDED(WS-WINDOW-IDX)
    END-PERFORM
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AUC
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUC
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF AUC-GEN-DATE NUMERIC
                    MOVE AUC-GEN-DATE TO WS-CAT-DATE
                    COMPUTE WS-CAT-INT =
                        FUNCTION INTEGER-OF-DATE(WS-CAT-DATE)
                    IF WS-CAT-INT NOT < WS-FIRST-INT
                        AND WS-CAT-INT NOT > WS-LAST-INT
                        COMPUTE WS-WINDOW-IDX =
                            WS-CAT-INT - WS-FIRST-INT + 1
                        MOVE "Y" TO WS-WINDOW-FOLDED(WS-WINDOW-IDX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUC.

2000-FOLD-GENERATIONS.
    PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
        UNTIL WS-DAY-INT > WS-LAST-INT
        COMPUTE WS-WINDOW-IDX = WS-DAY-INT - WS-FIRST-INT + 1
        IF WS-WINDOW-FOLDED(WS-WINDOW-IDX) = "N"
            COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            PERFORM 2100-FOLD-ONE-GENERATION
        END-IF
    END-PERFORM.

*> The catalog line is written only once the whole generation is in
*> the monthly archive.  A fold cut short leaves no catalog line, so
*> the next run finds the generation again - and first takes the
*> partial fold back out, so no audit line is ever archived twice.
2100-FOLD-ONE-GENERATION.
    MOVE SPACES TO WS-FACTAUD-NAME
    STRING WS-FACTAUD-PREFIX DELIMITED BY SPACE
        "." WS-GEN-DATE ".DAT" DELIMITED BY SIZE
        INTO WS-FACTAUD-NAME
    OPEN INPUT FACT-AUD
    IF WS-FACTAUD-STATUS = "00"
        MOVE SPACES TO WS-FACTAUM-NAME
        STRING "FACTAUDM." WS-GEN-DATE-X(1:6) ".DAT"
            DELIMITED BY SIZE INTO WS-FACTAUM-NAME
        PERFORM 2200-DROP-PARTIAL-FOLD
        OPEN EXTEND FACT-AUM
        IF WS-FACTAUM-STATUS NOT = "00"
            OPEN OUTPUT FACT-AUM
            CLOSE FACT-AUM
            OPEN EXTEND FACT-AUM
        END-IF
        MOVE 0 TO WS-LINE-COUNT
        MOVE 0 TO WS-GEN-HASH
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF-SW = "Y"
            READ FACT-AUD
                AT END
                    MOVE "Y" TO WS-EOF-SW
                NOT AT END
                    MOVE FACT-AUD-REC TO WS-AUD-LINE
                    PERFORM 2300-FOLD-ONE-LINE
            END-READ
        END-PERFORM
        CLOSE FACT-AUM
        PERFORM 2400-WRITE-CATALOG-ENTRY
        ADD 1 TO WS-CNT-GENERATIONS
        ADD WS-LINE-COUNT TO WS-CNT-LINES
    END-IF
    CLOSE FACT-AUD.

2200-DROP-PARTIAL-FOLD.
    MOVE 0 TO WS-PRIOR-LINES
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AUM
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUM
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF AUM-GEN-DATE = WS-GEN-DATE-X
                    ADD 1 TO WS-PRIOR-LINES
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUM
    IF WS-PRIOR-LINES > 0
        DISPLAY "FACTRETN: unfinished fold of " WS-GEN-DATE
            " taken out of the monthly archive before refolding"
        OPEN INPUT FACT-AUM
        OPEN OUTPUT FACT-AUW
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF-SW = "Y"
            READ FACT-AUM
                AT END
                    MOVE "Y" TO WS-EOF-SW
                NOT AT END
                    IF AUM-GEN-DATE NOT = WS-GEN-DATE-X
                        MOVE FACT-AUM-REC TO FACT-AUW-REC
                        WRITE FACT-AUW-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FACT-AUM
        CLOSE FACT-AUW
        OPEN INPUT FACT-AUW
        OPEN OUTPUT FACT-AUM
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF-SW = "Y"
            READ FACT-AUW
                AT END
                    MOVE "Y" TO WS-EOF-SW
                NOT AT END
                    MOVE FACT-AUW-REC TO FACT-AUM-REC
                    WRITE FACT-AUM-REC
            END-READ
        END-PERFORM
        CLOSE FACT-AUW
        CLOSE FACT-AUM
    END-IF.

2300-FOLD-ONE-LINE.
    MOVE 0 TO WS-LINE-DIGITS
    MOVE 0 TO WS-LINE-HASH
    MOVE ALL "|" TO FACT-AUM-REC
    MOVE WS-GEN-DATE-X TO AUM-GEN-DATE
    MOVE AL-TIMESTAMP TO AUM-TIMESTAMP
    MOVE AL-DEPT TO AUM-DEPT
    MOVE AL-REQ-REF TO AUM-REQ-REF
    MOVE AL-OP TO AUM-OP
    MOVE AL-NUM TO AUM-NUM
    MOVE AL-NUM2 TO AUM-NUM2
    EVALUATE TRUE
        WHEN AL-TOTAL(1:8) = "SKIPPED "
            MOVE "SKIPPED" TO AUM-OUTCOME
        WHEN AL-TOTAL(1:8) = "OVERFLOW"
            MOVE "OVERFLOW" TO AUM-OUTCOME
        WHEN AL-TOTAL(1:8) = "ESTIMATE"
            MOVE "ESTIMATE" TO AUM-OUTCOME
            PERFORM 2320-KEEP-ESTIMATE
        WHEN OTHER
            MOVE "COMPUTED" TO AUM-OUTCOME
            PERFORM 2310-HASH-THE-TOTAL
    END-EVALUATE
    MOVE WS-LINE-DIGITS TO AUM-DIGITS
    MOVE WS-LINE-HASH TO AUM-HASH
    WRITE FACT-AUM-REC
    ADD 1 TO WS-LINE-COUNT
    ADD WS-LINE-HASH TO WS-GEN-HASH.

*> Digits are counted and weighted by their place as the total is
*> printed, grouping commas passed over, so a transposed pair of
*> digits changes the hash where a plain digit sum would not.
2310-HASH-THE-TOTAL.
    MOVE "N" TO WS-SCAN-DONE-SW
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > 4000 OR WS-SCAN-DONE-SW = "Y"
        EVALUATE TRUE
            WHEN AL-TOTAL(WS-SCAN-POS:1) = SPACE
                MOVE "Y" TO WS-SCAN-DONE-SW
            WHEN AL-TOTAL(WS-SCAN-POS:1) NUMERIC
                ADD 1 TO WS-LINE-DIGITS
                MOVE AL-TOTAL(WS-SCAN-POS:1) TO WS-DIGIT-VALUE
                COMPUTE WS-LINE-HASH =
                    WS-LINE-HASH + WS-DIGIT-VALUE * WS-LINE-DIGITS
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM.

*> An estimate keeps its digit count, held to the four places of the
*> digits field, and the count in full where the hash would go.
2320-KEEP-ESTIMATE.
    MOVE AL-TOTAL TO WS-ESTIMATE
    IF EST-DIGITS NUMERIC
        IF EST-DIGITS > 9999
            MOVE 9999 TO WS-LINE-DIGITS
        ELSE
            MOVE EST-DIGITS TO WS-LINE-DIGITS
        END-IF
        MOVE EST-DIGITS TO WS-LINE-HASH
    END-IF.

2400-WRITE-CATALOG-ENTRY.
    OPEN EXTEND FACT-AUC
    IF WS-FACTAUC-STATUS NOT = "00"
        OPEN OUTPUT FACT-AUC
        CLOSE FACT-AUC
        OPEN EXTEND FACT-AUC
    END-IF
    MOVE SPACES TO FACT-AUC-REC
    STRING WS-GEN-DATE-X "|" WS-GEN-DATE-X(1:6) "|" WS-LINE-COUNT
        "|" WS-GEN-HASH "|" WS-RUN-DATE
        DELIMITED BY SIZE INTO FACT-AUC-REC
    WRITE FACT-AUC-REC
    CLOSE FACT-AUC.

*> Archives from before the cutoff month are removed; the sweep
*> walks back two years past it, ample headroom for a step that
*> runs every night.
4000-DROP-EXPIRED-MONTHS.
    MOVE WS-RUN-DATE(1:4) TO WS-WORK-YEAR
    MOVE WS-RUN-DATE(5:2) TO WS-WORK-MONTH
    COMPUTE WS-RUN-MONTHS = WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1
    COMPUTE WS-CUT-MONTHS = WS-RUN-MONTHS - WS-AUDARC-YEARS * 12
    PERFORM VARYING WS-DROP-BACK FROM 1 BY 1 UNTIL WS-DROP-BACK > 24
        PERFORM 4100-DROP-ONE-MONTH
    END-PERFORM.

4100-DROP-ONE-MONTH.
    COMPUTE WS-DROP-MONTHS = WS-CUT-MONTHS - WS-DROP-BACK
    DIVIDE WS-DROP-MONTHS BY 12 GIVING WS-DROP-YEAR
        REMAINDER WS-DROP-MONTH
    ADD 1 TO WS-DROP-MONTH
    MOVE SPACES TO WS-FACTAUM-NAME
    STRING "FACTAUDM." WS-DROP-YEAR WS-DROP-MONTH ".DAT"
        DELIMITED BY SIZE INTO WS-FACTAUM-NAME
    OPEN INPUT FACT-AUM
    IF WS-FACTAUM-STATUS = "00"
        CLOSE FACT-AUM
        CALL "CBL_DELETE_FILE" USING WS-FACTAUM-NAME
        END-CALL
        ADD 1 TO WS-CNT-MONTHS-DROPPED
    ELSE
        CLOSE FACT-AUM
    END-IF.
