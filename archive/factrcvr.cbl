IDENTIFICATION DIVISION.
PROGRAM-ID. FACTRCVR.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Forward recovery for the lookup table FACTTAB.DAT and the compact
*> archive FACTARC.DAT.  The backup catalog FACTBKC.DAT written by
*> FACTBKUP is searched newest first for an image pair that still
*> proves out - every line present, record counts and digit hash
*> totals agreeing with both the image trailers and the catalog - and
*> an image that fails is passed over for the one before it.  Once
*> the operator confirms, the good image replaces both files, and
*> every computed result in the FACTAUD generations from the image
*> date through today is rolled forward into the table: the edited
*> total on the audit line is stripped of its separators and turned
*> back into least-significant-first digits.  SKIPPED, OVERFLOW, and
*> ESTIMATE lines carry no result and are passed by.  The recovery
*> report FACTRCV.DAT shows how many entries were restored from the
*> image, how many were reapplied from the audit trail, and lists
*> every audit result that could not be recovered - among them the
*> computed results of any day in the window whose generation has
*> already been folded into the monthly archive FACTAUDM.yyyymm.DAT
*> and purged, since the archive keeps no total to put back.  The
*> operator is told how many such days the window crosses before
*> being asked to go ahead.  The table and archive are held
*> exclusive, and the audit log shared, through FACTLOCK; a recovery
*> does not start while another job holds them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-BKC ASSIGN TO "FACTBKC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTBKC-STATUS.
    SELECT OPTIONAL FACT-TBI ASSIGN TO WS-FACTTBI-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTTBI-STATUS.
    SELECT OPTIONAL FACT-ARI ASSIGN TO WS-FACTARI-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTARI-STATUS.
    SELECT FACT-TAB ASSIGN TO "FACTTAB.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TAB-KEY
        FILE STATUS IS WS-FACTTAB-STATUS.
    SELECT FACT-ARC ASSIGN TO "FACTARC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTARC-STATUS.
    SELECT OPTIONAL FACT-AUD ASSIGN TO WS-FACTAUD-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUD-STATUS.
    SELECT OPTIONAL FACT-AUC ASSIGN TO "FACTAUDC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUC-STATUS.
    SELECT OPTIONAL FACT-AUM ASSIGN TO WS-FACTAUM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUM-STATUS.
    SELECT FACT-RCV ASSIGN TO "FACTRCV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTRCV-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-BKC.
01 FACT-BKC-REC.
    05 BKC-DATE PIC X(08).
    05 FILLER PIC X(01).
    05 BKC-TIME PIC X(06).
    05 FILLER PIC X(01).
    05 BKC-TAB-COUNT PIC X(08).
    05 FILLER PIC X(01).
    05 BKC-TAB-HASH PIC X(12).
    05 FILLER PIC X(01).
    05 BKC-ARC-COUNT PIC X(08).
    05 FILLER PIC X(01).
    05 BKC-ARC-HASH PIC X(12).
    05 FILLER PIC X(21).

*> Image lines as FACTBKUP writes them; the trailer shares the
*> layout of the count and hash positions of its TRAILER| prefix.
FD FACT-TBI.
01 FACT-TBI-REC.
    05 TBI-KEY PIC X(07).
    05 FILLER PIC X(01).
    05 TBI-LEN PIC X(04).
    05 FILLER PIC X(01).
    05 TBI-LAST-HIT PIC X(08).
    05 FILLER PIC X(01).
    05 TBI-DIGITS PIC X(3000).
    05 FILLER PIC X(08).
01 FACT-TBI-TRAILER.
    05 TBT-LABEL PIC X(08).
    05 TBT-COUNT PIC X(08).
    05 FILLER PIC X(01).
    05 TBT-HASH PIC X(12).
    05 FILLER PIC X(3001).

FD FACT-ARI.
01 FACT-ARI-REC.
    05 ARI-KEY PIC X(07).
    05 FILLER PIC X(01).
    05 ARI-LEN PIC X(04).
    05 FILLER PIC X(01).
    05 ARI-DIGITS PIC X(3000).
    05 FILLER PIC X(07).
01 FACT-ARI-TRAILER.
    05 ART-LABEL PIC X(08).
    05 ART-COUNT PIC X(08).
    05 FILLER PIC X(01).
    05 ART-HASH PIC X(12).
    05 FILLER PIC X(2991).

FD FACT-TAB.
01 FACT-TAB-REC.
    COPY FACTTABR REPLACING ==:TB:== BY ==TAB==.

FD FACT-ARC.
01 FACT-ARC-REC PIC X(3020).

FD FACT-AUD.
01 FACT-AUD-REC.
    COPY AUDLINE REPLACING ==:AL:== BY ==AUD==.

*> Catalog of audit generations FACTRETN has folded into the monthly
*> archive; only these may have been purged.
FD FACT-AUC.
01 FACT-AUC-REC.
    05 AUC-GEN-DATE PIC X(08).
    05 FILLER PIC X(72).

FD FACT-AUM.
01 FACT-AUM-REC.
    COPY AUDCMPR REPLACING ==:AC:== BY ==AUM==.

FD FACT-RCV.
01 FACT-RCV-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-FACTBKC-STATUS PIC XX.
01 WS-FACTTBI-STATUS PIC XX.
01 WS-FACTARI-STATUS PIC XX.
01 WS-FACTTAB-STATUS PIC XX.
01 WS-FACTARC-STATUS PIC XX.
01 WS-FACTAUD-STATUS PIC XX.
01 WS-FACTRCV-STATUS PIC XX.
01 WS-FACTAUC-STATUS PIC XX.
01 WS-FACTAUM-STATUS PIC XX.
01 WS-FACTAUM-NAME PIC X(30).
01 WS-FACTTBI-NAME PIC X(30).
01 WS-FACTARI-NAME PIC X(30).
01 WS-FACTAUD-NAME PIC X(30).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-DATE-EDITED PIC 9999/99/99.
01 WS-EOF-SW PIC X VALUE "N".
01 WS-GOOD-SW PIC X VALUE "N".
01 WS-FOUND-SW PIC X VALUE "N".
01 WS-TRAILER-SW PIC X VALUE "N".
01 WS-CURRENT-SW PIC X VALUE "N".
01 WS-CONFIRM PIC X.
*> The most recent catalog entries, oldest first; when the catalog
*> outgrows the table the oldest entries drop off the front.
01 WS-CAT-COUNT PIC 9(2) VALUE 0.
01 WS-CAT-IDX PIC 9(2).
01 WS-CAT-USED PIC 9(2) VALUE 0.
01 WS-CAT-TABLE.
    05 WS-CAT-ENTRY OCCURS 60 TIMES.
        10 WS-CAT-DATE PIC X(08).
        10 WS-CAT-TIME PIC X(06).
        10 WS-CAT-TAB-COUNT PIC X(08).
        10 WS-CAT-TAB-HASH PIC X(12).
        10 WS-CAT-ARC-COUNT PIC X(08).
        10 WS-CAT-ARC-HASH PIC X(12).
01 WS-IMG-COUNT PIC 9(8).
01 WS-IMG-HASH PIC 9(12).
01 WS-IMG-LEN PIC 9(4).
01 WS-DIGIT-IDX PIC 9(4).
01 WS-DIGIT-VALUE PIC 9.
01 WS-REASON PIC X(40).
*> Roll-forward window, as integer dates.
01 WS-DAY-INT PIC 9(8).
01 WS-START-INT PIC 9(8).
01 WS-END-INT PIC 9(8).
01 WS-AUD-DATE PIC 9(8).
01 WS-AUD-DATE-X REDEFINES WS-AUD-DATE PIC X(8).
*> One slot per day of the window from the image date: Y when the
*> FACTAUDC catalog shows the generation folded, P when it is folded
*> and no longer on disk.  A window longer than the table - an image
*> years old - leaves its latest days unmarked; those generations are
*> inside any retention setting and still on disk.
01 WS-AUC-DATE PIC 9(8).
01 WS-AUC-INT PIC 9(8).
01 WS-FOLD-SLOT PIC 9(4).
01 WS-FOLD-TABLE.
    05 WS-FOLD-DAY PIC X OCCURS 1000 TIMES.
01 WS-CNT-PURGED PIC 9(8) VALUE 0.
01 WS-GEN-STATUS PIC XX.
*> The request an unrecoverable result belongs to, from the audit
*> line or from its archive line.
01 WS-UNR-DEPT PIC X(04).
01 WS-UNR-REQ-REF PIC X(08).
01 WS-UNR-OP PIC X(01).
01 WS-UNR-NUM PIC X(03).
01 WS-UNR-NUM2 PIC X(03).
*> The edited total rebuilt into digits, most significant first as
*> the audit line shows them, before reversal into the table entry.
01 WS-WORK-TEXT PIC X(3000).
01 WS-WORK-LEN PIC 9(4).
01 WS-SCAN-IDX PIC 9(4).
01 WS-SCAN-CHAR PIC X.
01 WS-SCAN-DONE-SW PIC X.
01 WS-NEW-STAMP PIC 9(8).
01 WS-CNT-TAB-REST PIC 9(8) VALUE 0.
01 WS-CNT-ARC-REST PIC 9(8) VALUE 0.
01 WS-CNT-GENS PIC 9(8) VALUE 0.
01 WS-CNT-RESULTS PIC 9(8) VALUE 0.
01 WS-CNT-REAPPLIED PIC 9(8) VALUE 0.
01 WS-CNT-CURRENT PIC 9(8) VALUE 0.
01 WS-CNT-NO-RESULT PIC 9(8) VALUE 0.
01 WS-CNT-UNRECOV PIC 9(8) VALUE 0.
01 WS-CNT-EDITED PIC Z(7)9.
01 WS-CNT-LABEL PIC X(30).
01 WS-OPEN-FILE PIC X(11).
01 WS-OPEN-STATUS PIC XX.
01 WS-LOCK-REQUEST.
    COPY FACTLOKQ REPLACING ==:LQ:== BY ==WS-LOCK==.

PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED
    PERFORM 0800-TAKE-LOCK
    IF WS-LOCK-GRANTED-SW = "N"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT FACT-RCV
    MOVE SPACES TO FACT-RCV-REC
    STRING "FACTTAB / FACTARC FORWARD RECOVERY - RUN DATE "
        WS-RUN-DATE-EDITED
        DELIMITED BY SIZE INTO FACT-RCV-REC
    WRITE FACT-RCV-REC
    PERFORM 1000-LOAD-CATALOG
    PERFORM 2000-FIND-GOOD-IMAGE
    IF WS-CAT-USED = 0
        MOVE "NO GOOD IMAGE FOUND IN FACTBKC.DAT - NOTHING RESTORED"
            TO FACT-RCV-REC
        WRITE FACT-RCV-REC
        DISPLAY "FACTRCVR: no good image available - nothing restored."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 2500-CONFIRM-RESTORE
        IF WS-CONFIRM = "Y"
            PERFORM 3000-RESTORE-TABLE
            PERFORM 3500-RESTORE-ARCHIVE
            PERFORM 4000-ROLL-FORWARD
            PERFORM 8000-WRITE-TOTALS
            DISPLAY "FACTRCVR: recovery complete - see FACTRCV.DAT."
        ELSE
            MOVE "RESTORE DECLINED BY OPERATOR - FILES NOT CHANGED"
                TO FACT-RCV-REC
            WRITE FACT-RCV-REC
            DISPLAY "FACTRCVR: restore declined, files not changed."
        END-IF
    END-IF
    CLOSE FACT-RCV
    PERFORM 0890-RELEASE-LOCK
    STOP RUN.

*> Both restored files are held exclusive from the search for an
*> image through the roll-forward; the audit log is only read, and
*> is held shared so that no fold or purge removes a generation
*> still to be replayed.
0800-TAKE-LOCK.
    MOVE "A" TO WS-LOCK-FUNCTION
    MOVE "FACTRCVR" TO WS-LOCK-PROGRAM
    MOVE 3 TO WS-LOCK-COUNT
    MOVE "FACTTAB" TO WS-LOCK-RESOURCE(1)
    MOVE "X" TO WS-LOCK-MODE(1)
    MOVE "FACTARC" TO WS-LOCK-RESOURCE(2)
    MOVE "X" TO WS-LOCK-MODE(2)
    MOVE "FACTAUD" TO WS-LOCK-RESOURCE(3)
    MOVE "S" TO WS-LOCK-MODE(3)
    CALL "FACTLOCK" USING WS-LOCK-REQUEST
    IF WS-LOCK-GRANTED-SW = "N"
        DISPLAY WS-LOCK-MESSAGE
    END-IF.

*> The release call would otherwise reset the run's return code.
0890-RELEASE-LOCK.
    MOVE RETURN-CODE TO WS-LOCK-KEEP-RC
    MOVE "R" TO WS-LOCK-FUNCTION
    CALL "FACTLOCK" USING WS-LOCK-REQUEST
    IF WS-LOCK-MESSAGE NOT = SPACES
        DISPLAY WS-LOCK-MESSAGE
    END-IF
    MOVE WS-LOCK-KEEP-RC TO RETURN-CODE.

1000-LOAD-CATALOG.
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-BKC
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-BKC
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF BKC-DATE NUMERIC
                    PERFORM 1100-ADD-CATALOG-ENTRY
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-BKC.

1100-ADD-CATALOG-ENTRY.
    IF WS-CAT-COUNT = 60
        PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 59
            MOVE WS-CAT-ENTRY(WS-CAT-IDX + 1)
                TO WS-CAT-ENTRY(WS-CAT-IDX)
        END-PERFORM
    ELSE
        ADD 1 TO WS-CAT-COUNT
    END-IF
    MOVE BKC-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
    MOVE BKC-TIME TO WS-CAT-TIME(WS-CAT-COUNT)
    MOVE BKC-TAB-COUNT TO WS-CAT-TAB-COUNT(WS-CAT-COUNT)
    MOVE BKC-TAB-HASH TO WS-CAT-TAB-HASH(WS-CAT-COUNT)
    MOVE BKC-ARC-COUNT TO WS-CAT-ARC-COUNT(WS-CAT-COUNT)
    MOVE BKC-ARC-HASH TO WS-CAT-ARC-HASH(WS-CAT-COUNT).

*> Newest first; WS-CAT-USED is left at the entry that proved out,
*> or zero when none did.  Every image passed over is reported with
*> the reason, so the operator knows how far back the restore went.
2000-FIND-GOOD-IMAGE.
    MOVE 0 TO WS-CAT-USED
    MOVE WS-CAT-COUNT TO WS-CAT-IDX
    PERFORM UNTIL WS-CAT-IDX = 0 OR WS-CAT-USED > 0
        PERFORM 2100-VERIFY-TABLE-IMAGE
        IF WS-GOOD-SW = "Y"
            PERFORM 2200-VERIFY-ARCHIVE-IMAGE
        END-IF
        IF WS-GOOD-SW = "Y"
            MOVE WS-CAT-IDX TO WS-CAT-USED
        ELSE
            MOVE SPACES TO FACT-RCV-REC
            STRING "IMAGE " WS-CAT-DATE(WS-CAT-IDX) " "
                WS-CAT-TIME(WS-CAT-IDX) " PASSED OVER - " WS-REASON
                DELIMITED BY SIZE INTO FACT-RCV-REC
            WRITE FACT-RCV-REC
            SUBTRACT 1 FROM WS-CAT-IDX
        END-IF
    END-PERFORM.

2100-VERIFY-TABLE-IMAGE.
    MOVE "N" TO WS-GOOD-SW
    MOVE "N" TO WS-TRAILER-SW
    MOVE 0 TO WS-IMG-COUNT
    MOVE 0 TO WS-IMG-HASH
    MOVE SPACES TO WS-FACTTBI-NAME
    STRING "FACTTABI." WS-CAT-DATE(WS-CAT-IDX) ".DAT"
        DELIMITED BY SIZE INTO WS-FACTTBI-NAME
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-TBI
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-TBI
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF TBT-LABEL = "TRAILER|"
                    MOVE "Y" TO WS-TRAILER-SW
                    MOVE "Y" TO WS-EOF-SW
                ELSE
                    ADD 1 TO WS-IMG-COUNT
                    IF TBI-LEN NUMERIC
                        MOVE TBI-LEN TO WS-IMG-LEN
                        PERFORM 2110-HASH-TABLE-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-TBI
    EVALUATE TRUE
        WHEN WS-TRAILER-SW = "N"
            MOVE "TABLE IMAGE MISSING OR TRUNCATED" TO WS-REASON
        WHEN TBT-COUNT NOT = WS-IMG-COUNT
            OR TBT-HASH NOT = WS-IMG-HASH
            MOVE "TABLE IMAGE DISAGREES WITH ITS TRAILER" TO WS-REASON
        WHEN WS-CAT-TAB-COUNT(WS-CAT-IDX) NOT = WS-IMG-COUNT
            OR WS-CAT-TAB-HASH(WS-CAT-IDX) NOT = WS-IMG-HASH
            MOVE "TABLE IMAGE DISAGREES WITH CATALOG" TO WS-REASON
        WHEN OTHER
            MOVE "Y" TO WS-GOOD-SW
    END-EVALUATE.

2110-HASH-TABLE-LINE.
    IF WS-IMG-LEN > 3000
        MOVE 3000 TO WS-IMG-LEN
    END-IF
    PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
        UNTIL WS-DIGIT-IDX > WS-IMG-LEN
        IF TBI-DIGITS(WS-DIGIT-IDX:1) NUMERIC
            MOVE TBI-DIGITS(WS-DIGIT-IDX:1) TO WS-DIGIT-VALUE
            ADD WS-DIGIT-VALUE TO WS-IMG-HASH
        END-IF
    END-PERFORM.

2200-VERIFY-ARCHIVE-IMAGE.
    MOVE "N" TO WS-GOOD-SW
    MOVE "N" TO WS-TRAILER-SW
    MOVE 0 TO WS-IMG-COUNT
    MOVE 0 TO WS-IMG-HASH
    MOVE SPACES TO WS-FACTARI-NAME
    STRING "FACTARCI." WS-CAT-DATE(WS-CAT-IDX) ".DAT"
        DELIMITED BY SIZE INTO WS-FACTARI-NAME
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-ARI
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-ARI
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF ART-LABEL = "TRAILER|"
                    MOVE "Y" TO WS-TRAILER-SW
                    MOVE "Y" TO WS-EOF-SW
                ELSE
                    ADD 1 TO WS-IMG-COUNT
                    IF ARI-LEN NUMERIC
                        MOVE ARI-LEN TO WS-IMG-LEN
                        PERFORM 2210-HASH-ARCHIVE-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-ARI
    EVALUATE TRUE
        WHEN WS-TRAILER-SW = "N"
            MOVE "ARCHIVE IMAGE MISSING OR TRUNCATED" TO WS-REASON
        WHEN ART-COUNT NOT = WS-IMG-COUNT
            OR ART-HASH NOT = WS-IMG-HASH
            MOVE "ARCHIVE IMAGE DISAGREES WITH ITS TRAILER"
                TO WS-REASON
        WHEN WS-CAT-ARC-COUNT(WS-CAT-IDX) NOT = WS-IMG-COUNT
            OR WS-CAT-ARC-HASH(WS-CAT-IDX) NOT = WS-IMG-HASH
            MOVE "ARCHIVE IMAGE DISAGREES WITH CATALOG" TO WS-REASON
        WHEN OTHER
            MOVE "Y" TO WS-GOOD-SW
    END-EVALUATE.

2210-HASH-ARCHIVE-LINE.
    IF WS-IMG-LEN > 3000
        MOVE 3000 TO WS-IMG-LEN
    END-IF
    PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
        UNTIL WS-DIGIT-IDX > WS-IMG-LEN
        IF ARI-DIGITS(WS-DIGIT-IDX:1) NUMERIC
            MOVE ARI-DIGITS(WS-DIGIT-IDX:1) TO WS-DIGIT-VALUE
            ADD WS-DIGIT-VALUE TO WS-IMG-HASH
        END-IF
    END-PERFORM.

2500-CONFIRM-RESTORE.
    PERFORM 2600-FIND-PURGED-DAYS
    MOVE SPACES TO FACT-RCV-REC
    STRING "IMAGE USED: " WS-CAT-DATE(WS-CAT-USED) " TAKEN "
        WS-CAT-TIME(WS-CAT-USED)
        DELIMITED BY SIZE INTO FACT-RCV-REC
    WRITE FACT-RCV-REC
    DISPLAY "Latest good image is " WS-CAT-DATE(WS-CAT-USED)
        " taken " WS-CAT-TIME(WS-CAT-USED) "."
    IF WS-CNT-PURGED > 0
        MOVE WS-CNT-PURGED TO WS-CNT-EDITED
        MOVE SPACES TO FACT-RCV-REC
        STRING "ROLL-FORWARD CROSSES" WS-CNT-EDITED
            " PURGED AUDIT GENERATION(S) - THEIR RESULTS ARE LISTED"
            " AS NOT RECOVERED"
            DELIMITED BY SIZE INTO FACT-RCV-REC
        WRITE FACT-RCV-REC
        DISPLAY "The roll-forward crosses " WS-CNT-EDITED
            " day(s) whose audit generation has been purged; their"
        DISPLAY "computed results cannot be put back and will be "
            "listed as not recovered."
    END-IF
    DISPLAY "Replace FACTTAB.DAT and FACTARC.DAT from it and roll "
        "forward (Y/N)?"
    ACCEPT WS-CONFIRM
        ON EXCEPTION
            MOVE "N" TO WS-CONFIRM
        NOT ON EXCEPTION
            MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
    END-ACCEPT.

*> A generation in the catalog but no longer on disk was purged
*> after its fold; one missing and not in the catalog means nothing
*> ran that day.
2600-FIND-PURGED-DAYS.
    MOVE ALL "N" TO WS-FOLD-TABLE
    MOVE 0 TO WS-CNT-PURGED
    MOVE WS-CAT-DATE(WS-CAT-USED) TO WS-AUD-DATE
    COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-AUD-DATE)
    COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-AUC
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUC
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF AUC-GEN-DATE NUMERIC
                    PERFORM 2610-MARK-FOLDED-DAY
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUC
    MOVE WS-START-INT TO WS-DAY-INT
    PERFORM UNTIL WS-DAY-INT > WS-END-INT
        OR WS-DAY-INT - WS-START-INT NOT < 1000
        COMPUTE WS-FOLD-SLOT = WS-DAY-INT - WS-START-INT + 1
        IF WS-FOLD-DAY(WS-FOLD-SLOT) = "Y"
            COMPUTE WS-AUD-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            MOVE SPACES TO WS-FACTAUD-NAME
            STRING "FACTAUD." WS-AUD-DATE ".DAT"
                DELIMITED BY SIZE INTO WS-FACTAUD-NAME
            OPEN INPUT FACT-AUD
            IF WS-FACTAUD-STATUS NOT = "00"
                MOVE "P" TO WS-FOLD-DAY(WS-FOLD-SLOT)
                ADD 1 TO WS-CNT-PURGED
            END-IF
            CLOSE FACT-AUD
        END-IF
        ADD 1 TO WS-DAY-INT
    END-PERFORM.

2610-MARK-FOLDED-DAY.
    MOVE AUC-GEN-DATE TO WS-AUC-DATE
    COMPUTE WS-AUC-INT = FUNCTION INTEGER-OF-DATE(WS-AUC-DATE)
    IF WS-AUC-INT NOT < WS-START-INT AND WS-AUC-INT NOT > WS-END-INT
        AND WS-AUC-INT - WS-START-INT < 1000
        COMPUTE WS-FOLD-SLOT = WS-AUC-INT - WS-START-INT + 1
        MOVE "Y" TO WS-FOLD-DAY(WS-FOLD-SLOT)
    END-IF.

*> The image was proved line for line a moment ago, so any line
*> that still fails the shape test here is counted, not trusted.
3000-RESTORE-TABLE.
    MOVE SPACES TO WS-FACTTBI-NAME
    STRING "FACTTABI." WS-CAT-DATE(WS-CAT-USED) ".DAT"
        DELIMITED BY SIZE INTO WS-FACTTBI-NAME
    OPEN INPUT FACT-TBI
    OPEN OUTPUT FACT-TAB
    IF WS-FACTTAB-STATUS NOT = "00"
        MOVE "FACTTAB.DAT" TO WS-OPEN-FILE
        MOVE WS-FACTTAB-STATUS TO WS-OPEN-STATUS
        PERFORM 9000-STOP-ON-OPEN-FAILURE
    END-IF
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-TBI
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF TBT-LABEL = "TRAILER|"
                    MOVE "Y" TO WS-EOF-SW
                ELSE
                    PERFORM 3100-RESTORE-ONE-ENTRY
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-TBI
    CLOSE FACT-TAB.

3100-RESTORE-ONE-ENTRY.
    IF TBI-LEN NUMERIC AND TBI-LEN NOT = "0000"
        AND TBI-LEN NOT > "3000"
        MOVE TBI-LEN TO WS-IMG-LEN
        MOVE TBI-KEY TO TAB-KEY
        MOVE WS-IMG-LEN TO TAB-TOTAL-LEN
        MOVE TBI-LAST-HIT TO TAB-LAST-HIT
        MOVE ALL "0" TO TAB-TOTAL-TEXT
        MOVE TBI-DIGITS(1:WS-IMG-LEN) TO TAB-TOTAL-TEXT(1:WS-IMG-LEN)
        WRITE FACT-TAB-REC
            INVALID KEY
                PERFORM 3150-REPORT-REJECTED-ENTRY
            NOT INVALID KEY
                ADD 1 TO WS-CNT-TAB-REST
        END-WRITE
    ELSE
        ADD 1 TO WS-CNT-UNRECOV
        MOVE SPACES TO FACT-RCV-REC
        STRING "NOT RECOVERED: IMAGE ENTRY " TBI-KEY
            " - BAD DIGIT COUNT"
            DELIMITED BY SIZE INTO FACT-RCV-REC
        WRITE FACT-RCV-REC
    END-IF.

3150-REPORT-REJECTED-ENTRY.
    ADD 1 TO WS-CNT-UNRECOV
    MOVE SPACES TO FACT-RCV-REC
    STRING "NOT RECOVERED: IMAGE ENTRY " TBI-KEY
        " - TABLE WRITE REJECTED, STATUS " WS-FACTTAB-STATUS
        DELIMITED BY SIZE INTO FACT-RCV-REC
    WRITE FACT-RCV-REC.

3500-RESTORE-ARCHIVE.
    MOVE SPACES TO WS-FACTARI-NAME
    STRING "FACTARCI." WS-CAT-DATE(WS-CAT-USED) ".DAT"
        DELIMITED BY SIZE INTO WS-FACTARI-NAME
    OPEN INPUT FACT-ARI
    OPEN OUTPUT FACT-ARC
    IF WS-FACTARC-STATUS NOT = "00"
        MOVE "FACTARC.DAT" TO WS-OPEN-FILE
        MOVE WS-FACTARC-STATUS TO WS-OPEN-STATUS
        PERFORM 9000-STOP-ON-OPEN-FAILURE
    END-IF
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-ARI
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF ART-LABEL = "TRAILER|"
                    MOVE "Y" TO WS-EOF-SW
                ELSE
                    MOVE FACT-ARI-REC TO FACT-ARC-REC
                    WRITE FACT-ARC-REC
                    ADD 1 TO WS-CNT-ARC-REST
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-ARI
    CLOSE FACT-ARC.

*> The image day's own generation is replayed in full: results that
*> were already in the image simply prove current, and those written
*> after the image was taken are put back.
4000-ROLL-FORWARD.
    OPEN I-O FACT-TAB
    IF WS-FACTTAB-STATUS NOT = "00"
        MOVE "FACTTAB.DAT" TO WS-OPEN-FILE
        MOVE WS-FACTTAB-STATUS TO WS-OPEN-STATUS
        PERFORM 9000-STOP-ON-OPEN-FAILURE
    END-IF
    MOVE WS-START-INT TO WS-DAY-INT
    PERFORM UNTIL WS-DAY-INT > WS-END-INT
        COMPUTE WS-AUD-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        PERFORM 4100-REPLAY-ONE-GENERATION
        ADD 1 TO WS-DAY-INT
    END-PERFORM
    CLOSE FACT-TAB.

4100-REPLAY-ONE-GENERATION.
    MOVE SPACES TO WS-FACTAUD-NAME
    STRING "FACTAUD." WS-AUD-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-FACTAUD-NAME
    OPEN INPUT FACT-AUD
    MOVE WS-FACTAUD-STATUS TO WS-GEN-STATUS
    IF WS-FACTAUD-STATUS = "00"
        ADD 1 TO WS-CNT-GENS
        MOVE "N" TO WS-EOF-SW
        PERFORM UNTIL WS-EOF-SW = "Y"
            READ FACT-AUD
                AT END
                    MOVE "Y" TO WS-EOF-SW
                NOT AT END
                    PERFORM 4200-REPLAY-ONE-LINE
            END-READ
        END-PERFORM
    END-IF
    CLOSE FACT-AUD
    IF WS-GEN-STATUS NOT = "00"
        AND WS-DAY-INT - WS-START-INT < 1000
        COMPUTE WS-FOLD-SLOT = WS-DAY-INT - WS-START-INT + 1
        IF WS-FOLD-DAY(WS-FOLD-SLOT) = "P"
            PERFORM 4700-REPORT-PURGED-DAY
        END-IF
    END-IF.

4200-REPLAY-ONE-LINE.
    IF AUD-TOTAL = "SKIPPED" OR AUD-TOTAL = "OVERFLOW"
        OR AUD-TOTAL(1:8) = "ESTIMATE"
        ADD 1 TO WS-CNT-NO-RESULT
    ELSE
        ADD 1 TO WS-CNT-RESULTS
        MOVE AUD-DEPT TO WS-UNR-DEPT
        MOVE AUD-REQ-REF TO WS-UNR-REQ-REF
        MOVE AUD-OP TO WS-UNR-OP
        MOVE AUD-NUM TO WS-UNR-NUM
        MOVE AUD-NUM2 TO WS-UNR-NUM2
        MOVE SPACES TO WS-REASON
        IF AUD-OP NOT = "F" AND AUD-OP NOT = "P"
            AND AUD-OP NOT = "C" AND AUD-OP NOT = "D"
            MOVE "UNKNOWN OPERATION" TO WS-REASON
        END-IF
        IF WS-REASON = SPACES
            AND (AUD-NUM NOT NUMERIC OR AUD-NUM2 NOT NUMERIC)
            MOVE "NUM OR R NOT NUMERIC" TO WS-REASON
        END-IF
        IF WS-REASON = SPACES
            PERFORM 4300-REBUILD-DIGITS
        END-IF
        IF WS-REASON = SPACES
            PERFORM 4400-APPLY-RESULT
        ELSE
            PERFORM 4900-REPORT-UNRECOVERABLE
        END-IF
    END-IF.

*> Separators are dropped whatever GROUP-SIZE was in force when the
*> line was written; anything else that is not a digit means the
*> line cannot be trusted.
4300-REBUILD-DIGITS.
    MOVE SPACES TO WS-WORK-TEXT
    MOVE 0 TO WS-WORK-LEN
    MOVE "N" TO WS-SCAN-DONE-SW
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
        UNTIL WS-SCAN-IDX > 4000 OR WS-SCAN-DONE-SW = "Y"
        MOVE AUD-TOTAL(WS-SCAN-IDX:1) TO WS-SCAN-CHAR
        EVALUATE TRUE
            WHEN WS-SCAN-CHAR = SPACE
                MOVE "Y" TO WS-SCAN-DONE-SW
            WHEN WS-SCAN-CHAR = ","
                CONTINUE
            WHEN WS-SCAN-CHAR NUMERIC
                IF WS-WORK-LEN < 3000
                    ADD 1 TO WS-WORK-LEN
                    MOVE WS-SCAN-CHAR TO WS-WORK-TEXT(WS-WORK-LEN:1)
                ELSE
                    MOVE "TOTAL LONGER THAN 3000 DIGITS" TO WS-REASON
                    MOVE "Y" TO WS-SCAN-DONE-SW
                END-IF
            WHEN OTHER
                MOVE "TOTAL IS NOT A NUMBER" TO WS-REASON
                MOVE "Y" TO WS-SCAN-DONE-SW
        END-EVALUATE
    END-PERFORM
    IF WS-REASON = SPACES AND WS-WORK-LEN = 0
        MOVE "TOTAL IS BLANK" TO WS-REASON
    END-IF.

*> A result that matches the entry already held only has its access
*> stamp brought forward; one that differs or is missing is written
*> from the audit line.  A write the table refuses leaves the result
*> unrecovered and listed on the report.
4400-APPLY-RESULT.
    MOVE AUD-OP TO TAB-OP
    MOVE AUD-NUM TO TAB-NUM-KEY
    IF AUD-OP = "P" OR AUD-OP = "C"
        MOVE AUD-NUM2 TO TAB-NUM2-KEY
    ELSE
        MOVE 0 TO TAB-NUM2-KEY
    END-IF
    MOVE "Y" TO WS-FOUND-SW
    READ FACT-TAB
        INVALID KEY
            MOVE "N" TO WS-FOUND-SW
    END-READ
    MOVE WS-AUD-DATE TO WS-NEW-STAMP
    IF WS-FOUND-SW = "Y"
        IF TAB-LAST-HIT NUMERIC AND TAB-LAST-HIT > WS-NEW-STAMP
            MOVE TAB-LAST-HIT TO WS-NEW-STAMP
        END-IF
        PERFORM 4500-REVERSE-INTO-ENTRY
        IF TAB-TOTAL-LEN = WS-WORK-LEN
            AND TAB-TOTAL-TEXT = WS-WORK-TEXT
            MOVE "Y" TO WS-CURRENT-SW
        ELSE
            MOVE "N" TO WS-CURRENT-SW
        END-IF
        MOVE WS-WORK-LEN TO TAB-TOTAL-LEN
        MOVE WS-WORK-TEXT TO TAB-TOTAL-TEXT
        MOVE WS-NEW-STAMP TO TAB-LAST-HIT
        REWRITE FACT-TAB-REC
            INVALID KEY
                PERFORM 4450-REPORT-REJECTED-WRITE
            NOT INVALID KEY
                IF WS-CURRENT-SW = "Y"
                    ADD 1 TO WS-CNT-CURRENT
                ELSE
                    ADD 1 TO WS-CNT-REAPPLIED
                END-IF
        END-REWRITE
    ELSE
        PERFORM 4500-REVERSE-INTO-ENTRY
        MOVE WS-WORK-LEN TO TAB-TOTAL-LEN
        MOVE WS-WORK-TEXT TO TAB-TOTAL-TEXT
        MOVE WS-NEW-STAMP TO TAB-LAST-HIT
        WRITE FACT-TAB-REC
            INVALID KEY
                PERFORM 4450-REPORT-REJECTED-WRITE
            NOT INVALID KEY
                ADD 1 TO WS-CNT-REAPPLIED
        END-WRITE
    END-IF.

4450-REPORT-REJECTED-WRITE.
    MOVE SPACES TO WS-REASON
    STRING "TABLE WRITE REJECTED, STATUS " WS-FACTTAB-STATUS
        DELIMITED BY SIZE INTO WS-REASON
    PERFORM 4900-REPORT-UNRECOVERABLE.

*> Leaves WS-WORK-TEXT holding the digits least significant first,
*> zero filled, exactly as a table entry holds them.
4500-REVERSE-INTO-ENTRY.
    IF WS-WORK-LEN < 3000
        MOVE ALL "0" TO WS-WORK-TEXT(WS-WORK-LEN + 1:)
    END-IF
    MOVE FUNCTION REVERSE(WS-WORK-TEXT(1:WS-WORK-LEN))
        TO WS-WORK-TEXT(1:WS-WORK-LEN).

*> The archive line keeps the request and its outcome but not the
*> total, so every computed result of a purged day is lost to the
*> table.  With the month's archive gone as well, only the day can
*> be named.
4700-REPORT-PURGED-DAY.
    MOVE SPACES TO WS-FACTAUM-NAME
    STRING "FACTAUDM." WS-AUD-DATE-X(1:6) ".DAT"
        DELIMITED BY SIZE INTO WS-FACTAUM-NAME
    OPEN INPUT FACT-AUM
    IF WS-FACTAUM-STATUS = "00"
        MOVE "N" TO WS-EOF-SW
    ELSE
        MOVE "Y" TO WS-EOF-SW
        MOVE SPACES TO FACT-RCV-REC
        STRING "NOT RECOVERED: " WS-AUD-DATE
            " - GENERATION PURGED AND " DELIMITED BY SIZE
            WS-FACTAUM-NAME DELIMITED BY SPACE
            " NOT ON FILE - RESULTS OF THE DAY UNKNOWN"
            DELIMITED BY SIZE INTO FACT-RCV-REC
        WRITE FACT-RCV-REC
    END-IF
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUM
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF AUM-GEN-DATE = WS-AUD-DATE-X
                    PERFORM 4710-REPORT-PURGED-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUM.

4710-REPORT-PURGED-LINE.
    IF AUM-OUTCOME = "COMPUTED"
        ADD 1 TO WS-CNT-RESULTS
        MOVE AUM-DEPT TO WS-UNR-DEPT
        MOVE AUM-REQ-REF TO WS-UNR-REQ-REF
        MOVE AUM-OP TO WS-UNR-OP
        MOVE AUM-NUM TO WS-UNR-NUM
        MOVE AUM-NUM2 TO WS-UNR-NUM2
        MOVE "GENERATION PURGED - TOTAL NOT KEPT" TO WS-REASON
        PERFORM 4900-REPORT-UNRECOVERABLE
    ELSE
        ADD 1 TO WS-CNT-NO-RESULT
    END-IF.

4900-REPORT-UNRECOVERABLE.
    ADD 1 TO WS-CNT-UNRECOV
    MOVE SPACES TO FACT-RCV-REC
    STRING "NOT RECOVERED: " WS-AUD-DATE " DEPT = " WS-UNR-DEPT
        " REF = " WS-UNR-REQ-REF " OP = " WS-UNR-OP
        " NUM = " WS-UNR-NUM " R = " WS-UNR-NUM2 " - " WS-REASON
        DELIMITED BY SIZE INTO FACT-RCV-REC
    WRITE FACT-RCV-REC.

8000-WRITE-TOTALS.
    MOVE SPACES TO FACT-RCV-REC
    WRITE FACT-RCV-REC
    MOVE "*** RECOVERY TOTALS ***" TO FACT-RCV-REC
    WRITE FACT-RCV-REC
    MOVE "TABLE ENTRIES RESTORED" TO WS-CNT-LABEL
    MOVE WS-CNT-TAB-REST TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE
    MOVE "ARCHIVE LINES RESTORED" TO WS-CNT-LABEL
    MOVE WS-CNT-ARC-REST TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE
    MOVE "AUDIT GENERATIONS READ" TO WS-CNT-LABEL
    MOVE WS-CNT-GENS TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE
    MOVE "PURGED GENERATIONS IN WINDOW" TO WS-CNT-LABEL
    MOVE WS-CNT-PURGED TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE
    MOVE "AUDIT RESULTS FOUND" TO WS-CNT-LABEL
    MOVE WS-CNT-RESULTS TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE
    MOVE "  REAPPLIED TO TABLE" TO WS-CNT-LABEL
    MOVE WS-CNT-REAPPLIED TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE
    MOVE "  ALREADY CURRENT IN IMAGE" TO WS-CNT-LABEL
    MOVE WS-CNT-CURRENT TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE
    MOVE "AUDIT LINES WITHOUT A RESULT" TO WS-CNT-LABEL
    MOVE WS-CNT-NO-RESULT TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE
    MOVE "COULD NOT BE RECOVERED" TO WS-CNT-LABEL
    MOVE WS-CNT-UNRECOV TO WS-CNT-EDITED
    PERFORM 8100-WRITE-COUNT-LINE.

8100-WRITE-COUNT-LINE.
    MOVE SPACES TO FACT-RCV-REC
    STRING WS-CNT-LABEL " = " WS-CNT-EDITED
        DELIMITED BY SIZE INTO FACT-RCV-REC
    WRITE FACT-RCV-REC.

*> A file that will not open stops the recovery where it stands; the
*> image is still on hand, so a rerun once the cause is cleared
*> restores from the start again.
9000-STOP-ON-OPEN-FAILURE.
    DISPLAY "FACTRCVR: cannot open " WS-OPEN-FILE ", status "
        WS-OPEN-STATUS " - recovery stopped."
    MOVE SPACES TO FACT-RCV-REC
    STRING "RECOVERY STOPPED: CANNOT OPEN " WS-OPEN-FILE
        ", STATUS " WS-OPEN-STATUS
        DELIMITED BY SIZE INTO FACT-RCV-REC
    WRITE FACT-RCV-REC
    CLOSE FACT-RCV
    MOVE 8 TO RETURN-CODE
    PERFORM 0890-RELEASE-LOCK
    STOP RUN.
