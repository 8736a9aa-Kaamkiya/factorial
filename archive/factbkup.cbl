IDENTIFICATION DIVISION.
PROGRAM-ID. FACTBKUP.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Takes a dated image copy of the lookup table FACTTAB.DAT and the
*> compact archive FACTARC.DAT so that a damaged table can be put
*> back by FACTRCVR instead of being rebuilt empty and recomputed
*> over several batch windows.  The table image FACTTABI.yyyymmdd.DAT
*> holds one line per entry - key, digit count, access stamp, and
*> only the digits the entry has - and the archive image
*> FACTARCI.yyyymmdd.DAT is a straight copy of the archive lines.
*> Each image ends in a trailer carrying its record count and a
*> digit hash total (the sum of every digit held), and the same
*> figures are appended to the catalog FACTBKC.DAT, which FACTRCVR
*> uses to find and prove the latest good image.  Runs as a FACTNITE
*> step, taking the run date from FACTDATE.DAT, or on demand, when
*> today's date is used.  Both files are held shared through
*> FACTLOCK while they are imaged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FACT-TAB ASSIGN TO "FACTTAB.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TAB-KEY
        FILE STATUS IS WS-FACTTAB-STATUS.
    SELECT OPTIONAL FACT-ARC ASSIGN TO "FACTARC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTARC-STATUS.
    SELECT FACT-TBI ASSIGN TO WS-FACTTBI-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTTBI-STATUS.
    SELECT FACT-ARI ASSIGN TO WS-FACTARI-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTARI-STATUS.
    SELECT FACT-BKC ASSIGN TO "FACTBKC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTBKC-STATUS.
    SELECT OPTIONAL FACT-DTE ASSIGN TO "FACTDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDTE-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-TAB.
01 FACT-TAB-REC.
    COPY FACTTABR REPLACING ==:TB:== BY ==TAB==.

FD FACT-ARC.
01 FACT-ARC-REC.
    05 ARC-KEY PIC X(07).
    05 FILLER PIC X(01).
    05 ARC-LEN PIC X(04).
    05 FILLER PIC X(01).
    05 ARC-DIGITS PIC X(3000).
    05 FILLER PIC X(07).

*> Table image line: key|digit count|access stamp|digits, least
*> significant first as the hot table holds them.  The last line
*> is the TRAILER|count|hash control record.
FD FACT-TBI.
01 FACT-TBI-REC PIC X(3030).

FD FACT-ARI.
01 FACT-ARI-REC PIC X(3020).

*> Catalog line: image date|time taken|table count|table hash|
*> archive count|archive hash.
FD FACT-BKC.
01 FACT-BKC-REC PIC X(80).

FD FACT-DTE.
01 FACT-DTE-REC PIC X(08).

WORKING-STORAGE SECTION.
01 WS-FACTTAB-STATUS PIC XX.
01 WS-FACTARC-STATUS PIC XX.
01 WS-FACTTBI-STATUS PIC XX.
01 WS-FACTARI-STATUS PIC XX.
01 WS-FACTBKC-STATUS PIC XX.
01 WS-FACTDTE-STATUS PIC XX.
01 WS-FACTTBI-NAME PIC X(30).
01 WS-FACTARI-NAME PIC X(30).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME-FULL PIC 9(8).
01 WS-RUN-TIME PIC 9(6).
01 WS-EOF-SW PIC X VALUE "N".
01 WS-TAB-OPEN-SW PIC X VALUE "N".
01 WS-TAB-COUNT PIC 9(8) VALUE 0.
01 WS-TAB-HASH PIC 9(12) VALUE 0.
01 WS-ARC-COUNT PIC 9(8) VALUE 0.
01 WS-ARC-HASH PIC 9(12) VALUE 0.
01 WS-ARC-LEN PIC 9(4).
01 WS-DIGIT-IDX PIC 9(4).
01 WS-DIGIT-VALUE PIC 9.
01 WS-CNT-EDITED PIC Z(7)9.
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
    PERFORM 1000-GET-RUN-DATE
    PERFORM 1100-BUILD-IMAGE-NAMES
    PERFORM 2000-IMAGE-TABLE
    IF RETURN-CODE = 0
        PERFORM 3000-IMAGE-ARCHIVE
    END-IF
    IF RETURN-CODE = 0
        PERFORM 4000-WRITE-CATALOG
        MOVE WS-TAB-COUNT TO WS-CNT-EDITED
        DISPLAY "FACTBKUP: " WS-CNT-EDITED " table entries imaged to "
            WS-FACTTBI-NAME
        MOVE WS-ARC-COUNT TO WS-CNT-EDITED
        DISPLAY "FACTBKUP: " WS-CNT-EDITED " archive lines imaged to "
            WS-FACTARI-NAME
    END-IF
    PERFORM 0890-RELEASE-LOCK
    GOBACK.

*> The two files are only read, but an image must not catch either
*> one half way through an update, so both are held shared.
0800-TAKE-LOCK.
    MOVE "A" TO WS-LOCK-FUNCTION
    MOVE "FACTBKUP" TO WS-LOCK-PROGRAM
    MOVE 2 TO WS-LOCK-COUNT
    MOVE "FACTTAB" TO WS-LOCK-RESOURCE(1)
    MOVE "S" TO WS-LOCK-MODE(1)
    MOVE "FACTARC" TO WS-LOCK-RESOURCE(2)
    MOVE "S" TO WS-LOCK-MODE(2)
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

*> Under FACTNITE the run date comes from FACTDATE.DAT so a resumed
*> run after midnight still files its image under the run's date.
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
    CLOSE FACT-DTE.

1100-BUILD-IMAGE-NAMES.
    MOVE SPACES TO WS-FACTTBI-NAME
    STRING "FACTTABI." WS-RUN-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-FACTTBI-NAME
    MOVE SPACES TO WS-FACTARI-NAME
    STRING "FACTARCI." WS-RUN-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-FACTARI-NAME.

*> A table that does not exist yet images as empty; any other open
*> failure stops the step, since an image of a table that cannot be
*> read would be worse than none.
2000-IMAGE-TABLE.
    OPEN INPUT FACT-TAB
    EVALUATE WS-FACTTAB-STATUS
        WHEN "00"
            MOVE "Y" TO WS-TAB-OPEN-SW
        WHEN "35"
            MOVE "N" TO WS-TAB-OPEN-SW
        WHEN OTHER
            DISPLAY "FACTBKUP: cannot open FACTTAB.DAT, status "
                WS-FACTTAB-STATUS
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    IF RETURN-CODE = 0
        OPEN OUTPUT FACT-TBI
        IF WS-TAB-OPEN-SW = "Y"
            MOVE "N" TO WS-EOF-SW
            MOVE LOW-VALUES TO TAB-KEY
            START FACT-TAB KEY IS NOT LESS THAN TAB-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SW
            END-START
            PERFORM UNTIL WS-EOF-SW = "Y"
                READ FACT-TAB NEXT
                    AT END
                        MOVE "Y" TO WS-EOF-SW
                    NOT AT END
                        PERFORM 2100-IMAGE-ONE-ENTRY
                END-READ
            END-PERFORM
            CLOSE FACT-TAB
        END-IF
        MOVE SPACES TO FACT-TBI-REC
        STRING "TRAILER|" WS-TAB-COUNT "|" WS-TAB-HASH
            DELIMITED BY SIZE INTO FACT-TBI-REC
        WRITE FACT-TBI-REC
        CLOSE FACT-TBI
    END-IF.

*> An entry with a bad digit count is reported and left out; the
*> FACTTABM verify pass is the place to deal with it.
2100-IMAGE-ONE-ENTRY.
    IF TAB-TOTAL-LEN NUMERIC AND TAB-TOTAL-LEN > 0
        AND TAB-TOTAL-LEN NOT > 3000
        MOVE SPACES TO FACT-TBI-REC
        STRING TAB-KEY "|" TAB-TOTAL-LEN "|" TAB-LAST-HIT "|"
            TAB-TOTAL-TEXT(1:TAB-TOTAL-LEN)
            DELIMITED BY SIZE INTO FACT-TBI-REC
        WRITE FACT-TBI-REC
        ADD 1 TO WS-TAB-COUNT
        PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
            UNTIL WS-DIGIT-IDX > TAB-TOTAL-LEN
            IF TAB-TOTAL-TEXT(WS-DIGIT-IDX:1) NUMERIC
                MOVE TAB-TOTAL-TEXT(WS-DIGIT-IDX:1) TO WS-DIGIT-VALUE
                ADD WS-DIGIT-VALUE TO WS-TAB-HASH
            END-IF
        END-PERFORM
    ELSE
        DISPLAY "FACTBKUP: entry " TAB-KEY
            " has a bad digit count and was not imaged."
    END-IF.

*> Archive lines are copied exactly as they stand, superseded copies
*> included, because FACTARCF relies on last-line-wins order.
3000-IMAGE-ARCHIVE.
    OPEN INPUT FACT-ARC
    OPEN OUTPUT FACT-ARI
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-ARC
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                MOVE FACT-ARC-REC TO FACT-ARI-REC
                WRITE FACT-ARI-REC
                ADD 1 TO WS-ARC-COUNT
                IF ARC-LEN NUMERIC
                    PERFORM 3100-HASH-ARCHIVE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-ARC
    MOVE SPACES TO FACT-ARI-REC
    STRING "TRAILER|" WS-ARC-COUNT "|" WS-ARC-HASH
        DELIMITED BY SIZE INTO FACT-ARI-REC
    WRITE FACT-ARI-REC
    CLOSE FACT-ARI.

3100-HASH-ARCHIVE-LINE.
    MOVE ARC-LEN TO WS-ARC-LEN
    IF WS-ARC-LEN > 3000
        MOVE 3000 TO WS-ARC-LEN
    END-IF
    PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
        UNTIL WS-DIGIT-IDX > WS-ARC-LEN
        IF ARC-DIGITS(WS-DIGIT-IDX:1) NUMERIC
            MOVE ARC-DIGITS(WS-DIGIT-IDX:1) TO WS-DIGIT-VALUE
            ADD WS-DIGIT-VALUE TO WS-ARC-HASH
        END-IF
    END-PERFORM.

4000-WRITE-CATALOG.
    ACCEPT WS-RUN-TIME-FULL FROM TIME
    COMPUTE WS-RUN-TIME = WS-RUN-TIME-FULL / 100
    OPEN EXTEND FACT-BKC
    IF WS-FACTBKC-STATUS NOT = "00"
        OPEN OUTPUT FACT-BKC
        CLOSE FACT-BKC
        OPEN EXTEND FACT-BKC
    END-IF
    MOVE SPACES TO FACT-BKC-REC
    STRING WS-RUN-DATE "|" WS-RUN-TIME "|"
        WS-TAB-COUNT "|" WS-TAB-HASH "|"
        WS-ARC-COUNT "|" WS-ARC-HASH
        DELIMITED BY SIZE INTO FACT-BKC-REC
    WRITE FACT-BKC-REC
    CLOSE FACT-BKC.
