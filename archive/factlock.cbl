IDENTIFICATION DIVISION.
PROGRAM-ID. FACTLOCK.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Run lock.  Every program that updates the lookup table, its
*> compact archive, the carry files, or the audit log calls here
*> before it touches any of them, naming the resources it needs and
*> whether it needs them exclusive or only for shared reading.  The
*> locks held are kept in FACTLOCK.DAT, one line per resource per
*> job; a request that meets an exclusive lock on any of its
*> resources, or asks for exclusive use of a resource someone else
*> holds at all, is refused whole and nothing is taken.  The caller
*> releases what it took before it ends.
*>
*> Each run unit is known by a token taken from its first call, so
*> a step FACTNITE calls finds the stream already holding what it
*> needs and goes on under the stream's lock; a resource the run
*> unit already holds is never taken twice, and a step's release
*> leaves the stream's lines alone.  A job that ends abnormally
*> leaves its lines behind; the operator clears them with FACTLKOP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-LCK ASSIGN TO "FACTLOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTLCK-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-LCK.
01 FACT-LCK-REC.
    COPY FACTLOKR REPLACING ==:LR:== BY ==LCK==.

WORKING-STORAGE SECTION.
01 WS-FACTLCK-STATUS PIC XX.
01 WS-EOF-SW PIC X VALUE "N".
01 WS-TOKEN PIC X(16) VALUE SPACES.
01 WS-USER PIC X(12).
01 WS-START-DATE PIC 9(8).
01 WS-START-TIME-FULL PIC 9(8).
01 WS-START-DATE-EDITED PIC 9999/99/99.
01 WS-START-TIME-EDITED PIC X(08).
01 WS-MODE-TEXT PIC X(09).
01 WS-FILE-NAME PIC X(20).
*> The lock file is small - a handful of lines per running job - so
*> it is held whole while it is judged or rewritten.  A file that
*> outgrows the table is refused rather than half read.
01 WS-HELD-COUNT PIC 9(3) VALUE 0.
01 WS-HELD-IDX PIC 9(3).
01 WS-HELD-FULL-SW PIC X VALUE "N".
01 WS-HELD-TABLE.
    05 WS-HELD-ENTRY OCCURS 200 TIMES.
        10 WS-HELD-LINE PIC X(80).
        10 WS-HELD-RESOURCE PIC X(08).
        10 WS-HELD-MODE PIC X(01).
        10 WS-HELD-TOKEN PIC X(16).
        10 WS-HELD-PROGRAM PIC X(09).
01 WS-REQ-IDX PIC 9(1).
01 WS-MINE-SW PIC X.

LINKAGE SECTION.
01 LK-LOCK-REQUEST.
    COPY FACTLOKQ REPLACING ==:LQ:== BY ==LK-LOCK==.

PROCEDURE DIVISION USING LK-LOCK-REQUEST.
0000-MAIN.
    IF WS-TOKEN = SPACES
        PERFORM 1000-SET-TOKEN
    END-IF
    MOVE SPACES TO LK-LOCK-MESSAGE
    EVALUATE LK-LOCK-FUNCTION
        WHEN "A"
            PERFORM 2000-ACQUIRE
        WHEN "R"
            PERFORM 3000-RELEASE
        WHEN OTHER
            MOVE "N" TO LK-LOCK-GRANTED-SW
            MOVE "FACTLOCK: unknown lock function." TO LK-LOCK-MESSAGE
    END-EVALUATE
    GOBACK.

*> The user comes from the login environment; a job started where
*> none is set is recorded as UNKNOWN.
1000-SET-TOKEN.
    ACCEPT WS-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-START-TIME-FULL FROM TIME
    MOVE SPACES TO WS-TOKEN
    STRING WS-START-DATE WS-START-TIME-FULL
        DELIMITED BY SIZE INTO WS-TOKEN
    MOVE SPACES TO WS-USER
    ACCEPT WS-USER FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE SPACES TO WS-USER
    END-ACCEPT
    IF WS-USER = SPACES
        MOVE "UNKNOWN" TO WS-USER
    END-IF.

1100-LOAD-LOCKS.
    MOVE 0 TO WS-HELD-COUNT
    MOVE "N" TO WS-HELD-FULL-SW
    MOVE "N" TO WS-EOF-SW
    OPEN INPUT FACT-LCK
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-LCK
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF FACT-LCK-REC NOT = SPACES
                    PERFORM 1110-HOLD-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-LCK.

1110-HOLD-ONE-LINE.
    IF WS-HELD-COUNT < 200
        ADD 1 TO WS-HELD-COUNT
        MOVE FACT-LCK-REC TO WS-HELD-LINE(WS-HELD-COUNT)
        MOVE LCK-RESOURCE TO WS-HELD-RESOURCE(WS-HELD-COUNT)
        MOVE LCK-MODE TO WS-HELD-MODE(WS-HELD-COUNT)
        MOVE LCK-TOKEN TO WS-HELD-TOKEN(WS-HELD-COUNT)
        MOVE LCK-PROGRAM TO WS-HELD-PROGRAM(WS-HELD-COUNT)
    ELSE
        MOVE "Y" TO WS-HELD-FULL-SW
    END-IF.

*> Every resource is judged before any is taken, so a refused
*> request leaves nothing behind.
2000-ACQUIRE.
    MOVE "Y" TO LK-LOCK-GRANTED-SW
    PERFORM 1100-LOAD-LOCKS
    IF WS-HELD-FULL-SW = "Y"
        MOVE "N" TO LK-LOCK-GRANTED-SW
        STRING LK-LOCK-PROGRAM DELIMITED BY SPACE
            ": FACTLOCK.DAT is full - list and clear stale locks "
            "with FACTLKOP." DELIMITED BY SIZE
            INTO LK-LOCK-MESSAGE
    END-IF
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
        UNTIL WS-REQ-IDX > LK-LOCK-COUNT
        OR LK-LOCK-GRANTED-SW = "N"
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT
            OR LK-LOCK-GRANTED-SW = "N"
            PERFORM 2100-CHECK-ONE-HELD
        END-PERFORM
    END-PERFORM
    IF LK-LOCK-GRANTED-SW = "Y"
        PERFORM 2200-ADD-LOCK-LINES
    END-IF.

2100-CHECK-ONE-HELD.
    IF WS-HELD-RESOURCE(WS-HELD-IDX) = LK-LOCK-RESOURCE(WS-REQ-IDX)
        AND WS-HELD-TOKEN(WS-HELD-IDX) NOT = WS-TOKEN
        AND (WS-HELD-MODE(WS-HELD-IDX) = "X"
            OR LK-LOCK-MODE(WS-REQ-IDX) = "X")
        MOVE "N" TO LK-LOCK-GRANTED-SW
        PERFORM 2110-BUILD-CONFLICT-MESSAGE
    END-IF.

2110-BUILD-CONFLICT-MESSAGE.
    MOVE WS-HELD-LINE(WS-HELD-IDX) TO FACT-LCK-REC
    MOVE LCK-START-DATE TO WS-START-DATE
    MOVE WS-START-DATE TO WS-START-DATE-EDITED
    MOVE SPACES TO WS-START-TIME-EDITED
    STRING LCK-START-TIME(1:2) ":" LCK-START-TIME(3:2) ":"
        LCK-START-TIME(5:2)
        DELIMITED BY SIZE INTO WS-START-TIME-EDITED
    IF LCK-MODE = "X"
        MOVE "exclusive" TO WS-MODE-TEXT
    ELSE
        MOVE "shared" TO WS-MODE-TEXT
    END-IF
    MOVE SPACES TO WS-FILE-NAME
    IF LCK-RESOURCE = "CARRY"
        MOVE "carry files" TO WS-FILE-NAME
    ELSE
        STRING LCK-RESOURCE DELIMITED BY SPACE
            ".DAT" DELIMITED BY SIZE INTO WS-FILE-NAME
    END-IF
    STRING LK-LOCK-PROGRAM DELIMITED BY SPACE
        ": " DELIMITED BY SIZE
        WS-FILE-NAME DELIMITED BY "  "
        " held " DELIMITED BY SIZE
        WS-MODE-TEXT DELIMITED BY SPACE
        " by " DELIMITED BY SIZE
        LCK-PROGRAM DELIMITED BY SPACE
        ", user " DELIMITED BY SIZE
        LCK-USER DELIMITED BY SPACE
        ", since " WS-START-DATE-EDITED " " WS-START-TIME-EDITED
        " - not started." DELIMITED BY SIZE
        INTO LK-LOCK-MESSAGE.

*> Resources the run unit already holds are skipped; the rest are
*> appended under this program's name.
2200-ADD-LOCK-LINES.
    OPEN EXTEND FACT-LCK
    IF WS-FACTLCK-STATUS NOT = "00"
        OPEN OUTPUT FACT-LCK
        CLOSE FACT-LCK
        OPEN EXTEND FACT-LCK
    END-IF
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
        UNTIL WS-REQ-IDX > LK-LOCK-COUNT
        MOVE "N" TO WS-MINE-SW
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT
            IF WS-HELD-RESOURCE(WS-HELD-IDX)
                    = LK-LOCK-RESOURCE(WS-REQ-IDX)
                AND WS-HELD-TOKEN(WS-HELD-IDX) = WS-TOKEN
                MOVE "Y" TO WS-MINE-SW
            END-IF
        END-PERFORM
        IF WS-MINE-SW = "N"
            PERFORM 2210-WRITE-LOCK-LINE
        END-IF
    END-PERFORM
    CLOSE FACT-LCK.

2210-WRITE-LOCK-LINE.
    MOVE ALL "|" TO FACT-LCK-REC
    MOVE LK-LOCK-RESOURCE(WS-REQ-IDX) TO LCK-RESOURCE
    MOVE LK-LOCK-MODE(WS-REQ-IDX) TO LCK-MODE
    MOVE LK-LOCK-PROGRAM TO LCK-PROGRAM
    MOVE WS-USER TO LCK-USER
    MOVE WS-TOKEN(1:8) TO LCK-START-DATE
    MOVE WS-TOKEN(9:6) TO LCK-START-TIME
    MOVE WS-TOKEN TO LCK-TOKEN
    WRITE FACT-LCK-REC.

*> Only the lines this program took under this run unit's token are
*> dropped; a lock file too big to hold is left as it stands.
3000-RELEASE.
    MOVE "Y" TO LK-LOCK-GRANTED-SW
    PERFORM 1100-LOAD-LOCKS
    IF WS-HELD-FULL-SW = "Y"
        STRING LK-LOCK-PROGRAM DELIMITED BY SPACE
            ": FACTLOCK.DAT is full - locks not released, clear "
            "them with FACTLKOP." DELIMITED BY SIZE
            INTO LK-LOCK-MESSAGE
    ELSE
        OPEN OUTPUT FACT-LCK
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT
            IF WS-HELD-TOKEN(WS-HELD-IDX) NOT = WS-TOKEN
                OR WS-HELD-PROGRAM(WS-HELD-IDX) NOT = LK-LOCK-PROGRAM
                MOVE WS-HELD-LINE(WS-HELD-IDX) TO FACT-LCK-REC
                WRITE FACT-LCK-REC
            END-IF
        END-PERFORM
        CLOSE FACT-LCK
    END-IF.
