IDENTIFICATION DIVISION.
PROGRAM-ID. FACTLKOP.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Run lock operator screen.  Lists the locks held in FACTLOCK.DAT -
*> resource, mode, holding program, user, and start time - and marks
*> any lock taken before today as probably left behind by a job that
*> ended abnormally.  Breaking a lock clears every line the holding
*> job took, after the operator has seen them, given a reason, and
*> confirmed; each line cleared is appended to the break trail
*> FACTLKAU.DAT with the date, time, operator, and reason, so the
*> trail shows who cleared what and why.  The lock file is read
*> afresh before every listing and every break, since running jobs
*> take and release locks while the screen is open.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-LCK ASSIGN TO "FACTLOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTLCK-STATUS.
    SELECT FACT-LKAU ASSIGN TO "FACTLKAU.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTLKAU-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-LCK.
01 FACT-LCK-REC.
    COPY FACTLOKR REPLACING ==:LR:== BY ==LCK==.

FD FACT-LKAU.
01 FACT-LKAU-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-FACTLCK-STATUS PIC XX.
01 WS-FACTLKAU-STATUS PIC XX.
01 WS-EOF-SW PIC X VALUE "N".
01 WS-DONE-SW PIC X VALUE "N".
01 WS-ABORT-SW PIC X VALUE "N".
01 WS-MENU-CHOICE PIC X.
01 WS-CONFIRM PIC X.
01 WS-IN-ENTRY PIC X(03).
01 WS-IN-REASON PIC X(30).
01 WS-OPERATOR PIC X(12).
01 WS-TODAY PIC 9(8).
01 WS-NOW PIC 9(8).
01 WS-BREAK-TOKEN PIC X(16).
01 WS-BREAK-COUNT PIC 9(3).
01 WS-STALE-FLAG PIC X(06).
01 WS-START-DATE PIC 9(8).
01 WS-START-DATE-EDITED PIC 9999/99/99.
01 WS-START-TIME-EDITED PIC X(08).
*> The lock file as last read.  A file larger than the table is
*> listed as far as it goes and never rewritten from here.
01 WS-HELD-COUNT PIC 9(3) VALUE 0.
01 WS-HELD-IDX PIC 9(3).
01 WS-FIND-IDX PIC 9(3).
01 WS-HELD-FULL-SW PIC X VALUE "N".
01 WS-HELD-TABLE.
    05 WS-HELD-LINE PIC X(80) OCCURS 200 TIMES.

PROCEDURE DIVISION.
0000-MAIN.
    MOVE SPACES TO WS-OPERATOR
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE SPACES TO WS-OPERATOR
    END-ACCEPT
    IF WS-OPERATOR = SPACES
        MOVE "UNKNOWN" TO WS-OPERATOR
    END-IF
    PERFORM 3000-LIST-LOCKS
    PERFORM UNTIL WS-DONE-SW = "Y"
        PERFORM 2000-SHOW-MENU
    END-PERFORM
    STOP RUN.

1000-LOAD-LOCKS.
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
                    PERFORM 1100-HOLD-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-LCK
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.

1100-HOLD-ONE-LINE.
    IF WS-HELD-COUNT < 200
        ADD 1 TO WS-HELD-COUNT
        MOVE FACT-LCK-REC TO WS-HELD-LINE(WS-HELD-COUNT)
    ELSE
        MOVE "Y" TO WS-HELD-FULL-SW
    END-IF.

2000-SHOW-MENU.
    DISPLAY "L = List locks, B = Break a lock, X = Exit"
    ACCEPT WS-MENU-CHOICE
        ON EXCEPTION
            DISPLAY "No more input available. Ending session."
            MOVE "Y" TO WS-DONE-SW
        NOT ON EXCEPTION
            MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
            EVALUATE WS-MENU-CHOICE
                WHEN "L"
                    PERFORM 3000-LIST-LOCKS
                WHEN "B"
                    PERFORM 4000-BREAK-LOCK
                WHEN "X"
                    MOVE "Y" TO WS-DONE-SW
                WHEN OTHER
                    DISPLAY "Please enter L, B, or X."
            END-EVALUATE
    END-ACCEPT.

3000-LIST-LOCKS.
    PERFORM 1000-LOAD-LOCKS
    IF WS-HELD-COUNT = 0
        DISPLAY "No run locks are held."
    ELSE
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT
            PERFORM 3100-SHOW-ONE-LOCK
        END-PERFORM
        DISPLAY WS-HELD-COUNT " lock line(s) listed."
    END-IF
    IF WS-HELD-FULL-SW = "Y"
        DISPLAY "FACTLOCK.DAT holds more than 200 lines - only the "
            "first 200 are shown and none can be broken here."
    END-IF.

*> A lock from an earlier day outlived the job that took it unless
*> that job is still running past midnight; the operator decides.
3100-SHOW-ONE-LOCK.
    MOVE WS-HELD-LINE(WS-HELD-IDX) TO FACT-LCK-REC
    MOVE SPACES TO WS-STALE-FLAG
    IF LCK-START-DATE < WS-TODAY
        MOVE "STALE?" TO WS-STALE-FLAG
    END-IF
    MOVE LCK-START-DATE TO WS-START-DATE
    MOVE WS-START-DATE TO WS-START-DATE-EDITED
    MOVE SPACES TO WS-START-TIME-EDITED
    STRING LCK-START-TIME(1:2) ":" LCK-START-TIME(3:2) ":"
        LCK-START-TIME(5:2)
        DELIMITED BY SIZE INTO WS-START-TIME-EDITED
    DISPLAY WS-HELD-IDX " " LCK-RESOURCE " MODE = " LCK-MODE
        " " LCK-PROGRAM " USER = " LCK-USER
        " SINCE " WS-START-DATE-EDITED " " WS-START-TIME-EDITED
        " " WS-STALE-FLAG.

*> Every line of the chosen lock's job goes together, since a job
*> holding part of its resources can still clash with itself.
4000-BREAK-LOCK.
    MOVE "N" TO WS-ABORT-SW
    PERFORM 3000-LIST-LOCKS
    IF WS-HELD-COUNT = 0 OR WS-HELD-FULL-SW = "Y"
        MOVE "Y" TO WS-ABORT-SW
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 4100-PROMPT-ENTRY
    END-IF
    IF WS-ABORT-SW = "N"
        MOVE WS-HELD-LINE(WS-FIND-IDX) TO FACT-LCK-REC
        MOVE LCK-TOKEN TO WS-BREAK-TOKEN
        DISPLAY "The job holding this lock also holds:"
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT
            MOVE WS-HELD-LINE(WS-HELD-IDX) TO FACT-LCK-REC
            IF LCK-TOKEN = WS-BREAK-TOKEN
                PERFORM 3100-SHOW-ONE-LOCK
            END-IF
        END-PERFORM
        PERFORM 4200-PROMPT-REASON
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 4300-CONFIRM-BREAK
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 5000-REMOVE-JOB-LOCKS
    END-IF.

4100-PROMPT-ENTRY.
    DISPLAY "Entry number of the lock to break (3 digits, as listed):"
    MOVE SPACES TO WS-IN-ENTRY
    ACCEPT WS-IN-ENTRY
        ON EXCEPTION
            DISPLAY "No more input available."
            MOVE "Y" TO WS-ABORT-SW
            MOVE "Y" TO WS-DONE-SW
    END-ACCEPT
    MOVE 0 TO WS-FIND-IDX
    IF WS-ABORT-SW = "N"
        IF WS-IN-ENTRY NUMERIC
            MOVE WS-IN-ENTRY TO WS-FIND-IDX
        END-IF
        IF WS-FIND-IDX = 0 OR WS-FIND-IDX > WS-HELD-COUNT
            DISPLAY "No lock entry " WS-IN-ENTRY " - nothing broken."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF.

4200-PROMPT-REASON.
    DISPLAY "Reason for breaking the lock (30 characters):"
    MOVE SPACES TO WS-IN-REASON
    ACCEPT WS-IN-REASON
        ON EXCEPTION
            DISPLAY "No more input available."
            MOVE "Y" TO WS-ABORT-SW
            MOVE "Y" TO WS-DONE-SW
    END-ACCEPT
    IF WS-ABORT-SW = "N" AND WS-IN-REASON = SPACES
        DISPLAY "A reason is required - nothing broken."
        MOVE "Y" TO WS-ABORT-SW
    END-IF.

4300-CONFIRM-BREAK.
    DISPLAY "Break every lock of this job? (Y/N)"
    MOVE SPACES TO WS-CONFIRM
    ACCEPT WS-CONFIRM
        ON EXCEPTION
            DISPLAY "No more input available."
            MOVE "Y" TO WS-ABORT-SW
            MOVE "Y" TO WS-DONE-SW
    END-ACCEPT
    IF WS-ABORT-SW = "N"
        IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
            DISPLAY "Nothing broken."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF.

*> The lock file is read again so that locks taken or released
*> while the operator was deciding are kept as they now stand.
5000-REMOVE-JOB-LOCKS.
    PERFORM 1000-LOAD-LOCKS
    IF WS-HELD-FULL-SW = "Y"
        DISPLAY "FACTLOCK.DAT has grown past 200 lines - nothing "
            "broken."
    ELSE
        OPEN EXTEND FACT-LKAU
        IF WS-FACTLKAU-STATUS NOT = "00"
            OPEN OUTPUT FACT-LKAU
            CLOSE FACT-LKAU
            OPEN EXTEND FACT-LKAU
        END-IF
        ACCEPT WS-NOW FROM TIME
        MOVE 0 TO WS-BREAK-COUNT
        OPEN OUTPUT FACT-LCK
        PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT
            MOVE WS-HELD-LINE(WS-HELD-IDX) TO FACT-LCK-REC
            IF LCK-TOKEN = WS-BREAK-TOKEN
                PERFORM 5100-WRITE-BREAK-TRAIL
            ELSE
                WRITE FACT-LCK-REC
            END-IF
        END-PERFORM
        CLOSE FACT-LCK
        CLOSE FACT-LKAU
        DISPLAY WS-BREAK-COUNT " lock line(s) broken."
    END-IF.

5100-WRITE-BREAK-TRAIL.
    ADD 1 TO WS-BREAK-COUNT
    MOVE SPACES TO FACT-LKAU-REC
    STRING WS-TODAY "|" WS-NOW(1:6) "|" WS-OPERATOR "|"
        FACT-LCK-REC "|" WS-IN-REASON
        DELIMITED BY SIZE INTO FACT-LKAU-REC
    WRITE FACT-LKAU-REC.
