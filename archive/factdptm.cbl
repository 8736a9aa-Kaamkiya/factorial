IDENTIFICATION DIVISION.
PROGRAM-ID. FACTDPTM.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Department master maintenance.  Keeps FACTDEPT.DAT, the list of
*> departments allowed to submit work: each one's code, name,
*> active or closed status, the highest NUM it may request, the
*> operation codes it may request, and its monthly request budget.
*> FACTEDCK judges every record against this file and FACTCHGB
*> reports budget use from it.  The whole file is held in a table
*> for the session and rewritten after every change, so an
*> interrupted session never loses an accepted change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-DEPT ASSIGN TO "FACTDEPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDEPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-DEPT.
01 FACT-DEPT-REC.
    COPY FACTDEPR REPLACING ==:DP:== BY ==DEPT==.

WORKING-STORAGE SECTION.
01 WS-FACTDEPT-STATUS PIC XX.
01 WS-EOF-SW PIC X VALUE "N".
01 WS-DONE-SW PIC X VALUE "N".
01 WS-ABORT-SW PIC X VALUE "N".
01 WS-VALID-SW PIC X VALUE "N".
01 WS-MENU-CHOICE PIC X.
01 WS-DEPT-COUNT PIC 9(2) VALUE 0.
01 WS-DEPT-IDX PIC 9(2).
01 WS-FIND-IDX PIC 9(2).
01 WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 50 TIMES.
        10 WS-DEPT-CODE PIC X(04).
        10 WS-DEPT-NAME PIC X(30).
        10 WS-DEPT-STATUS PIC X(01).
        10 WS-DEPT-MAX-NUM PIC 9(03).
        10 WS-DEPT-OPS PIC X(08).
        10 WS-DEPT-BUDGET PIC 9(07).
*> Comment and blank lines, and lines that fail their numeric edits
*> on the way in, are kept as they stand and written back untouched
*> in their place, after the same number of department lines as
*> went before them; a damaged line can then be seen and fixed
*> rather than silently dropped.  Kind C is a comment or blank line,
*> D a damaged one.  A master with more such lines than the table
*> holds is not rewritten at all.
01 WS-KEEP-COUNT PIC 9(3) VALUE 0.
01 WS-KEEP-IDX PIC 9(3).
01 WS-KEEP-TABLE.
    05 WS-KEEP-ENTRY OCCURS 100 TIMES.
        10 WS-KEEP-LINE PIC X(58).
        10 WS-KEEP-KIND PIC X(01).
        10 WS-KEEP-AFTER PIC 9(2).
01 WS-KEEP-FULL-SW PIC X VALUE "N".
01 WS-CNT-DAMAGED PIC 9(3) VALUE 0.
01 WS-IN-CODE PIC X(04).
01 WS-IN-NAME PIC X(30).
01 WS-IN-MAX-NUM PIC X(03).
01 WS-IN-OPS PIC X(08).
01 WS-IN-BUDGET PIC X(07).
01 WS-OPS-IDX PIC 9(2).
01 WS-BUDGET-EDITED PIC Z(6)9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-LOAD-MASTER
    PERFORM UNTIL WS-DONE-SW = "Y"
        PERFORM 2000-SHOW-MENU
    END-PERFORM
    STOP RUN.

1000-LOAD-MASTER.
    OPEN INPUT FACT-DEPT
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-DEPT
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM 1100-LOAD-ONE-LINE
        END-READ
    END-PERFORM
    CLOSE FACT-DEPT
    DISPLAY WS-DEPT-COUNT " departments on FACTDEPT.DAT."
    IF WS-CNT-DAMAGED > 0
        DISPLAY WS-CNT-DAMAGED " damaged line(s) kept as they stand "
            "- correct them with a text editor."
    END-IF
    IF WS-KEEP-FULL-SW = "Y"
        DISPLAY "FACTDEPT.DAT has more comment and damaged lines "
            "than can be kept - changes are refused until it is "
            "tidied with a text editor."
    END-IF.

1100-LOAD-ONE-LINE.
    IF FACT-DEPT-REC = SPACES OR DEPT-CODE(1:1) = "*"
        PERFORM 1200-KEEP-LINE
    ELSE
        IF DEPT-MAX-NUM NUMERIC AND DEPT-BUDGET NUMERIC
            AND WS-DEPT-COUNT < 50
            ADD 1 TO WS-DEPT-COUNT
            MOVE DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-COUNT)
            MOVE DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-COUNT)
            MOVE DEPT-STATUS TO WS-DEPT-STATUS(WS-DEPT-COUNT)
            MOVE DEPT-MAX-NUM TO WS-DEPT-MAX-NUM(WS-DEPT-COUNT)
            MOVE DEPT-OPS TO WS-DEPT-OPS(WS-DEPT-COUNT)
            MOVE DEPT-BUDGET TO WS-DEPT-BUDGET(WS-DEPT-COUNT)
        ELSE
            ADD 1 TO WS-CNT-DAMAGED
            PERFORM 1200-KEEP-LINE
        END-IF
    END-IF.

1200-KEEP-LINE.
    IF WS-KEEP-COUNT < 100
        ADD 1 TO WS-KEEP-COUNT
        MOVE FACT-DEPT-REC TO WS-KEEP-LINE(WS-KEEP-COUNT)
        MOVE WS-DEPT-COUNT TO WS-KEEP-AFTER(WS-KEEP-COUNT)
        IF FACT-DEPT-REC = SPACES OR DEPT-CODE(1:1) = "*"
            MOVE "C" TO WS-KEEP-KIND(WS-KEEP-COUNT)
        ELSE
            MOVE "D" TO WS-KEEP-KIND(WS-KEEP-COUNT)
        END-IF
    ELSE
        MOVE "Y" TO WS-KEEP-FULL-SW
    END-IF.

2000-SHOW-MENU.
    DISPLAY "L = List departments, A = Add, C = Change,"
    DISPLAY "S = Close or reopen, X = Exit"
    ACCEPT WS-MENU-CHOICE
        ON EXCEPTION
            DISPLAY "No more input available. Ending session."
            MOVE "Y" TO WS-DONE-SW
        NOT ON EXCEPTION
            MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
            EVALUATE WS-MENU-CHOICE
                WHEN "L"
                    PERFORM 3000-LIST-DEPARTMENTS
                WHEN "A"
                    PERFORM 4000-ADD-DEPARTMENT
                WHEN "C"
                    PERFORM 5000-CHANGE-DEPARTMENT
                WHEN "S"
                    PERFORM 6000-TOGGLE-STATUS
                WHEN "X"
                    MOVE "Y" TO WS-DONE-SW
                WHEN OTHER
                    DISPLAY "Please enter L, A, C, S, or X."
            END-EVALUATE
    END-ACCEPT.

3000-LIST-DEPARTMENTS.
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE WS-DEPT-BUDGET(WS-DEPT-IDX) TO WS-BUDGET-EDITED
        DISPLAY WS-DEPT-CODE(WS-DEPT-IDX) " "
            WS-DEPT-NAME(WS-DEPT-IDX)
            " STATUS = " WS-DEPT-STATUS(WS-DEPT-IDX)
            " MAX NUM = " WS-DEPT-MAX-NUM(WS-DEPT-IDX)
            " OPS = " WS-DEPT-OPS(WS-DEPT-IDX)
            " BUDGET = " WS-BUDGET-EDITED
    END-PERFORM
    PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
        UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
        IF WS-KEEP-KIND(WS-KEEP-IDX) = "D"
            DISPLAY "DAMAGED: " WS-KEEP-LINE(WS-KEEP-IDX)
        END-IF
    END-PERFORM
    DISPLAY WS-DEPT-COUNT " departments listed.".

*> A new department starts active; every field must be supplied.
4000-ADD-DEPARTMENT.
    PERFORM 8100-PROMPT-CODE
    IF WS-ABORT-SW = "N"
        IF WS-FIND-IDX > 0
            DISPLAY "Department " WS-IN-CODE " is already on file."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF
    IF WS-ABORT-SW = "N" AND WS-DEPT-COUNT NOT < 50
        DISPLAY "Department table is full - nothing added."
        MOVE "Y" TO WS-ABORT-SW
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 8200-PROMPT-FIELDS
    END-IF
    IF WS-ABORT-SW = "N"
        IF WS-IN-NAME = SPACES OR WS-IN-MAX-NUM = SPACES
            OR WS-IN-OPS = SPACES OR WS-IN-BUDGET = SPACES
            DISPLAY "Every field is required for a new department "
                "- nothing added."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 8300-VALIDATE-FIELDS
    END-IF
    IF WS-ABORT-SW = "N"
        ADD 1 TO WS-DEPT-COUNT
        MOVE WS-DEPT-COUNT TO WS-FIND-IDX
        MOVE WS-IN-CODE TO WS-DEPT-CODE(WS-FIND-IDX)
        MOVE "A" TO WS-DEPT-STATUS(WS-FIND-IDX)
        PERFORM 8400-APPLY-FIELDS
        PERFORM 9000-REWRITE-MASTER
        DISPLAY "Department " WS-IN-CODE " added."
    END-IF.

*> Blank keeps the field as it stands.
5000-CHANGE-DEPARTMENT.
    PERFORM 8100-PROMPT-CODE
    IF WS-ABORT-SW = "N" AND WS-FIND-IDX = 0
        DISPLAY "Department " WS-IN-CODE " is not on file."
        MOVE "Y" TO WS-ABORT-SW
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 8200-PROMPT-FIELDS
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 8300-VALIDATE-FIELDS
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 8400-APPLY-FIELDS
        PERFORM 9000-REWRITE-MASTER
        DISPLAY "Department " WS-IN-CODE " changed."
    END-IF.

*> Departments are closed rather than removed, so their history
*> still reports and bills under a name the master recognizes.
6000-TOGGLE-STATUS.
    PERFORM 8100-PROMPT-CODE
    IF WS-ABORT-SW = "N" AND WS-FIND-IDX = 0
        DISPLAY "Department " WS-IN-CODE " is not on file."
        MOVE "Y" TO WS-ABORT-SW
    END-IF
    IF WS-ABORT-SW = "N"
        IF WS-DEPT-STATUS(WS-FIND-IDX) = "A"
            MOVE "C" TO WS-DEPT-STATUS(WS-FIND-IDX)
            DISPLAY "Department " WS-IN-CODE " closed."
        ELSE
            MOVE "A" TO WS-DEPT-STATUS(WS-FIND-IDX)
            DISPLAY "Department " WS-IN-CODE " reopened."
        END-IF
        PERFORM 9000-REWRITE-MASTER
    END-IF.

8100-PROMPT-CODE.
    MOVE "N" TO WS-ABORT-SW
    MOVE SPACES TO WS-IN-CODE
    IF WS-KEEP-FULL-SW = "Y"
        DISPLAY "FACTDEPT.DAT could not be held whole - no change "
            "allowed."
        MOVE "Y" TO WS-ABORT-SW
    ELSE
        DISPLAY "Department code (4 characters):"
        ACCEPT WS-IN-CODE
            ON EXCEPTION
                DISPLAY "No more input available."
                MOVE "Y" TO WS-ABORT-SW
                MOVE "Y" TO WS-DONE-SW
        END-ACCEPT
    END-IF
    IF WS-ABORT-SW = "N"
        MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
        IF WS-IN-CODE = SPACES
            DISPLAY "A department code is required."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF
    MOVE 0 TO WS-FIND-IDX
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-FIND-IDX > 0
        IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-IN-CODE
            MOVE WS-DEPT-IDX TO WS-FIND-IDX
        END-IF
    END-PERFORM.

8200-PROMPT-FIELDS.
    MOVE SPACES TO WS-IN-NAME WS-IN-MAX-NUM WS-IN-OPS WS-IN-BUDGET
    DISPLAY "Name (30 characters, blank = keep):"
    ACCEPT WS-IN-NAME
        ON EXCEPTION
            MOVE "Y" TO WS-ABORT-SW
    END-ACCEPT
    IF WS-ABORT-SW = "N"
        DISPLAY "Highest NUM allowed (3 digits, blank = keep):"
        ACCEPT WS-IN-MAX-NUM
            ON EXCEPTION
                MOVE "Y" TO WS-ABORT-SW
        END-ACCEPT
    END-IF
    IF WS-ABORT-SW = "N"
        DISPLAY "Operations allowed (e.g. FPCDE, blank = keep):"
        ACCEPT WS-IN-OPS
            ON EXCEPTION
                MOVE "Y" TO WS-ABORT-SW
        END-ACCEPT
    END-IF
    IF WS-ABORT-SW = "N"
        DISPLAY "Monthly request budget (7 digits, 0 = none, "
            "blank = keep):"
        ACCEPT WS-IN-BUDGET
            ON EXCEPTION
                MOVE "Y" TO WS-ABORT-SW
        END-ACCEPT
    END-IF
    IF WS-ABORT-SW = "Y"
        DISPLAY "No more input available. Change dropped."
        MOVE "Y" TO WS-DONE-SW
    END-IF.

8300-VALIDATE-FIELDS.
    MOVE "N" TO WS-VALID-SW
    IF WS-IN-MAX-NUM NOT = SPACES
        IF WS-IN-MAX-NUM NOT NUMERIC OR WS-IN-MAX-NUM = "000"
            DISPLAY "Highest NUM must be 001-999 - change dropped."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF
    IF WS-ABORT-SW = "N" AND WS-IN-BUDGET NOT = SPACES
        IF WS-IN-BUDGET NOT NUMERIC
            DISPLAY "Budget must be 7 digits - change dropped."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF
    IF WS-ABORT-SW = "N" AND WS-IN-OPS NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-IN-OPS) TO WS-IN-OPS
        PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
            UNTIL WS-OPS-IDX > 8
            EVALUATE WS-IN-OPS(WS-OPS-IDX:1)
                WHEN SPACE
                WHEN "F"
                WHEN "P"
                WHEN "C"
                WHEN "D"
                WHEN "E"
                    CONTINUE
                WHEN OTHER
                    MOVE "Y" TO WS-VALID-SW
            END-EVALUATE
        END-PERFORM
        IF WS-VALID-SW = "Y"
            DISPLAY "Operations must be drawn from F, P, C, D, and E "
                "- change dropped."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF.

8400-APPLY-FIELDS.
    IF WS-IN-NAME NOT = SPACES
        MOVE WS-IN-NAME TO WS-DEPT-NAME(WS-FIND-IDX)
    END-IF
    IF WS-IN-MAX-NUM NOT = SPACES
        MOVE WS-IN-MAX-NUM TO WS-DEPT-MAX-NUM(WS-FIND-IDX)
    END-IF
    IF WS-IN-OPS NOT = SPACES
        MOVE WS-IN-OPS TO WS-DEPT-OPS(WS-FIND-IDX)
    END-IF
    IF WS-IN-BUDGET NOT = SPACES
        MOVE WS-IN-BUDGET TO WS-DEPT-BUDGET(WS-FIND-IDX)
    END-IF.

*> Kept lines go back between the departments where they were read;
*> a department added this session follows everything on file.
9000-REWRITE-MASTER.
    OPEN OUTPUT FACT-DEPT
    MOVE 0 TO WS-DEPT-IDX
    PERFORM 9100-WRITE-KEPT-LINES
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE SPACES TO FACT-DEPT-REC
        STRING WS-DEPT-CODE(WS-DEPT-IDX) "|"
            WS-DEPT-NAME(WS-DEPT-IDX) "|"
            WS-DEPT-STATUS(WS-DEPT-IDX) "|"
            WS-DEPT-MAX-NUM(WS-DEPT-IDX) "|"
            WS-DEPT-OPS(WS-DEPT-IDX) "|"
            WS-DEPT-BUDGET(WS-DEPT-IDX)
            DELIMITED BY SIZE INTO FACT-DEPT-REC
        WRITE FACT-DEPT-REC
        PERFORM 9100-WRITE-KEPT-LINES
    END-PERFORM
    CLOSE FACT-DEPT.

*> Writes the kept lines read after the WS-DEPT-IDX-th department
*> line, or before the first when WS-DEPT-IDX is zero.
9100-WRITE-KEPT-LINES.
    PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
        UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
        IF WS-KEEP-AFTER(WS-KEEP-IDX) = WS-DEPT-IDX
            MOVE WS-KEEP-LINE(WS-KEEP-IDX) TO FACT-DEPT-REC
            WRITE FACT-DEPT-REC
        END-IF
    END-PERFORM.
