IDENTIFICATION DIVISION.
PROGRAM-ID. FACTCALM.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Processing calendar maintenance.  Keeps FACTCAL.DAT, the shop
*> calendar FACTCAL reads for the nightly stream, the aging and
*> retention limits, and inquiry: each marked date's day type -
*> business day, holiday, or non-processing day - whether it is the
*> shop's fiscal month end, and a short description.  A date not
*> marked keeps its weekday default, business Monday to Friday and
*> non-processing at the weekend, and the month listing shows every
*> day as the batch will see it, defaults included.  A fiscal month
*> end may not fall on a non-processing day, when no stream runs to
*> close the month, and a month may have only one.  The whole file
*> is held in date order for the session and rewritten after every
*> change, comment lines and damaged lines kept in their places; a
*> file too large to hold whole is listed but never rewritten.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACT-CAL ASSIGN TO "FACTCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTCAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-CAL.
01 FACT-CAL-REC.
    COPY FACTCALR REPLACING ==:CL:== BY ==CAL==.

WORKING-STORAGE SECTION.
01 WS-FACTCAL-STATUS PIC XX.
01 WS-EOF-SW PIC X VALUE "N".
01 WS-DONE-SW PIC X VALUE "N".
01 WS-ABORT-SW PIC X VALUE "N".
01 WS-MENU-CHOICE PIC X.
01 WS-CAL-COUNT PIC 9(4) VALUE 0.
01 WS-CAL-IDX PIC 9(4).
01 WS-FIND-IDX PIC 9(4).
01 WS-INS-IDX PIC 9(4).
01 WS-CAL-TABLE.
    05 WS-CAL-ENTRY OCCURS 3000 TIMES.
        10 WS-CAL-DATE PIC 9(8).
        10 WS-CAL-TYPE PIC X(01).
        10 WS-CAL-FISCAL-ME PIC X(01).
        10 WS-CAL-DESC PIC X(30).
*> Comment and blank lines, and lines that fail their edits on the
*> way in, are kept as they stand and written back untouched, as on
*> the department master.  Each is anchored to the date of the last
*> calendar line read before it, zero at the top of the file, and
*> goes back ahead of the first date past its anchor.  More dates
*> or kept lines than the tables hold leave the file unchangeable
*> this session.
01 WS-KEEP-COUNT PIC 9(3) VALUE 0.
01 WS-KEEP-IDX PIC 9(3).
01 WS-KEEP-NEXT PIC 9(3).
01 WS-KEEP-TABLE.
    05 WS-KEEP-ENTRY OCCURS 200 TIMES.
        10 WS-KEEP-LINE PIC X(43).
        10 WS-KEEP-AFTER PIC 9(8).
01 WS-KEEP-ANCHOR PIC 9(8) VALUE 0.
01 WS-FULL-SW PIC X VALUE "N".
01 WS-CNT-DAMAGED PIC 9(3) VALUE 0.
01 WS-IN-DATE PIC X(08).
01 WS-IN-DATE-NUM PIC 9(8).
01 WS-IN-MONTH PIC X(06).
01 WS-IN-TYPE PIC X(01).
01 WS-IN-FISCAL-ME PIC X(01).
01 WS-IN-DESC PIC X(30).
01 WS-NEW-TYPE PIC X(01).
01 WS-NEW-FISCAL-ME PIC X(01).
*> The month listing works day by day from the integer date.
01 WS-DAY-INT PIC 9(8).
01 WS-DAY-DATE PIC 9(8).
01 WS-DAY-DATE-X REDEFINES WS-DAY-DATE PIC X(8).
01 WS-DAY-EDITED PIC 9999/99/99.
01 WS-WEEKDAY PIC 9(1).
01 WS-DAY-TYPE PIC X(01).
01 WS-DAY-DESC PIC X(30).
01 WS-DAY-MARK PIC X(08).
01 WS-DAY-FISCAL-TEXT PIC X(17).
01 WS-LAST-BUSINESS-DATE PIC 9(8).
01 WS-MARKED-ME-DATE PIC 9(8).
01 WS-OTHER-ME-DATE PIC 9(8).
01 WS-LIST-PASS PIC 9(1).
01 WS-WEEKDAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01 WS-TYPE-TEXT PIC X(14).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-LOAD-CALENDAR
    PERFORM UNTIL WS-DONE-SW = "Y"
        PERFORM 2000-SHOW-MENU
    END-PERFORM
    STOP RUN.

1000-LOAD-CALENDAR.
    OPEN INPUT FACT-CAL
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-CAL
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                PERFORM 1100-LOAD-ONE-LINE
        END-READ
    END-PERFORM
    CLOSE FACT-CAL
    DISPLAY WS-CAL-COUNT " dates marked on FACTCAL.DAT."
    IF WS-CNT-DAMAGED > 0
        DISPLAY WS-CNT-DAMAGED " damaged line(s) kept as they stand "
            "- correct them with a text editor."
    END-IF
    IF WS-FULL-SW = "Y"
        DISPLAY "FACTCAL.DAT holds more dates or comment lines than "
            "can be kept - changes are refused until it is tidied "
            "with a text editor."
    END-IF.

1100-LOAD-ONE-LINE.
    EVALUATE TRUE
        WHEN FACT-CAL-REC = SPACES OR CAL-DATE(1:1) = "*"
            PERFORM 1200-KEEP-LINE
        WHEN CAL-DATE NOT NUMERIC
            OR (CAL-TYPE NOT = "B" AND CAL-TYPE NOT = "H"
                AND CAL-TYPE NOT = "N")
            ADD 1 TO WS-CNT-DAMAGED
            PERFORM 1200-KEEP-LINE
        WHEN OTHER
            PERFORM 1300-LOAD-ONE-DATE
    END-EVALUATE.

1200-KEEP-LINE.
    IF WS-KEEP-COUNT < 200
        ADD 1 TO WS-KEEP-COUNT
        MOVE FACT-CAL-REC TO WS-KEEP-LINE(WS-KEEP-COUNT)
        MOVE WS-KEEP-ANCHOR TO WS-KEEP-AFTER(WS-KEEP-COUNT)
    ELSE
        MOVE "Y" TO WS-FULL-SW
    END-IF.

*> A second line for a date already held replaces the first.
1300-LOAD-ONE-DATE.
    MOVE CAL-DATE TO WS-KEEP-ANCHOR
    MOVE CAL-DATE TO WS-IN-DATE-NUM
    MOVE 0 TO WS-FIND-IDX
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
        UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-FIND-IDX > 0
        IF WS-CAL-DATE(WS-CAL-IDX) = WS-IN-DATE-NUM
            MOVE WS-CAL-IDX TO WS-FIND-IDX
        END-IF
    END-PERFORM
    IF WS-FIND-IDX = 0 AND WS-CAL-COUNT NOT < 3000
        MOVE "Y" TO WS-FULL-SW
    ELSE
        MOVE CAL-TYPE TO WS-NEW-TYPE
        MOVE CAL-FISCAL-ME TO WS-NEW-FISCAL-ME
        IF WS-NEW-FISCAL-ME NOT = "Y"
            MOVE "N" TO WS-NEW-FISCAL-ME
        END-IF
        MOVE CAL-DESC TO WS-IN-DESC
        PERFORM 8500-PUT-ENTRY
    END-IF.

2000-SHOW-MENU.
    DISPLAY "L = List a month, S = Set a date, R = Remove a date,"
    DISPLAY "X = Exit"
    ACCEPT WS-MENU-CHOICE
        ON EXCEPTION
            DISPLAY "No more input available. Ending session."
            MOVE "Y" TO WS-DONE-SW
        NOT ON EXCEPTION
            MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
            EVALUATE WS-MENU-CHOICE
                WHEN "L"
                    PERFORM 3000-LIST-MONTH
                WHEN "S"
                    PERFORM 4000-SET-DATE
                WHEN "R"
                    PERFORM 5000-REMOVE-DATE
                WHEN "X"
                    MOVE "Y" TO WS-DONE-SW
                WHEN OTHER
                    DISPLAY "Please enter L, S, R, or X."
            END-EVALUATE
    END-ACCEPT.

*> The first pass finds the month's fiscal month end - the date
*> marked, or else the last business day - and the second shows
*> each day with it.
3000-LIST-MONTH.
    DISPLAY "Month to list (YYYYMM):"
    MOVE SPACES TO WS-IN-MONTH
    ACCEPT WS-IN-MONTH
        ON EXCEPTION
            DISPLAY "No more input available."
            MOVE "Y" TO WS-DONE-SW
            MOVE SPACES TO WS-IN-MONTH
    END-ACCEPT
    IF WS-IN-MONTH NOT NUMERIC OR WS-IN-MONTH(5:2) < "01"
        OR WS-IN-MONTH(5:2) > "12"
        DISPLAY "A month is required as YYYYMM."
    ELSE
        MOVE 0 TO WS-LAST-BUSINESS-DATE
        MOVE 0 TO WS-MARKED-ME-DATE
        PERFORM VARYING WS-LIST-PASS FROM 1 BY 1 UNTIL WS-LIST-PASS > 2
            MOVE WS-IN-MONTH TO WS-DAY-DATE-X(1:6)
            MOVE "01" TO WS-DAY-DATE-X(7:2)
            COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
            PERFORM UNTIL WS-DAY-DATE-X(1:6) NOT = WS-IN-MONTH
                PERFORM 3100-TAKE-ONE-DAY
                ADD 1 TO WS-DAY-INT
                COMPUTE WS-DAY-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            END-PERFORM
        END-PERFORM
        IF WS-MARKED-ME-DATE = 0
            DISPLAY "* no fiscal month end marked - the last business "
                "day closes the month."
        END-IF
    END-IF.

3100-TAKE-ONE-DAY.
    PERFORM 8100-FIND-DAY
    IF WS-LIST-PASS = 1
        IF WS-DAY-TYPE = "B"
            MOVE WS-DAY-DATE TO WS-LAST-BUSINESS-DATE
        END-IF
        IF WS-FIND-IDX > 0
            IF WS-CAL-FISCAL-ME(WS-FIND-IDX) = "Y"
                MOVE WS-DAY-DATE TO WS-MARKED-ME-DATE
            END-IF
        END-IF
    ELSE
        PERFORM 3200-SHOW-ONE-DAY
    END-IF.

3200-SHOW-ONE-DAY.
    MOVE WS-DAY-DATE TO WS-DAY-EDITED
    EVALUATE WS-DAY-TYPE
        WHEN "B"
            MOVE "BUSINESS DAY" TO WS-TYPE-TEXT
        WHEN "H"
            MOVE "HOLIDAY" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE "NON-PROCESSING" TO WS-TYPE-TEXT
    END-EVALUATE
    IF WS-FIND-IDX > 0
        MOVE "MARKED  " TO WS-DAY-MARK
    ELSE
        MOVE "DEFAULT " TO WS-DAY-MARK
    END-IF
    MOVE SPACES TO WS-DAY-FISCAL-TEXT
    EVALUATE TRUE
        WHEN WS-MARKED-ME-DATE > 0
            IF WS-DAY-DATE = WS-MARKED-ME-DATE
                MOVE "FISCAL MONTH END" TO WS-DAY-FISCAL-TEXT
            END-IF
        WHEN WS-DAY-DATE = WS-LAST-BUSINESS-DATE
            MOVE "FISCAL MONTH END*" TO WS-DAY-FISCAL-TEXT
    END-EVALUATE
    DISPLAY WS-DAY-EDITED " "
        WS-WEEKDAY-NAMES(WS-WEEKDAY * 3 + 1:3) " "
        WS-TYPE-TEXT " " WS-DAY-MARK WS-DAY-FISCAL-TEXT " "
        WS-DAY-DESC.

*> Blank keeps the field as it stands; a date not yet marked starts
*> from its weekday default.
4000-SET-DATE.
    PERFORM 8200-PROMPT-DATE
    IF WS-ABORT-SW = "N"
        MOVE WS-IN-DATE-NUM TO WS-DAY-DATE
        COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
        PERFORM 8100-FIND-DAY
        MOVE WS-DAY-TYPE TO WS-NEW-TYPE
        MOVE "N" TO WS-NEW-FISCAL-ME
        IF WS-FIND-IDX > 0
            MOVE WS-CAL-FISCAL-ME(WS-FIND-IDX) TO WS-NEW-FISCAL-ME
        END-IF
        IF WS-FIND-IDX = 0 AND WS-CAL-COUNT NOT < 3000
            DISPLAY "Calendar table is full - nothing set."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 8300-PROMPT-FIELDS
    END-IF
    IF WS-ABORT-SW = "N"
        PERFORM 8400-VALIDATE-FIELDS
    END-IF
    IF WS-ABORT-SW = "N"
        IF WS-IN-DESC = SPACES
            MOVE WS-DAY-DESC TO WS-IN-DESC
        END-IF
        PERFORM 8500-PUT-ENTRY
        PERFORM 9000-REWRITE-CALENDAR
        DISPLAY "Date " WS-IN-DATE " set."
    END-IF.

*> The date goes back to its weekday default.
5000-REMOVE-DATE.
    PERFORM 8200-PROMPT-DATE
    IF WS-ABORT-SW = "N"
        MOVE WS-IN-DATE-NUM TO WS-DAY-DATE
        COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
        PERFORM 8100-FIND-DAY
        IF WS-FIND-IDX = 0
            DISPLAY "Date " WS-IN-DATE " is not marked."
        ELSE
            PERFORM VARYING WS-CAL-IDX FROM WS-FIND-IDX BY 1
                UNTIL WS-CAL-IDX NOT < WS-CAL-COUNT
                MOVE WS-CAL-ENTRY(WS-CAL-IDX + 1)
                    TO WS-CAL-ENTRY(WS-CAL-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-CAL-COUNT
            PERFORM 9000-REWRITE-CALENDAR
            DISPLAY "Date " WS-IN-DATE " removed - weekday default "
                "applies."
        END-IF
    END-IF.

*> Sets WS-FIND-IDX to the marked entry for WS-DAY-DATE, or zero,
*> and WS-DAY-TYPE and WS-DAY-DESC to what the day is.  Day 1 of
*> the integer calendar, 1601/01/01, was a Monday.
8100-FIND-DAY.
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
    IF WS-WEEKDAY < 5
        MOVE "B" TO WS-DAY-TYPE
    ELSE
        MOVE "N" TO WS-DAY-TYPE
    END-IF
    MOVE SPACES TO WS-DAY-DESC
    MOVE 0 TO WS-FIND-IDX
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
        UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-FIND-IDX > 0
        IF WS-CAL-DATE(WS-CAL-IDX) = WS-DAY-DATE
            MOVE WS-CAL-IDX TO WS-FIND-IDX
            MOVE WS-CAL-TYPE(WS-CAL-IDX) TO WS-DAY-TYPE
            MOVE WS-CAL-DESC(WS-CAL-IDX) TO WS-DAY-DESC
        END-IF
    END-PERFORM.

8200-PROMPT-DATE.
    MOVE "N" TO WS-ABORT-SW
    MOVE SPACES TO WS-IN-DATE
    IF WS-FULL-SW = "Y"
        DISPLAY "FACTCAL.DAT could not be held whole - no change "
            "allowed."
        MOVE "Y" TO WS-ABORT-SW
    ELSE
        DISPLAY "Date (YYYYMMDD):"
        ACCEPT WS-IN-DATE
            ON EXCEPTION
                DISPLAY "No more input available."
                MOVE "Y" TO WS-ABORT-SW
                MOVE "Y" TO WS-DONE-SW
        END-ACCEPT
    END-IF
    IF WS-ABORT-SW = "N"
        IF WS-IN-DATE NOT NUMERIC
            DISPLAY "A date is required as YYYYMMDD."
            MOVE "Y" TO WS-ABORT-SW
        ELSE
            MOVE WS-IN-DATE TO WS-IN-DATE-NUM
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE-NUM) NOT = 0
                DISPLAY WS-IN-DATE " is not a calendar date."
                MOVE "Y" TO WS-ABORT-SW
            END-IF
        END-IF
    END-IF.

8300-PROMPT-FIELDS.
    MOVE SPACES TO WS-IN-TYPE WS-IN-FISCAL-ME WS-IN-DESC
    DISPLAY "Day type - B = business, H = holiday, N = non-processing "
        "(blank = keep " WS-NEW-TYPE "):"
    ACCEPT WS-IN-TYPE
        ON EXCEPTION
            MOVE "Y" TO WS-ABORT-SW
    END-ACCEPT
    IF WS-ABORT-SW = "N"
        DISPLAY "Fiscal month end (Y/N, blank = keep "
            WS-NEW-FISCAL-ME "):"
        ACCEPT WS-IN-FISCAL-ME
            ON EXCEPTION
                MOVE "Y" TO WS-ABORT-SW
        END-ACCEPT
    END-IF
    IF WS-ABORT-SW = "N"
        DISPLAY "Description (30 characters, blank = keep):"
        ACCEPT WS-IN-DESC
            ON EXCEPTION
                MOVE "Y" TO WS-ABORT-SW
        END-ACCEPT
    END-IF
    IF WS-ABORT-SW = "Y"
        DISPLAY "No more input available. Change dropped."
        MOVE "Y" TO WS-DONE-SW
    END-IF.

8400-VALIDATE-FIELDS.
    MOVE FUNCTION UPPER-CASE(WS-IN-TYPE) TO WS-IN-TYPE
    MOVE FUNCTION UPPER-CASE(WS-IN-FISCAL-ME) TO WS-IN-FISCAL-ME
    IF WS-IN-TYPE NOT = SPACE
        IF WS-IN-TYPE = "B" OR WS-IN-TYPE = "H" OR WS-IN-TYPE = "N"
            MOVE WS-IN-TYPE TO WS-NEW-TYPE
        ELSE
            DISPLAY "Day type must be B, H, or N - change dropped."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF
    IF WS-ABORT-SW = "N" AND WS-IN-FISCAL-ME NOT = SPACE
        IF WS-IN-FISCAL-ME = "Y" OR WS-IN-FISCAL-ME = "N"
            MOVE WS-IN-FISCAL-ME TO WS-NEW-FISCAL-ME
        ELSE
            DISPLAY "Fiscal month end must be Y or N - change dropped."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF
    IF WS-ABORT-SW = "N" AND WS-NEW-FISCAL-ME = "Y"
        AND WS-NEW-TYPE = "N"
        DISPLAY "A fiscal month end cannot fall on a non-processing "
            "day - change dropped."
        MOVE "Y" TO WS-ABORT-SW
    END-IF
    IF WS-ABORT-SW = "N" AND WS-NEW-FISCAL-ME = "Y"
        MOVE 0 TO WS-OTHER-ME-DATE
        PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
            IF WS-CAL-FISCAL-ME(WS-CAL-IDX) = "Y"
                AND WS-CAL-DATE(WS-CAL-IDX) NOT = WS-IN-DATE-NUM
                AND WS-CAL-DATE(WS-CAL-IDX)(1:6) = WS-IN-DATE(1:6)
                MOVE WS-CAL-DATE(WS-CAL-IDX) TO WS-OTHER-ME-DATE
            END-IF
        END-PERFORM
        IF WS-OTHER-ME-DATE > 0
            DISPLAY "Fiscal month end already marked on "
                WS-OTHER-ME-DATE " - change dropped."
            MOVE "Y" TO WS-ABORT-SW
        END-IF
    END-IF.

*> Replaces the entry for WS-IN-DATE-NUM or slots a new one in to
*> keep the table in date order.
8500-PUT-ENTRY.
    MOVE 1 TO WS-INS-IDX
    PERFORM UNTIL WS-INS-IDX > WS-CAL-COUNT
        OR WS-CAL-DATE(WS-INS-IDX) NOT < WS-IN-DATE-NUM
        ADD 1 TO WS-INS-IDX
    END-PERFORM
    IF WS-INS-IDX > WS-CAL-COUNT
        OR WS-CAL-DATE(WS-INS-IDX) NOT = WS-IN-DATE-NUM
        PERFORM VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
            UNTIL WS-CAL-IDX < WS-INS-IDX
            MOVE WS-CAL-ENTRY(WS-CAL-IDX)
                TO WS-CAL-ENTRY(WS-CAL-IDX + 1)
        END-PERFORM
        ADD 1 TO WS-CAL-COUNT
    END-IF
    MOVE WS-IN-DATE-NUM TO WS-CAL-DATE(WS-INS-IDX)
    MOVE WS-NEW-TYPE TO WS-CAL-TYPE(WS-INS-IDX)
    MOVE WS-NEW-FISCAL-ME TO WS-CAL-FISCAL-ME(WS-INS-IDX)
    MOVE WS-IN-DESC TO WS-CAL-DESC(WS-INS-IDX).

9000-REWRITE-CALENDAR.
    OPEN OUTPUT FACT-CAL
    MOVE 1 TO WS-KEEP-NEXT
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
        UNTIL WS-CAL-IDX > WS-CAL-COUNT
        PERFORM 9100-WRITE-KEPT-LINES
        MOVE ALL "|" TO FACT-CAL-REC
        MOVE WS-CAL-DATE(WS-CAL-IDX) TO CAL-DATE
        MOVE WS-CAL-TYPE(WS-CAL-IDX) TO CAL-TYPE
        MOVE WS-CAL-FISCAL-ME(WS-CAL-IDX) TO CAL-FISCAL-ME
        MOVE WS-CAL-DESC(WS-CAL-IDX) TO CAL-DESC
        WRITE FACT-CAL-REC
    END-PERFORM
    PERFORM VARYING WS-KEEP-IDX FROM WS-KEEP-NEXT BY 1
        UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
        MOVE WS-KEEP-LINE(WS-KEEP-IDX) TO FACT-CAL-REC
        WRITE FACT-CAL-REC
    END-PERFORM
    CLOSE FACT-CAL.

*> Writes, in the order they were read, the kept lines not yet
*> written whose anchor falls before the date at WS-CAL-IDX.
9100-WRITE-KEPT-LINES.
    PERFORM UNTIL WS-KEEP-NEXT > WS-KEEP-COUNT
        OR WS-KEEP-AFTER(WS-KEEP-NEXT) NOT < WS-CAL-DATE(WS-CAL-IDX)
        MOVE WS-KEEP-LINE(WS-KEEP-NEXT) TO FACT-CAL-REC
        WRITE FACT-CAL-REC
        ADD 1 TO WS-KEEP-NEXT
    END-PERFORM.
