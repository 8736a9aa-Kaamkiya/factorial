IDENTIFICATION DIVISION.
PROGRAM-ID. FACTCAL.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Processing calendar.  Answers every question the batch asks about
*> a date - what kind of day it is, whether it closes the fiscal
*> month, how many business days have passed since another date, and
*> which date lies a given number of business days back - from the
*> shop calendar FACTCAL.DAT kept by FACTCALM.  A date not on the
*> calendar is a business day Monday to Friday and a non-processing
*> day on Saturday and Sunday.  A month with no fiscal month end
*> marked closes on its last business day.  The calendar is read
*> once, on the first call, and held sorted by date.

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
01 WS-LOADED-SW PIC X VALUE "N".
*> Marked dates, ascending.  Lines past the table's end are reported
*> once and left out; those dates take their weekday default.
01 WS-CAL-COUNT PIC 9(4) VALUE 0.
01 WS-CAL-IDX PIC 9(4).
01 WS-INS-IDX PIC 9(4).
01 WS-CAL-TABLE.
    05 WS-CAL-ENTRY OCCURS 3000 TIMES.
        10 WS-CAL-DATE PIC 9(8).
        10 WS-CAL-TYPE PIC X(01).
        10 WS-CAL-FISCAL-ME PIC X(01).
01 WS-CAL-DROPPED PIC 9(4) VALUE 0.
01 WS-IN-DATE PIC 9(8).
*> The day being looked at, and what the calendar makes of it.
01 WS-LOOK-INT PIC 9(8).
01 WS-LOOK-DATE PIC 9(8).
01 WS-LOOK-DATE-X REDEFINES WS-LOOK-DATE PIC X(8).
01 WS-LOOK-TYPE PIC X(01).
01 WS-LOOK-FISCAL-ME PIC X(01).
01 WS-WEEKDAY PIC 9(1).
01 WS-DATE-INT PIC 9(8).
01 WS-FROM-INT PIC 9(8).
01 WS-MONTH PIC X(6).
01 WS-MONTH-MARKED-SW PIC X.
01 WS-LATER-BUSINESS-SW PIC X.
01 WS-FOUND-COUNT PIC 9(4).

LINKAGE SECTION.
01 LK-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==LK-CAL==.

PROCEDURE DIVISION USING LK-CAL-REQUEST.
0000-MAIN.
    IF WS-LOADED-SW = "N"
        PERFORM 1000-LOAD-CALENDAR
        MOVE "Y" TO WS-LOADED-SW
    END-IF
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(LK-CAL-DATE)
    EVALUATE LK-CAL-FUNCTION
        WHEN "D"
            PERFORM 3000-DESCRIBE-DATE
        WHEN "A"
            PERFORM 4000-COUNT-BUSINESS-DAYS
        WHEN "B"
            PERFORM 5000-BACK-BUSINESS-DAYS
        WHEN OTHER
            DISPLAY "FACTCAL: unknown calendar function "
                LK-CAL-FUNCTION
    END-EVALUATE
    GOBACK.

1000-LOAD-CALENDAR.
    OPEN INPUT FACT-CAL
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-CAL
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF FACT-CAL-REC NOT = SPACES
                    AND CAL-DATE(1:1) NOT = "*"
                    PERFORM 1100-LOAD-ONE-DATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-CAL
    IF WS-CAL-DROPPED > 0
        DISPLAY "FACTCAL: " WS-CAL-DROPPED " calendar line(s) past "
            "the 3000 held were left out - their dates take the "
            "weekday default."
    END-IF.

*> A line for a date already held replaces it, so the later line
*> wins; a new date is slotted in to keep the table in date order.
1100-LOAD-ONE-DATE.
    IF CAL-DATE NOT NUMERIC
        OR (CAL-TYPE NOT = "B" AND CAL-TYPE NOT = "H"
            AND CAL-TYPE NOT = "N")
        DISPLAY "FACTCAL: bad calendar line ignored: "
            FACT-CAL-REC
    ELSE
        MOVE CAL-DATE TO WS-IN-DATE
        MOVE 1 TO WS-INS-IDX
        PERFORM UNTIL WS-INS-IDX > WS-CAL-COUNT
            OR WS-CAL-DATE(WS-INS-IDX) NOT < WS-IN-DATE
            ADD 1 TO WS-INS-IDX
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-INS-IDX NOT > WS-CAL-COUNT
                AND WS-CAL-DATE(WS-INS-IDX) = WS-IN-DATE
                PERFORM 1200-FILL-ENTRY
            WHEN WS-CAL-COUNT < 3000
                PERFORM VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
                    UNTIL WS-CAL-IDX < WS-INS-IDX
                    MOVE WS-CAL-ENTRY(WS-CAL-IDX)
                        TO WS-CAL-ENTRY(WS-CAL-IDX + 1)
                END-PERFORM
                ADD 1 TO WS-CAL-COUNT
                PERFORM 1200-FILL-ENTRY
            WHEN OTHER
                ADD 1 TO WS-CAL-DROPPED
        END-EVALUATE
    END-IF.

1200-FILL-ENTRY.
    MOVE WS-IN-DATE TO WS-CAL-DATE(WS-INS-IDX)
    MOVE CAL-TYPE TO WS-CAL-TYPE(WS-INS-IDX)
    IF CAL-FISCAL-ME = "Y"
        MOVE "Y" TO WS-CAL-FISCAL-ME(WS-INS-IDX)
    ELSE
        MOVE "N" TO WS-CAL-FISCAL-ME(WS-INS-IDX)
    END-IF.

*> Sets WS-LOOK-TYPE and WS-LOOK-FISCAL-ME for the day WS-LOOK-INT;
*> the fiscal flag here is only what the calendar marks.  Day 1 of
*> the integer calendar, 1601/01/01, was a Monday.
2000-LOOK-UP-DAY.
    COMPUTE WS-LOOK-DATE = FUNCTION DATE-OF-INTEGER(WS-LOOK-INT)
    MOVE "N" TO WS-LOOK-FISCAL-ME
    COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-LOOK-INT - 1, 7)
    IF WS-WEEKDAY < 5
        MOVE "B" TO WS-LOOK-TYPE
    ELSE
        MOVE "N" TO WS-LOOK-TYPE
    END-IF
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
        UNTIL WS-CAL-IDX > WS-CAL-COUNT
        OR WS-CAL-DATE(WS-CAL-IDX) NOT < WS-LOOK-DATE
        CONTINUE
    END-PERFORM
    IF WS-CAL-IDX NOT > WS-CAL-COUNT
        AND WS-CAL-DATE(WS-CAL-IDX) = WS-LOOK-DATE
        MOVE WS-CAL-TYPE(WS-CAL-IDX) TO WS-LOOK-TYPE
        MOVE WS-CAL-FISCAL-ME(WS-CAL-IDX) TO WS-LOOK-FISCAL-ME
    END-IF.

*> With no fiscal month end marked in the month, the date closes the
*> month when it is a business day and no later day of the month
*> is one.
3000-DESCRIBE-DATE.
    MOVE WS-DATE-INT TO WS-LOOK-INT
    PERFORM 2000-LOOK-UP-DAY
    MOVE WS-LOOK-TYPE TO LK-CAL-DAY-TYPE
    MOVE WS-LOOK-FISCAL-ME TO LK-CAL-FISCAL-ME-SW
    IF WS-LOOK-FISCAL-ME = "N"
        PERFORM 3100-CHECK-MONTH-MARKED
        IF WS-MONTH-MARKED-SW = "N" AND WS-LOOK-TYPE = "B"
            PERFORM 3200-CHECK-LATER-BUSINESS-DAY
            IF WS-LATER-BUSINESS-SW = "N"
                MOVE "Y" TO LK-CAL-FISCAL-ME-SW
            END-IF
        END-IF
    END-IF.

3100-CHECK-MONTH-MARKED.
    MOVE "N" TO WS-MONTH-MARKED-SW
    MOVE WS-LOOK-DATE-X(1:6) TO WS-MONTH
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
        UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-FISCAL-ME(WS-CAL-IDX) = "Y"
            MOVE WS-CAL-DATE(WS-CAL-IDX) TO WS-LOOK-DATE
            IF WS-LOOK-DATE-X(1:6) = WS-MONTH
                MOVE "Y" TO WS-MONTH-MARKED-SW
            END-IF
        END-IF
    END-PERFORM.

3200-CHECK-LATER-BUSINESS-DAY.
    MOVE "N" TO WS-LATER-BUSINESS-SW
    COMPUTE WS-LOOK-INT = WS-DATE-INT + 1
    PERFORM 2000-LOOK-UP-DAY
    PERFORM UNTIL WS-LOOK-DATE-X(1:6) NOT = WS-MONTH
        OR WS-LATER-BUSINESS-SW = "Y"
        IF WS-LOOK-TYPE = "B"
            MOVE "Y" TO WS-LATER-BUSINESS-SW
        ELSE
            ADD 1 TO WS-LOOK-INT
            PERFORM 2000-LOOK-UP-DAY
        END-IF
    END-PERFORM.

4000-COUNT-BUSINESS-DAYS.
    MOVE 0 TO LK-CAL-BUSINESS-DAYS
    COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(LK-CAL-FROM-DATE)
    MOVE WS-FROM-INT TO WS-LOOK-INT
    PERFORM UNTIL WS-LOOK-INT NOT < WS-DATE-INT
        ADD 1 TO WS-LOOK-INT
        PERFORM 2000-LOOK-UP-DAY
        IF WS-LOOK-TYPE = "B"
            ADD 1 TO LK-CAL-BUSINESS-DAYS
        END-IF
    END-PERFORM.

*> A DAYS of zero gives DATE itself.
5000-BACK-BUSINESS-DAYS.
    MOVE 0 TO WS-FOUND-COUNT
    MOVE WS-DATE-INT TO WS-LOOK-INT
    MOVE LK-CAL-DATE TO LK-CAL-RESULT-DATE
    PERFORM UNTIL WS-FOUND-COUNT NOT < LK-CAL-DAYS
        PERFORM 2000-LOOK-UP-DAY
        IF WS-LOOK-TYPE = "B"
            ADD 1 TO WS-FOUND-COUNT
            MOVE WS-LOOK-DATE TO LK-CAL-RESULT-DATE
        END-IF
        SUBTRACT 1 FROM WS-LOOK-INT
    END-PERFORM.
