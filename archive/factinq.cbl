*> one line per hit, with a per-day match count so a caller's "we
*> sent it Tuesday" can be settled at a glance.  The full edited
*> total is fetched on demand for a selected hit rather than
*> flooding the screen with four-thousand-byte lines.  A day whose
*> generation has been purged is answered from the FACTRETN monthly
*> audit archive instead; those hits show a digit count, and their
*> full total cannot be fetched - only its digit count and check
*> hash were kept.  A From date of B followed by a count - B5, say -
*> asks for the last that many business days on the FACTCAL
*> processing calendar, today included, and needs no To date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT OPTIONAL FACT-AUD ASSIGN TO WS-FACTAUD-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUD-STATUS.
    SELECT OPTIONAL FACT-AUM ASSIGN TO WS-FACTAUM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUM-STATUS.

DATA DIVISION.
FILE SECTION.
FD FACT-AUD.
01 FACT-AUD-REC PIC X(4080).

FD FACT-AUM.
01 FACT-AUM-REC.
    COPY AUDCMPR REPLACING ==:AC:== BY ==AUM==.

WORKING-STORAGE SECTION.
01 WS-AUD-LINE.
    COPY AUDLINE REPLACING ==:AL:== BY ==AL==.
01 WS-FACTAUD-STATUS PIC XX.
01 WS-FACTAUD-NAME PIC X(30).
01 WS-FACTAUM-STATUS PIC XX.
01 WS-FACTAUM-NAME PIC X(30).
01 WS-SCAN-DATE-X PIC X(8).
*> Set while a day is being answered from the monthly archive.
01 WS-ARCHIVE-SW PIC X VALUE "N".
01 WS-DIGITS-EDITED PIC ZZZ9.
01 WS-EST-DIGITS PIC 9(12).
01 WS-EST-DIGITS-EDITED PIC Z(7)9.
01 WS-EOF-SW PIC X VALUE "N".
01 WS-DONE-SW PIC X VALUE "N".
01 WS-RUN-DATE PIC 9(8).
01 WS-FROM-DATE PIC X(8).
01 WS-TO-DATE PIC X(8).
01 WS-SWAP-DATE PIC X(8).
01 WS-BUS-RANGE-SW PIC X VALUE "N".
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.
01 WS-FROM-NUM PIC 9(8).
01 WS-TO-NUM PIC 9(8).
01 WS-FROM-INT PIC 9(8).
*> Each hit keeps only its generation date and line number; the
*> full total is re-read from the generation when asked for, so
*> the table stays small no matter how wide the answer lines are.
*> A hit from the monthly archive keeps the digit count and check
*> hash instead, as that is all there is to show.
01 WS-HIT-TABLE.
    05 WS-HIT-ENTRY OCCURS 500 TIMES.
        10 WS-HIT-DATE PIC 9(8).
        10 WS-HIT-LINE PIC 9(8).
        10 WS-HIT-ARCHIVE-SW PIC X.
        10 WS-HIT-DIGITS PIC X(4).
        10 WS-HIT-HASH PIC X(12).
        10 WS-HIT-OUTCOME PIC X(8).
01 WS-PICK PIC X(4).
01 WS-PICK-NUM PIC 9(4).
01 WS-PICK-OK-SW PIC X.
    STOP RUN.

1000-GET-CRITERIA.
    DISPLAY "From date (YYYYMMDD, Bn = last n business days, "
        "blank = today):"
    ACCEPT WS-FROM-DATE
        ON EXCEPTION
            MOVE SPACES TO WS-FROM-DATE
    END-ACCEPT
    MOVE FUNCTION UPPER-CASE(WS-FROM-DATE) TO WS-FROM-DATE
    IF WS-FROM-DATE(1:1) = "B"
        PERFORM 1050-BUSINESS-DAY-RANGE
    END-IF
    IF WS-FROM-DATE = SPACES OR WS-FROM-DATE(1:8) NOT NUMERIC
        MOVE WS-RUN-DATE TO WS-FROM-DATE
    END-IF
    IF WS-BUS-RANGE-SW = "N"
        DISPLAY "To date (YYYYMMDD, blank = same day):"
        ACCEPT WS-TO-DATE
            ON EXCEPTION
                MOVE SPACES TO WS-TO-DATE
        END-ACCEPT
        IF WS-TO-DATE = SPACES OR WS-TO-DATE(1:8) NOT NUMERIC
            MOVE WS-FROM-DATE TO WS-TO-DATE
        END-IF
    END-IF
    IF WS-TO-DATE < WS-FROM-DATE
        MOVE WS-FROM-DATE TO WS-SWAP-DATE
        END-IF
    END-IF.

*> The range opens on the n-th business day back, counting today,
*> and runs to today, taking in any holidays and weekends between.
1050-BUSINESS-DAY-RANGE.
    MOVE SPACES TO WS-PICK
    MOVE WS-FROM-DATE(2:4) TO WS-PICK
    PERFORM 4050-PARSE-PICK
    IF WS-PICK-OK-SW = "Y" AND WS-PICK-NUM > 0
        AND WS-FROM-DATE(6:3) = SPACES
        MOVE "B" TO WS-CAL-FUNCTION
        MOVE WS-RUN-DATE TO WS-CAL-DATE
        MOVE WS-PICK-NUM TO WS-CAL-DAYS
        CALL "FACTCAL" USING WS-CAL-REQUEST
        MOVE WS-CAL-RESULT-DATE TO WS-FROM-DATE
        MOVE WS-RUN-DATE TO WS-TO-DATE
        MOVE "Y" TO WS-BUS-RANGE-SW
        DISPLAY "Last " WS-PICK-NUM " business days: "
            WS-FROM-DATE " to " WS-TO-DATE "."
    ELSE
        DISPLAY "Business day count not usable - using today."
        MOVE SPACES TO WS-FROM-DATE
    END-IF.

2000-SCAN-THE-RANGE.
    MOVE WS-FROM-DATE TO WS-FROM-NUM
    MOVE WS-TO-DATE TO WS-TO-NUM
    MOVE "N" TO WS-EOF-SW
    MOVE 0 TO WS-LINE-NO
    MOVE 0 TO WS-DAY-HITS
    MOVE "N" TO WS-ARCHIVE-SW
    OPEN INPUT FACT-AUD
    IF WS-FACTAUD-STATUS = "00"
        PERFORM UNTIL WS-EOF-SW = "Y"
            READ FACT-AUD
                AT END
                    MOVE "Y" TO WS-EOF-SW
                NOT AT END
                    ADD 1 TO WS-LINE-NO
                    MOVE FACT-AUD-REC TO WS-AUD-LINE
                    PERFORM 2200-TEST-ONE-LINE
            END-READ
        END-PERFORM
        CLOSE FACT-AUD
    ELSE
        CLOSE FACT-AUD
        PERFORM 2150-SCAN-ARCHIVE-DAY
    END-IF
    IF WS-DAY-HITS > 0
        DISPLAY "  " WS-SCAN-DATE ": " WS-DAY-HITS " match(es)"
    END-IF.

*> The monthly archive holds every folded generation of the month,
*> so only the lines folded from the day in hand are tested.  Each
*> is laid back into the audit line fields the filters and the hit
*> display already use.
2150-SCAN-ARCHIVE-DAY.
    MOVE "Y" TO WS-ARCHIVE-SW
    MOVE WS-SCAN-DATE TO WS-SCAN-DATE-X
    MOVE SPACES TO WS-FACTAUM-NAME
    STRING "FACTAUDM." WS-SCAN-DATE-X(1:6) ".DAT"
        DELIMITED BY SIZE INTO WS-FACTAUM-NAME
    OPEN INPUT FACT-AUM
    PERFORM UNTIL WS-EOF-SW = "Y"
        READ FACT-AUM
            AT END
                MOVE "Y" TO WS-EOF-SW
            NOT AT END
                IF AUM-GEN-DATE = WS-SCAN-DATE-X
                    ADD 1 TO WS-LINE-NO
                    MOVE SPACES TO WS-AUD-LINE
                    MOVE AUM-TIMESTAMP TO AL-TIMESTAMP
                    MOVE AUM-DEPT TO AL-DEPT
                    MOVE AUM-REQ-REF TO AL-REQ-REF
                    MOVE AUM-OP TO AL-OP
                    MOVE AUM-NUM TO AL-NUM
                    MOVE AUM-NUM2 TO AL-NUM2
                    PERFORM 2200-TEST-ONE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUM.

2200-TEST-ONE-LINE.
    IF (WS-FILT-DEPT = SPACES OR AL-DEPT = WS-FILT-DEPT)

3000-SHOW-ONE-HIT.
    EVALUATE TRUE
        WHEN WS-ARCHIVE-SW = "Y"
            MOVE AUM-OUTCOME TO WS-OUTCOME
        WHEN AL-TOTAL(1:8) = "SKIPPED "
            MOVE "SKIPPED" TO WS-OUTCOME
        WHEN AL-TOTAL(1:8) = "OVERFLOW"
            MOVE "OVERFLOW" TO WS-OUTCOME
        WHEN AL-TOTAL(1:8) = "ESTIMATE"
            MOVE "ESTIMATE" TO WS-OUTCOME
        WHEN OTHER
            MOVE "COMPUTED" TO WS-OUTCOME
    END-EVALUATE
        ADD 1 TO WS-HIT-COUNT
        MOVE WS-SCAN-DATE TO WS-HIT-DATE(WS-HIT-COUNT)
        MOVE WS-LINE-NO TO WS-HIT-LINE(WS-HIT-COUNT)
        MOVE WS-ARCHIVE-SW TO WS-HIT-ARCHIVE-SW(WS-HIT-COUNT)
        MOVE WS-OUTCOME TO WS-HIT-OUTCOME(WS-HIT-COUNT)
        MOVE WS-HIT-COUNT TO WS-SHOW-IDX
        IF WS-ARCHIVE-SW = "Y"
            MOVE AUM-DIGITS TO WS-HIT-DIGITS(WS-HIT-COUNT)
            MOVE AUM-HASH TO WS-HIT-HASH(WS-HIT-COUNT)
            MOVE AUM-DIGITS TO WS-DIGITS-EDITED
            DISPLAY WS-SHOW-IDX ") " AL-TIMESTAMP
                " DEPT = " AL-DEPT " REF = " AL-REQ-REF
                " OP = " AL-OP " NUM = " AL-NUM " R = " AL-NUM2
                " " WS-OUTCOME " " WS-DIGITS-EDITED
                " digits (archive)"
        ELSE
            DISPLAY WS-SHOW-IDX ") " AL-TIMESTAMP
                " DEPT = " AL-DEPT " REF = " AL-REQ-REF
                " OP = " AL-OP " NUM = " AL-NUM " R = " AL-NUM2
                " " WS-OUTCOME
        END-IF
    ELSE
        IF WS-HIT-FULL-SW = "N"
            MOVE "Y" TO WS-HIT-FULL-SW
    END-PERFORM.

*> Takes a number as typed - "1", "12 ", or "0012" alike - so the
*> operator never has to zero-pad; serves the NUM filter, the
*> business day count, and the hit-number pick.
4050-PARSE-PICK.
    MOVE "Y" TO WS-PICK-OK-SW
    MOVE "N" TO WS-PICK-SEEN-SW
        MOVE "N" TO WS-PICK-OK-SW
    END-IF.

*> An archived estimate carries its full digit count in place of
*> the hash.
4100-SHOW-FULL-TOTAL.
    EVALUATE TRUE
        WHEN WS-PICK-NUM = 0 OR WS-PICK-NUM > WS-HIT-COUNT
            DISPLAY "No such hit number."
        WHEN WS-HIT-ARCHIVE-SW(WS-PICK-NUM) = "Y"
            AND WS-HIT-OUTCOME(WS-PICK-NUM) = "ESTIMATE"
            MOVE WS-HIT-HASH(WS-PICK-NUM) TO WS-EST-DIGITS
            MOVE WS-EST-DIGITS TO WS-EST-DIGITS-EDITED
            DISPLAY "Estimate not retained in the audit archive - "
                WS-EST-DIGITS-EDITED " digits estimated"
        WHEN WS-HIT-ARCHIVE-SW(WS-PICK-NUM) = "Y"
            MOVE WS-HIT-DIGITS(WS-PICK-NUM) TO WS-DIGITS-EDITED
            DISPLAY "Total not retained in the audit archive - "
                WS-DIGITS-EDITED " digits, check hash "
                WS-HIT-HASH(WS-PICK-NUM)
        WHEN OTHER
            MOVE SPACES TO WS-FACTAUD-NAME
            STRING "FACTAUD." WS-HIT-DATE(WS-PICK-NUM) ".DAT"
                DELIMITED BY SIZE INTO WS-FACTAUD-NAME
            MOVE "N" TO WS-EOF-SW
            MOVE "N" TO WS-FOUND-SW
            MOVE 0 TO WS-LINE-NO
            OPEN INPUT FACT-AUD
            PERFORM UNTIL WS-EOF-SW = "Y"
                READ FACT-AUD
                    AT END
                        MOVE "Y" TO WS-EOF-SW
                    NOT AT END
                        ADD 1 TO WS-LINE-NO
                        IF WS-LINE-NO = WS-HIT-LINE(WS-PICK-NUM)
                            MOVE FACT-AUD-REC TO WS-AUD-LINE
                            MOVE "Y" TO WS-FOUND-SW
                            MOVE "Y" TO WS-EOF-SW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FACT-AUD
            IF WS-FOUND-SW = "Y"
                PERFORM 4200-FIND-TOTAL-LENGTH
                DISPLAY "TOTAL = " AL-TOTAL(1:WS-TOTAL-LEN)
            ELSE
                DISPLAY "That generation has changed since the scan."
            END-IF
    END-EVALUATE.

4200-FIND-TOTAL-LENGTH.
    MOVE 4000 TO WS-TOTAL-LEN
