*> Reject repair workstation.  Pulls the day's FACTREJ.DAT together
*> with rejects carried forward in FACTPND.DAT, spells out each
*> reject reason, and lets the operator correct the NUM, OP, or R
*> fields - and the estimate fields of an estimate request - or
*> abandon the record with a reason.  Corrections face
*> FACTEDCK, the same edit FACTEDIT applies, and accepted records go
*> to FACTRCY.DAT for the next FACTEDIT run to pick up.  Whatever is
*> left unresolved is carried forward in FACTPND.DAT with its
*> first-seen date, and anything older than REJ-AGE-DAYS business
*> days - counted on the FACTCAL processing calendar, so a long
*> weekend does not age the queue - lands on the aging report
*> FACTRAGE.DAT so no request disappears quietly.
*> The carry files are held exclusive through FACTLOCK for the
*> session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 FACT-ABN-REC PIC X(132).

FD FACT-AGE.
01 FACT-AGE-REC.
    COPY FACTAGER REPLACING ==:AG:== BY ==AGE==.

WORKING-STORAGE SECTION.
01 WS-FACTPRM-STATUS PIC XX.
01 WS-REASON PIC XX.
*> The ceiling tracks the MAX-NUM parameter in FACTPRM.DAT so a
*> repaired record is judged against the same range the batch will
*> apply; REJ-AGE-DAYS sets how many business days old a pending
*> reject may grow before it is called out on the aging report.
01 WS-MAX-NUM PIC 9(03) VALUE 999.
01 WS-REJ-AGE-DAYS PIC 9(4) VALUE 5.
01 WS-RUN-DATE PIC 9(8).
01 WS-AGE-DAYS PIC 9(5).
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.
01 WS-WORK-COUNT PIC 9(3) VALUE 0.
01 WS-WORK-IDX PIC 9(3).
01 WS-SHOW-IDX PIC ZZ9.
01 WS-IN-OP PIC X.
01 WS-IN-R PIC X(3).
01 WS-IN-PRI PIC X.
01 WS-IN-EST-OK PIC X.
01 WS-IN-EST-OP PIC X.
01 WS-IN-EST-N PIC X(7).
01 WS-IN-EST-R PIC X(7).
01 WS-ABN-TEXT PIC X(30).
01 WS-WORK-REC PIC X(80).
01 WS-SPL-OPEN-SW PIC X VALUE "N".
01 WS-CNT-ABANDONED PIC 9(4) VALUE 0.
01 WS-CNT-PENDING PIC 9(4) VALUE 0.
01 WS-CNT-AGED PIC 9(4) VALUE 0.
01 WS-LOCK-REQUEST.
    COPY FACTLOKQ REPLACING ==:LQ:== BY ==WS-LOCK==.

PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 0800-TAKE-LOCK
    IF WS-LOCK-GRANTED-SW = "N"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-READ-PARAMETERS
    PERFORM 1500-LOAD-PENDING
    PERFORM 1600-LOAD-REJECTS
            WS-CNT-PENDING " carried forward, "
            WS-CNT-AGED " over age limit."
    END-IF
    PERFORM 0890-RELEASE-LOCK
    STOP RUN.

*> The recycle and pending files are rewritten from the session's
*> work, so nothing else may touch the carry files meanwhile.
0800-TAKE-LOCK.
    MOVE "A" TO WS-LOCK-FUNCTION
    MOVE "FACTREJW" TO WS-LOCK-PROGRAM
    MOVE 1 TO WS-LOCK-COUNT
    MOVE "CARRY" TO WS-LOCK-RESOURCE(1)
    MOVE "X" TO WS-LOCK-MODE(1)
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

*> Only MAX-NUM and REJ-AGE-DAYS matter here; every other FACTPRM.DAT
*> parameter is FACTORIAL's business and is passed over without
*> comment.
        " REF = " WS-WRK-REC(WS-WORK-IDX)(8:8)
        " OP = " WS-WRK-REC(WS-WORK-IDX)(16:1)
        " R = " WS-WRK-REC(WS-WORK-IDX)(17:3)
        " PRI = " WS-WRK-REC(WS-WORK-IDX)(20:1)
    IF WS-WRK-REC(WS-WORK-IDX)(21:16) NOT = SPACES
        DISPLAY "  EST-OK = " WS-WRK-REC(WS-WORK-IDX)(21:1)
            " EST-OP = " WS-WRK-REC(WS-WORK-IDX)(22:1)
            " EST-N = " WS-WRK-REC(WS-WORK-IDX)(23:7)
            " EST-R = " WS-WRK-REC(WS-WORK-IDX)(30:7)
    END-IF.

2150-SPELL-REASON.
    EVALUATE WS-WRK-REASON(WS-WORK-IDX)
        WHEN "LN"
            DISPLAY "  Record length is wrong - fields out of column."
        WHEN "OP"
            DISPLAY "  Operation code is not F, P, C, D, or E."
        WHEN "R2"
            DISPLAY "  Second operand is bad or exceeds NUM."
        WHEN "PR"
            DISPLAY "  Priority class is not H, L, or space."
        WHEN "EF"
            DISPLAY "  Estimate-acceptable flag is not Y, N, or space."
        WHEN "EO"
            DISPLAY "  Estimated operation is not F, P, or C."
        WHEN "EN"
            DISPLAY "  Estimate N is bad or zero, or NUM is not 000."
        WHEN "ER"
            DISPLAY "  Estimate R is bad or exceeds N, or R is not 000."
        WHEN "DU"
            DISPLAY "  Department is not on the FACTDEPT.DAT master."
        WHEN "DC"
            DISPLAY "  Department is closed on the FACTDEPT.DAT master."
        WHEN "DN"
            DISPLAY "  NUM is over the department's own NUM limit."
        WHEN "DO"
            DISPLAY "  Operation is not one the department may request."
        WHEN "DB"
            DISPLAY "  Department's monthly request budget is used up."
        WHEN OTHER
            DISPLAY "  Reason code not recognized."
    END-EVALUATE.
    IF WS-DONE-SW = "N"
        PERFORM 3040-PROMPT-NEW-PRIORITY
    END-IF
    IF WS-DONE-SW = "N"
        AND (WS-WORK-REC(16:1) = "E"
            OR WS-WRK-REASON(WS-WORK-IDX)(1:1) = "E")
        PERFORM 3060-PROMPT-ESTIMATE
    END-IF
    IF WS-DONE-SW = "N"
        PERFORM 3050-REAPPLY-EDIT
    END-IF.
    END-ACCEPT.

3020-PROMPT-NEW-OP.
    DISPLAY "New OP (F/P/C/D/E, blank = keep, . = none):"
    ACCEPT WS-IN-OP
        ON EXCEPTION
            DISPLAY "No more input available. Correction dropped."
        PERFORM 2150-SPELL-REASON
    END-IF.

*> The estimate fields are offered only for an estimate request or
*> an estimate reject, so ordinary corrections keep their four
*> prompts; a period clears a field as it does above.
3060-PROMPT-ESTIMATE.
    DISPLAY "New EST-OK (Y/N, blank = keep, . = none):"
    ACCEPT WS-IN-EST-OK
        ON EXCEPTION
            DISPLAY "No more input available. Correction dropped."
            MOVE "Y" TO WS-DONE-SW
        NOT ON EXCEPTION
            EVALUATE WS-IN-EST-OK
                WHEN SPACE
                    CONTINUE
                WHEN "."
                    MOVE SPACE TO WS-WORK-REC(21:1)
                WHEN OTHER
                    MOVE FUNCTION UPPER-CASE(WS-IN-EST-OK)
                        TO WS-WORK-REC(21:1)
            END-EVALUATE
    END-ACCEPT
    IF WS-DONE-SW = "N"
        DISPLAY "New EST-OP (F/P/C, blank = keep, . = none):"
        ACCEPT WS-IN-EST-OP
            ON EXCEPTION
                DISPLAY "No more input available. Correction dropped."
                MOVE "Y" TO WS-DONE-SW
            NOT ON EXCEPTION
                EVALUATE WS-IN-EST-OP
                    WHEN SPACE
                        CONTINUE
                    WHEN "."
                        MOVE SPACE TO WS-WORK-REC(22:1)
                    WHEN OTHER
                        MOVE FUNCTION UPPER-CASE(WS-IN-EST-OP)
                            TO WS-WORK-REC(22:1)
                END-EVALUATE
        END-ACCEPT
    END-IF
    IF WS-DONE-SW = "N"
        DISPLAY "New EST-N (7 digits, blank = keep, . = none):"
        ACCEPT WS-IN-EST-N
            ON EXCEPTION
                DISPLAY "No more input available. Correction dropped."
                MOVE "Y" TO WS-DONE-SW
            NOT ON EXCEPTION
                EVALUATE WS-IN-EST-N
                    WHEN SPACES
                        CONTINUE
                    WHEN "."
                        MOVE SPACES TO WS-WORK-REC(23:7)
                    WHEN OTHER
                        MOVE WS-IN-EST-N TO WS-WORK-REC(23:7)
                END-EVALUATE
        END-ACCEPT
    END-IF
    IF WS-DONE-SW = "N"
        DISPLAY "New EST-R (7 digits, blank = keep, . = none):"
        ACCEPT WS-IN-EST-R
            ON EXCEPTION
                DISPLAY "No more input available. Correction dropped."
                MOVE "Y" TO WS-DONE-SW
            NOT ON EXCEPTION
                EVALUATE WS-IN-EST-R
                    WHEN SPACES
                        CONTINUE
                    WHEN "."
                        MOVE SPACES TO WS-WORK-REC(30:7)
                    WHEN OTHER
                        MOVE WS-IN-EST-R TO WS-WORK-REC(30:7)
                END-EVALUATE
        END-ACCEPT
    END-IF.

3100-WRITE-RECYCLE.
    OPEN EXTEND FACT-RCY
    IF WS-FACTRCY-STATUS NOT = "00"
6000-WRITE-AGING-REPORT.
    OPEN OUTPUT FACT-AGE
    MOVE SPACES TO FACT-AGE-REC
    MOVE "REJECTS PENDING OVER " TO AGE-HEAD-TAG
    MOVE WS-REJ-AGE-DAYS TO AGE-HEAD-LIMIT
    MOVE " BUSINESS DAYS AS OF " TO AGE-HEAD-TEXT
    MOVE WS-RUN-DATE TO AGE-HEAD-DATE
    WRITE FACT-AGE-REC
    PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
        UNTIL WS-WORK-IDX > WS-WORK-COUNT
        IF WS-WRK-STATUS(WS-WORK-IDX) = "P"
            MOVE "A" TO WS-CAL-FUNCTION
            MOVE WS-WRK-DATE(WS-WORK-IDX) TO WS-CAL-FROM-DATE
            MOVE WS-RUN-DATE TO WS-CAL-DATE
            CALL "FACTCAL" USING WS-CAL-REQUEST
            MOVE WS-CAL-BUSINESS-DAYS TO WS-AGE-DAYS
            IF WS-AGE-DAYS > WS-REJ-AGE-DAYS
                ADD 1 TO WS-CNT-AGED
                MOVE SPACES TO FACT-AGE-REC
                MOVE "FIRST SEEN " TO AGE-DET-TAG
                MOVE WS-WRK-DATE(WS-WORK-IDX) TO AGE-DET-FIRST-SEEN
                MOVE " AGE " TO AGE-DET-AGE-TAG
                MOVE WS-AGE-DAYS TO AGE-DET-AGE
                MOVE " DAYS REASON " TO AGE-DET-REASON-TAG
                MOVE WS-WRK-REASON(WS-WORK-IDX) TO AGE-DET-REASON
                MOVE " RECORD " TO AGE-DET-RECORD-TAG
                MOVE WS-WRK-REC(WS-WORK-IDX)(1:40) TO AGE-DET-RECORD
                WRITE FACT-AGE-REC
                DISPLAY "WARNING: reject pending " WS-AGE-DAYS
                    " business days - see FACTRAGE.DAT"
            END-IF
        END-IF
    END-PERFORM
