    88 WS-REASON-BAD-OP VALUE "OP".
    88 WS-REASON-BAD-R VALUE "R2".
    88 WS-REASON-BAD-PRI VALUE "PR".
    88 WS-REASON-EST-FLAG VALUE "EF".
    88 WS-REASON-EST-OP VALUE "EO".
    88 WS-REASON-EST-N VALUE "EN".
    88 WS-REASON-EST-R VALUE "ER".
    88 WS-REASON-DEPT-UNKNOWN VALUE "DU".
    88 WS-REASON-DEPT-CLOSED VALUE "DC".
    88 WS-REASON-DEPT-MAX VALUE "DN".
    88 WS-REASON-DEPT-OP VALUE "DO".
    88 WS-REASON-DEPT-BUDGET VALUE "DB".
*> The ceiling tracks the MAX-NUM parameter in FACTPRM.DAT so the
*> edit and the batch always agree on what is in range; 999 is the
*> default used when the parameter file is absent.
01 WS-CNT-REJECT PIC 9(8) VALUE 0.
01 WS-CNT-RECYCLE PIC 9(8) VALUE 0.
01 WS-CNT-DEFERRED PIC 9(8) VALUE 0.
01 WS-LOCK-REQUEST.
    COPY FACTLOKQ REPLACING ==:LQ:== BY ==WS-LOCK==.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-READ-PARAMETERS
    PERFORM 0800-TAKE-LOCK
    IF WS-LOCK-GRANTED-SW = "N"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN INPUT FACT-IN
    IF WS-FACTIN-STATUS NOT = "00"
        DISPLAY "FACTEDIT: cannot open FACTIN.DAT, status "
            WS-FACTIN-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 0890-RELEASE-LOCK
        GOBACK
    END-IF
    OPEN OUTPUT FACT-REJ
        WS-CNT-RECYCLE " recycled, " WS-CNT-DEFERRED
        " deferred), " WS-CNT-CLEAN
        " clean, " WS-CNT-REJECT " rejected."
    PERFORM 0890-RELEASE-LOCK
    GOBACK.

*> The carry files are read and emptied here, so no other job may
*> add to them or recycle from them until this run is through.
0800-TAKE-LOCK.
    MOVE "A" TO WS-LOCK-FUNCTION
    MOVE "FACTEDIT" TO WS-LOCK-PROGRAM
    MOVE 1 TO WS-LOCK-COUNT
    MOVE "CARRY" TO WS-LOCK-RESOURCE(1)
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

*> Only MAX-NUM matters here; every other FACTPRM.DAT parameter is
*> FACTORIAL's business and is passed over without comment.
1000-READ-PARAMETERS.
    END-CALL.

4000-RELEASE-CLEAN.
    MOVE FACT-IN-REC(1:36) TO SORT-REC
    IF SW-PRIORITY = SPACE
        MOVE "L" TO SW-PRIORITY
    END-IF
