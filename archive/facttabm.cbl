01 WS-SEED-NUM PIC 9(03).
01 WS-ENTRY-COUNT PIC 9(8).
01 WS-BAD-COUNT PIC 9(8).
01 WS-LOCK-REQUEST.
    COPY FACTLOKQ REPLACING ==:LQ:== BY ==WS-LOCK==.

PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    PERFORM 0800-TAKE-LOCK
    IF WS-LOCK-GRANTED-SW = "N"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-OPEN-LOOKUP
    PERFORM UNTIL WS-DONE-SW = "Y"
        PERFORM 3000-SHOW-MENU
    END-PERFORM
    CLOSE FACT-TAB
    PERFORM 0890-RELEASE-LOCK
    STOP RUN.

*> Every option may rewrite the lookup table or add to the compact
*> archive, so both are held exclusive for the whole session.
0800-TAKE-LOCK.
    MOVE "A" TO WS-LOCK-FUNCTION
    MOVE "FACTTABM" TO WS-LOCK-PROGRAM
    MOVE 2 TO WS-LOCK-COUNT
    MOVE "FACTTAB" TO WS-LOCK-RESOURCE(1)
    MOVE "X" TO WS-LOCK-MODE(1)
    MOVE "FACTARC" TO WS-LOCK-RESOURCE(2)
    MOVE "X" TO WS-LOCK-MODE(2)
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

1000-OPEN-LOOKUP.
    OPEN I-O FACT-TAB
    IF WS-FACTTAB-STATUS NOT = "00"
