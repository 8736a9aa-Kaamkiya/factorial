    SELECT FACT-DEF ASSIGN TO WS-FACTDEF-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTDEF-STATUS.
    SELECT OPTIONAL FACT-AUC ASSIGN TO "FACTAUDC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUC-STATUS.
    SELECT OPTIONAL FACT-AUP ASSIGN TO WS-AUD-PURGE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FACTAUP-STATUS.

DATA DIVISION.
FILE SECTION.
01 FACT-DEF-REC.
    COPY FACTINRC REPLACING ==:FI:== BY ==FD==.

*> Catalog of audit generations FACTRETN has folded into the monthly
*> archive; only these may be purged.
FD FACT-AUC.
01 FACT-AUC-REC.
    05 AUC-GEN-DATE PIC X(08).
    05 FILLER PIC X(72).

*> An audit generation due for purge, opened only to see whether it
*> is still on disk.
FD FACT-AUP.
01 FACT-AUP-REC PIC X(4080).

WORKING-STORAGE SECTION.
01 NUM PIC 9(03).
*> Operation in hand: F = factorial, P = permutation nPr,
*> C = combination nCr, D = double factorial, E = estimate.  NUM2
*> is the r of nPr and nCr and stays zero for the other operations.
01 WS-OP PIC X VALUE "F".
01 WS-NUM2 PIC 9(03) VALUE 0.
*> An estimate - asked for with operation E, or given in place of
*> OVERFLOW where the record says an estimate is acceptable - is
*> reported in the ESTLINE layout instead of a computed total.
01 WS-ESTIMATE.
    COPY ESTLINE REPLACING ==:ES:== BY ==EST==.
01 WS-ESTIMATE-SW PIC X VALUE "N".
01 TOTAL-BIGNUM.
    COPY BIGNUM REPLACING ==:BN:== BY ==TOTAL==.
01 WS-FACTIN-STATUS PIC XX.
01 WS-FACTCKP-STATUS PIC XX.
01 WS-FACTCTL-STATUS PIC XX.
01 WS-FACTDEF-STATUS PIC XX.
01 WS-FACTAUC-STATUS PIC XX.
01 WS-FACTAUP-STATUS PIC XX.
01 WS-LAST-CKP PIC 9(8) VALUE 0.
01 WS-REC-COUNT PIC 9(8) VALUE 0.
*> Run control counters; WS-REC-COUNT above is the records-read count
01 WS-CNT-COMPUTED PIC 9(8) VALUE 0.
01 WS-CNT-SKIPPED PIC 9(8) VALUE 0.
01 WS-CNT-OVERFLOW PIC 9(8) VALUE 0.
01 WS-CNT-ESTIMATED PIC 9(8) VALUE 0.
01 WS-CNT-DEFERRED PIC 9(8) VALUE 0.
01 WS-CNT-CACHE-HIT PIC 9(8) VALUE 0.
01 WS-CNT-ARC-REST PIC 9(8) VALUE 0.
01 WS-TS-SS PIC 99.
01 WS-TIMESTAMP PIC X(20).
*> The audit log is cut over to one generation per run date; older
*> generations are purged once they age past WS-AUD-RETAIN-DAYS
*> business days on the FACTCAL processing calendar.
01 WS-FACTAUD-NAME PIC X(30).
01 WS-AUD-RETAIN-DAYS PIC 9(4) VALUE 30.
01 WS-REJ-AGE-DAYS PIC 9(4) VALUE 5.
01 WS-AUD-PURGE-NAME PIC X(30).
01 WS-AUD-DAY-INT PIC 9(8).
01 WS-AUD-CUTOFF-INT PIC 9(8).
01 WS-CAL-REQUEST.
    COPY FACTCALQ REPLACING ==:CQ:== BY ==WS-CAL==.
01 WS-AUD-PURGE-DATE PIC 9(8).
01 WS-AUD-CAT-DATE PIC 9(8).
01 WS-AUD-CAT-INT PIC 9(8).
01 WS-AUD-CAT-EOF-SW PIC X VALUE "N".
01 WS-AUD-SLOT PIC 9(2).
01 WS-AUD-ARCHIVED-TABLE.
    05 WS-AUD-ARCHIVED PIC X OCCURS 61 TIMES.
01 WS-AUD-LINE.
    COPY AUDLINE REPLACING ==:AL:== BY ==AUD==.
01 WS-EDITED-TOTAL PIC X(4000).
01 WS-SEC-COMPUTED PIC 9(8) VALUE 0.
01 WS-SEC-SKIPPED PIC 9(8) VALUE 0.
01 WS-SEC-OVERFLOW PIC 9(8) VALUE 0.
01 WS-SEC-ESTIMATED PIC 9(8) VALUE 0.
01 WS-LOCK-REQUEST.
    COPY FACTLOKQ REPLACING ==:LQ:== BY ==WS-LOCK==.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0900-READ-PARAMETERS
    PERFORM 0800-TAKE-LOCK
    IF WS-LOCK-GRANTED-SW = "N"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM 1000-DETERMINE-MODE
    PERFORM 1800-OPEN-CHECKPOINT
    PERFORM 1500-OPEN-REPORT
    CLOSE FACT-RPT
    CLOSE FACT-AUD
    CLOSE FACT-TAB
    PERFORM 0890-RELEASE-LOCK
    GOBACK.

*> The lookup table and the audit log are written and the carry
*> files added to, so all three are held exclusive; the compact
*> archive is only read, and only shared.
0800-TAKE-LOCK.
    MOVE "A" TO WS-LOCK-FUNCTION
    MOVE "FACTORIAL" TO WS-LOCK-PROGRAM
    MOVE 4 TO WS-LOCK-COUNT
    MOVE "FACTTAB" TO WS-LOCK-RESOURCE(1)
    MOVE "X" TO WS-LOCK-MODE(1)
    MOVE "FACTAUD" TO WS-LOCK-RESOURCE(2)
    MOVE "X" TO WS-LOCK-MODE(2)
    MOVE "CARRY" TO WS-LOCK-RESOURCE(3)
    MOVE "X" TO WS-LOCK-MODE(3)
    MOVE "FACTARC" TO WS-LOCK-RESOURCE(4)
    MOVE "S" TO WS-LOCK-MODE(4)
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

0900-READ-PARAMETERS.
    OPEN INPUT FACT-PRM
    PERFORM UNTIL WS-PRM-EOF-SW = "Y"
                ELSE
                    MOVE WS-PRM-VALUE(1:4) TO WS-AUD-RETAIN-DAYS
                END-IF
*> AUDARC-YEARS is the life of the FACTRETN monthly audit archive.
            WHEN "AUDARC-YEARS"
                IF WS-PRM-VALUE(1:2) NOT NUMERIC
                    OR WS-PRM-VALUE(3:48) NOT = SPACES
                    OR WS-PRM-VALUE(1:2) = "00"
                    PERFORM 0920-FLAG-BAD-PARAMETER
                END-IF
*> REJ-AGE-DAYS belongs to the FACTREJW workstation and
*> INTAKE-DEPT / AUD-DUP-DAYS to the FACTINTK merge; they are
*> validated here because this program is the gatekeeper of
                ELSE
                    MOVE WS-PRM-VALUE(1:4) TO WS-REJ-AGE-DAYS
                END-IF
*> The EXC- thresholds grade the FACTMORN exceptions sheet and are
*> only edited here.
            WHEN "EXC-REJ-WARN"
            WHEN "EXC-REJ-CRIT"
            WHEN "EXC-AGED-WARN"
            WHEN "EXC-AGED-CRIT"
            WHEN "EXC-DUP-WARN"
            WHEN "EXC-DUP-CRIT"
            WHEN "EXC-DEF-WARN"
            WHEN "EXC-DEF-CRIT"
                IF WS-PRM-VALUE(1:4) NOT NUMERIC
                    OR WS-PRM-VALUE(5:46) NOT = SPACES
                    OR WS-PRM-VALUE(1:4) = "0000"
                    PERFORM 0920-FLAG-BAD-PARAMETER
                END-IF
*> The run ceilings may be zero, meaning no ceiling at all, so
*> unlike the other numeric parameters zero passes the edit.
            WHEN "MAX-RECORDS"
    END-IF
    PERFORM 1650-PURGE-AUDIT.

*> Generations past the retention window are removed: the window
*> opens on the RETAIN-DAYS-th business day back, counting the run
*> date, and FACTRETN works out the same cutoff for its fold.  The
*> sweep walks back sixty days from the cutoff, which is ample
*> headroom over any retention setting in use.  A generation is
*> deleted only once the FACTRETN catalog shows it folded into the
*> monthly archive; one still on disk without a catalog entry is
*> kept and reported.
1650-PURGE-AUDIT.
    MOVE "B" TO WS-CAL-FUNCTION
    MOVE WS-RUN-DATE TO WS-CAL-DATE
    MOVE WS-AUD-RETAIN-DAYS TO WS-CAL-DAYS
    CALL "FACTCAL" USING WS-CAL-REQUEST
    COMPUTE WS-AUD-CUTOFF-INT =
        FUNCTION INTEGER-OF-DATE(WS-CAL-RESULT-DATE) - 1
    PERFORM 1660-LOAD-ARCHIVE-CATALOG
    COMPUTE WS-AUD-DAY-INT = WS-AUD-CUTOFF-INT - 60
    PERFORM UNTIL WS-AUD-DAY-INT > WS-AUD-CUTOFF-INT
        COMPUTE WS-AUD-PURGE-DATE =
        STRING WS-FACTAUD-PREFIX DELIMITED BY SPACE
            "." WS-AUD-PURGE-DATE ".DAT" DELIMITED BY SIZE
            INTO WS-AUD-PURGE-NAME
        COMPUTE WS-AUD-SLOT =
            WS-AUD-DAY-INT - WS-AUD-CUTOFF-INT + 61
        IF WS-AUD-ARCHIVED(WS-AUD-SLOT) = "Y"
            CALL "CBL_DELETE_FILE" USING WS-AUD-PURGE-NAME
            END-CALL
        ELSE
            OPEN INPUT FACT-AUP
            IF WS-FACTAUP-STATUS = "00"
                DISPLAY "FACTORIAL: " WS-AUD-PURGE-NAME
                    " kept - not yet in the audit archive"
            END-IF
            CLOSE FACT-AUP
        END-IF
        ADD 1 TO WS-AUD-DAY-INT
    END-PERFORM.

1660-LOAD-ARCHIVE-CATALOG.
    MOVE ALL "N" TO WS-AUD-ARCHIVED-TABLE
    MOVE "N" TO WS-AUD-CAT-EOF-SW
    OPEN INPUT FACT-AUC
    PERFORM UNTIL WS-AUD-CAT-EOF-SW = "Y"
        READ FACT-AUC
            AT END
                MOVE "Y" TO WS-AUD-CAT-EOF-SW
            NOT AT END
                IF AUC-GEN-DATE NUMERIC
                    MOVE AUC-GEN-DATE TO WS-AUD-CAT-DATE
                    COMPUTE WS-AUD-CAT-INT =
                        FUNCTION INTEGER-OF-DATE(WS-AUD-CAT-DATE)
                    IF WS-AUD-CAT-INT NOT > WS-AUD-CUTOFF-INT
                        AND WS-AUD-CAT-INT + 60 NOT < WS-AUD-CUTOFF-INT
                        COMPUTE WS-AUD-SLOT =
                            WS-AUD-CAT-INT - WS-AUD-CUTOFF-INT + 61
                        MOVE "Y" TO WS-AUD-ARCHIVED(WS-AUD-SLOT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FACT-AUC.

1700-OPEN-LOOKUP.
    OPEN I-O FACT-TAB
    IF WS-FACTTAB-STATUS NOT = "00"
        PERFORM 2100-VALIDATE-NUM
    END-IF
    IF WS-VALID-SW = "Y"
        MOVE "N" TO WS-ESTIMATE-SW
        MOVE "N" TO WS-OVERFLOW-SW
        IF WS-OP = "E"
            PERFORM 4300-ESTIMATE-RESULT
        ELSE
            PERFORM 4000-COMPUTE-RESULT
            PERFORM 2020-CHECK-ESTIMATE-FALLBACK
        END-IF
        EVALUATE TRUE
            WHEN WS-ESTIMATE-SW = "Y"
                ADD 1 TO WS-CNT-ESTIMATED
                ADD 1 TO WS-SEC-ESTIMATED
                DISPLAY WS-EDITED-TOTAL(1:WS-OUT-POS)
            WHEN WS-OVERFLOW-SW = "Y"
                ADD 1 TO WS-CNT-OVERFLOW
                ADD 1 TO WS-SEC-OVERFLOW
                DISPLAY "Result too large for NUM = " NUM
            WHEN OTHER
                ADD 1 TO WS-CNT-COMPUTED
                ADD 1 TO WS-SEC-COMPUTED
                DISPLAY WS-EDITED-TOTAL(1:WS-OUT-POS)
        END-EVALUATE
        PERFORM 5000-WRITE-REPORT-LINE
        PERFORM 6000-WRITE-AUDIT-LINE
    ELSE
    END-IF
    PERFORM 7000-WRITE-CHECKPOINT.

*> A factorial, nPr, or nCr too large for the BIGNUM total is
*> estimated instead when the record allows it; the double
*> factorial has no estimate and stays OVERFLOW.
2020-CHECK-ESTIMATE-FALLBACK.
    IF WS-OVERFLOW-SW = "Y"
        AND FI-EST-OK = "Y"
        AND (WS-OP = "F" OR WS-OP = "P" OR WS-OP = "C")
        MOVE WS-OP TO EST-BASE-OP
        MOVE NUM TO EST-N
        IF WS-OP = "F"
            MOVE 0 TO EST-R
        ELSE
            MOVE WS-NUM2 TO EST-R
        END-IF
        PERFORM 4300-ESTIMATE-RESULT
        MOVE "N" TO WS-OVERFLOW-SW
    END-IF.

*> Once either ceiling trips it stays tripped for the rest of the
*> run; H-class records are still worked, everything else is parked
*> in the deferral file for FACTEDIT to fold into the next run.
    MOVE "*** END OF RUN - CONTROL TOTALS ***" TO FACT-RPT-REC
    WRITE FACT-RPT-REC
    PERFORM 2910-BUILD-COUNT-LINES
    MOVE SPACES TO FACT-RPT-REC
    STRING "READ = BYPASSED + COMPUTED + SKIPPED + OVERFLOWED"
        " + ESTIMATED + DEFERRED"
        DELIMITED BY SIZE INTO FACT-RPT-REC
    WRITE FACT-RPT-REC.

2910-BUILD-COUNT-LINES.
    MOVE "OVERFLOWED          " TO WS-CNT-LABEL
    MOVE WS-CNT-OVERFLOW TO WS-CNT-EDITED
    PERFORM 2920-WRITE-COUNT-LINE
    MOVE "ESTIMATED           " TO WS-CNT-LABEL
    MOVE WS-CNT-ESTIMATED TO WS-CNT-EDITED
    PERFORM 2920-WRITE-COUNT-LINE
    MOVE "DEFERRED - CEILING  " TO WS-CNT-LABEL
    MOVE WS-CNT-DEFERRED TO WS-CNT-EDITED
    PERFORM 2920-WRITE-COUNT-LINE
    MOVE 0 TO WS-SEC-COMPUTED
    MOVE 0 TO WS-SEC-SKIPPED
    MOVE 0 TO WS-SEC-OVERFLOW
    MOVE 0 TO WS-SEC-ESTIMATED
    MOVE SPACES TO FACT-RPT-REC
    WRITE FACT-RPT-REC
    MOVE SPACES TO FACT-RPT-REC
    STRING "SUBTOTAL " WS-SECT-DEPT ": COMPUTED = " WS-SEC-COMPUTED
        " SKIPPED = " WS-SEC-SKIPPED
        " OVERFLOWED = " WS-SEC-OVERFLOW
        " ESTIMATED = " WS-SEC-ESTIMATED
        DELIMITED BY SIZE INTO FACT-RPT-REC
    WRITE FACT-RPT-REC.

2100-VALIDATE-NUM.
    EVALUATE TRUE
        WHEN WS-OP = "E"
            PERFORM 2110-VALIDATE-ESTIMATE
        WHEN NUM = 0 OR NUM > WS-MAX-NUM
            MOVE "N" TO WS-VALID-SW
        WHEN OTHER
            PERFORM 2120-VALIDATE-OPERATION
    END-EVALUATE.

*> An estimate request names its operation and operands in the
*> estimate fields; NUM carries 000 and MAX-NUM does not apply, as
*> nothing is multiplied out.  A blank R is taken as zero.
2110-VALIDATE-ESTIMATE.
    MOVE "N" TO WS-VALID-SW
    IF FI-EST-NUM NUMERIC AND FI-EST-NUM > 0
        MOVE FI-EST-OP TO EST-BASE-OP
        MOVE FI-EST-NUM TO EST-N
        IF FI-EST-NUM2 NUMERIC
            MOVE FI-EST-NUM2 TO EST-R
        ELSE
            MOVE 0 TO EST-R
        END-IF
        EVALUATE TRUE
            WHEN EST-BASE-OP = "F"
                MOVE 0 TO EST-R
                MOVE "Y" TO WS-VALID-SW
            WHEN EST-BASE-OP = "P" OR EST-BASE-OP = "C"
                IF EST-R NOT > EST-N
                    MOVE "Y" TO WS-VALID-SW
                END-IF
        END-EVALUATE
    END-IF.

2120-VALIDATE-OPERATION.
    EVALUATE WS-OP
        WHEN "F"
        WHEN "D"
            MOVE "Y" TO WS-VALID-SW
        WHEN "P"
        WHEN "C"
            IF WS-NUM2 > NUM
                MOVE "N" TO WS-VALID-SW
            ELSE
                MOVE "Y" TO WS-VALID-SW
            END-IF
        WHEN OTHER
            MOVE "N" TO WS-VALID-SW
    END-EVALUATE.

3000-INTERACTIVE-RUN.
    PERFORM UNTIL WS-DONE-SW = "Y"
        PERFORM 3100-PROMPT-NUM
        END-IF
    END-PERFORM.

*> FACTESTM fills the figures; the whole ESTLINE text then stands
*> in for the edited total on the console, report, and audit lines.
4300-ESTIMATE-RESULT.
    CALL "FACTESTM" USING WS-ESTIMATE
    END-CALL
    MOVE SPACES TO WS-EDITED-TOTAL
    MOVE WS-ESTIMATE TO WS-EDITED-TOTAL
    MOVE LENGTH OF WS-ESTIMATE TO WS-OUT-POS
    MOVE "Y" TO WS-ESTIMATE-SW.

5000-WRITE-REPORT-LINE.
    MOVE SPACES TO FACT-RPT-REC
    IF WS-OVERFLOW-SW = "Y"
