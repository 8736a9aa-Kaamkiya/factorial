IDENTIFICATION DIVISION.
PROGRAM-ID. FACTESTM.
AUTHOR. KAAMKIYA.
DATE-WRITTEN. 2026/10/15.

*> Estimates a factorial, permutation nPr, or combination nCr too
*> large to compute in full.  The caller sets the operation and its
*> operands in LK-ESTIMATE; the digit count and leading digits come
*> back from the common logarithm of the result, and the trailing
*> zeros from the count of factors of two and five, which is exact.
*> The logarithm of k factorial is summed term by term up to 1000
*> and taken from Stirling's series above that, where the first
*> omitted term is already far below the last leading digit shown.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-ARG PIC 9(07).
01 WS-TERM PIC 9(07).
01 WS-LOG-FACT PIC S9(9)V9(18).
01 WS-LOG-RESULT PIC S9(9)V9(18).
01 WS-LOG-FRACTION PIC S9V9(18).
01 WS-LN-ARG PIC S9(3)V9(25).
01 WS-EXPONENT PIC 9(08).
01 WS-MANTISSA PIC 99V9(7).
01 WS-PRIME PIC 9.
01 WS-POWER PIC 9(08).
01 WS-FACTORS PIC 9(08).
01 WS-TWOS PIC S9(08).
01 WS-FIVES PIC S9(08).
01 WS-LOW PIC 9(07).

LINKAGE SECTION.
01 LK-ESTIMATE.
    COPY ESTLINE REPLACING ==:ES:== BY ==LK-EST==.

PROCEDURE DIVISION USING LK-ESTIMATE.
0000-MAIN.
    MOVE LK-EST-N TO WS-ARG
    PERFORM 1000-LOG-FACTORIAL
    MOVE WS-LOG-FACT TO WS-LOG-RESULT
    MOVE 2 TO WS-PRIME
    PERFORM 2000-COUNT-FACTORS
    MOVE WS-FACTORS TO WS-TWOS
    MOVE 5 TO WS-PRIME
    PERFORM 2000-COUNT-FACTORS
    MOVE WS-FACTORS TO WS-FIVES
    IF LK-EST-BASE-OP = "P" OR LK-EST-BASE-OP = "C"
        COMPUTE WS-ARG = LK-EST-N - LK-EST-R
        PERFORM 1500-TAKE-OUT-FACTORIAL
    END-IF
    IF LK-EST-BASE-OP = "C"
        MOVE LK-EST-R TO WS-ARG
        PERFORM 1500-TAKE-OUT-FACTORIAL
    END-IF
    PERFORM 3000-SET-LEADING-DIGITS
    IF WS-TWOS < WS-FIVES
        MOVE WS-TWOS TO LK-EST-ZEROS
    ELSE
        MOVE WS-FIVES TO LK-EST-ZEROS
    END-IF
    GOBACK.

1000-LOG-FACTORIAL.
    MOVE 0 TO WS-LOG-FACT
    IF WS-ARG NOT > 1000
        PERFORM VARYING WS-TERM FROM 2 BY 1 UNTIL WS-TERM > WS-ARG
            COMPUTE WS-LOG-FACT =
                WS-LOG-FACT + FUNCTION LOG10(WS-TERM)
        END-PERFORM
    ELSE
        PERFORM 1100-STIRLING
    END-IF.

*> ln k! = (k + 1/2) ln k - k + ln(2 pi) / 2 + 1/(12k) - 1/(360k**3)
*> + 1/(1260k**5), converted to a common logarithm.
1100-STIRLING.
    COMPUTE WS-LN-ARG = FUNCTION LOG(WS-ARG)
    COMPUTE WS-LOG-FACT =
        ((WS-ARG + 0.5) * WS-LN-ARG - WS-ARG
        + FUNCTION LOG(2 * FUNCTION PI) / 2
        + 1 / (12 * WS-ARG)
        - 1 / (360 * WS-ARG ** 3)
        + 1 / (1260 * WS-ARG ** 5))
        / FUNCTION LOG(10).

*> Divides a factorial out of the result: its logarithm comes off
*> the total and its factors of two and five off the counts.
1500-TAKE-OUT-FACTORIAL.
    PERFORM 1000-LOG-FACTORIAL
    SUBTRACT WS-LOG-FACT FROM WS-LOG-RESULT
    MOVE 2 TO WS-PRIME
    PERFORM 2000-COUNT-FACTORS
    SUBTRACT WS-FACTORS FROM WS-TWOS
    MOVE 5 TO WS-PRIME
    PERFORM 2000-COUNT-FACTORS
    SUBTRACT WS-FACTORS FROM WS-FIVES.

*> Legendre's count of the factors of WS-PRIME in WS-ARG factorial:
*> the sum of WS-ARG divided by each power of the prime, truncated.
2000-COUNT-FACTORS.
    MOVE 0 TO WS-FACTORS
    MOVE WS-PRIME TO WS-POWER
    PERFORM UNTIL WS-POWER > WS-ARG
        COMPUTE WS-LOW = WS-ARG / WS-POWER
        ADD WS-LOW TO WS-FACTORS
        MULTIPLY WS-PRIME BY WS-POWER
    END-PERFORM.

*> A result of 10**e times m has e + 1 digits and leading digits m;
*> rounding m to eight places can carry it up to 10, which is taken
*> as 1 with the exponent raised by one.
3000-SET-LEADING-DIGITS.
    IF WS-LOG-RESULT < 0
        MOVE 0 TO WS-LOG-RESULT
    END-IF
    MOVE WS-LOG-RESULT TO WS-EXPONENT
    COMPUTE WS-LOG-FRACTION = WS-LOG-RESULT - WS-EXPONENT
    COMPUTE WS-MANTISSA ROUNDED = 10 ** WS-LOG-FRACTION
    IF WS-MANTISSA NOT < 10
        MOVE 1 TO WS-MANTISSA
        ADD 1 TO WS-EXPONENT
    END-IF
    MOVE WS-MANTISSA TO LK-EST-MANTISSA
    MOVE WS-EXPONENT TO LK-EST-EXPONENT
    COMPUTE LK-EST-DIGITS = WS-EXPONENT + 1.
