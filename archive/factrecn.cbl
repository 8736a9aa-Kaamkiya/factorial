
*> Three-way reconciliation for one run date.  Every line in the
*> FACTAUD generation must pair with a FACTRPT.DAT detail line that
*> carries the same DEPT, REF, OP, NUM, and R; every audit line whose
*> total is a computed value - not SKIPPED, OVERFLOW, or an ESTIMATE
*> - must have a FACTTAB.DAT entry whose digits, edited with the
*> GROUP-SIZE in force, reproduce the audit total exactly.  Report
*> lines with no audit line and computed results missing from the
*> table are flagged the same way.  The output is an exceptions
*> report and a one-line PASS/FAIL verdict to file with the control
*> totals - a check the FACTCTL.DAT totals cannot make because they
*> only balance the batch's own counters against themselves.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    END-IF
    IF AL-TOTAL(1:8) NOT = "SKIPPED "
        AND AL-TOTAL(1:8) NOT = "OVERFLOW"
        AND AL-TOTAL(1:8) NOT = "ESTIMATE"
        PERFORM 3200-CONFIRM-AGAINST-TABLE
    END-IF.

