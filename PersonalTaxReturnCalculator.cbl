ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT taxpayer-file ASSIGN TO 'taxpayer-file.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT return-results ASSIGN TO 'return-results.dat'.
    SELECT estimated-tax-vouchers
        ASSIGN TO 'estimated-tax-vouchers.dat'.

DATA DIVISION.
FILE SECTION.
*> TP-TAX-DEDUCTIONS is the itemized deductions claimed; the return
*> takes the standard deduction for the filing status instead when it
*> is larger. The W-2 and schedule fields are the amounts last brought
*> in by TaxReturnImport and are already included in the income, tax
*> paid and deduction totals.
FD taxpayer-file.
01 TAXPAYER-FILE-RECORD.
    05 TP-NAME                PIC X(50).
    05 TP-TAX-DEDUCTIONS      PIC 9(8)v99.
    05 TP-DEPENDENTS          PIC 9(2).
    05 TP-TAX-PAID            PIC 9(8)v99.
    05 TP-W2-WAGES            PIC 9(8)v99.
    05 TP-W2-WITHHOLDING      PIC 9(8)v99.
    05 TP-SCHEDULE-DEDUCTIONS PIC 9(8)v99.
    05 TP-ITEMIZED-DETAIL OCCURS 6 TIMES.
        10 TP-ITEMIZED-CATEGORY PIC X.
        10 TP-ITEMIZED-AMOUNT   PIC 9(7)v99.

FD return-results.
01 RETURN-RESULT-RECORD.
    05 RR-TAX-PAID            PIC 9(8)v99.
    05 RR-REFUND              PIC 9(8)v99.
    05 RR-BALANCE-DUE         PIC 9(8)v99.
    05 RR-DEDUCTION-METHOD    PIC X.
        88 RR-ITEMIZED        VALUE 'I'.
        88 RR-STANDARD        VALUE 'S'.
    05 RR-ITEMIZED-DEDUCTIONS PIC 9(8)v99.
    05 RR-STANDARD-DEDUCTION  PIC 9(8)v99.
    05 RR-DEDUCTION-REASON    PIC X(40).
01 SEASON-SUMMARY-RECORD.
    05 SS-LABEL               PIC X(16).
    05 SS-CLIENT-COUNT        PIC 9(6).
    88 MARRIED-STATUS         VALUE 'M'.
    88 HEAD-OF-HOUSEHOLD-STATUS VALUE 'H'.

01 WS-STANDARD-SINGLE         PIC 9(6)v99 VALUE 14600.00.
01 WS-STANDARD-MARRIED        PIC 9(6)v99 VALUE 29200.00.
01 WS-STANDARD-HEAD-HOUSEHOLD PIC 9(6)v99 VALUE 21900.00.
01 WS-STANDARD-DEDUCTION      PIC 9(8)v99.
01 WS-DEDUCTION-TAKEN         PIC 9(8)v99.
01 WS-DEDUCTION-METHOD        PIC X.
01 WS-DEDUCTION-REASON        PIC X(40).
01 WS-ITEMIZER-COUNT          PIC 9(6) VALUE 0.

01 WS-BRACKET-THRESHOLD-1     PIC 9(8)v99.
01 WS-BRACKET-THRESHOLD-2     PIC 9(8)v99.

    DISPLAY "Enter Number of Dependents: "
    ACCEPT NUMBER-OF-DEPENDENTS

    PERFORM CHOOSE-DEDUCTION
    DISPLAY "Deduction Used: $" WS-DEDUCTION-TAKEN " - "
        WS-DEDUCTION-REASON

    PERFORM DETERMINE-BRACKETS
    PERFORM CALCULATE-MARGINAL-TAX
    MOVE TP-TAX-DEDUCTIONS TO TAX-DEDUCTIONS
    MOVE TP-DEPENDENTS TO NUMBER-OF-DEPENDENTS
    MOVE TP-TAX-PAID TO TAX-PAID
    PERFORM CHOOSE-DEDUCTION
    PERFORM DETERMINE-BRACKETS
    PERFORM CALCULATE-MARGINAL-TAX
    PERFORM APPLY-DEPENDENT-CREDITS
    MOVE TAX-PAID TO RR-TAX-PAID
    MOVE TAX-REFUND TO RR-REFUND
    MOVE TAX-DUE TO RR-BALANCE-DUE
    MOVE WS-DEDUCTION-METHOD TO RR-DEDUCTION-METHOD
    MOVE TAX-DEDUCTIONS TO RR-ITEMIZED-DEDUCTIONS
    MOVE WS-STANDARD-DEDUCTION TO RR-STANDARD-DEDUCTION
    MOVE WS-DEDUCTION-REASON TO RR-DEDUCTION-REASON
    IF RR-ITEMIZED
        ADD 1 TO WS-ITEMIZER-COUNT
    END-IF
    WRITE RETURN-RESULT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-CLIENT-COUNT
    PERFORM RECORD-CURRENT-YEAR-HISTORY
    PERFORM WRITE-CLIENT-COMPARISON.

*> Itemized deductions are used only when they are more than the
*> standard deduction for the filing status.
CHOOSE-DEDUCTION.
    EVALUATE TRUE
        WHEN MARRIED-STATUS
            MOVE WS-STANDARD-MARRIED TO WS-STANDARD-DEDUCTION
        WHEN HEAD-OF-HOUSEHOLD-STATUS
            MOVE WS-STANDARD-HEAD-HOUSEHOLD TO WS-STANDARD-DEDUCTION
        WHEN OTHER
            MOVE WS-STANDARD-SINGLE TO WS-STANDARD-DEDUCTION
    END-EVALUATE
    EVALUATE TRUE
        WHEN TAX-DEDUCTIONS > WS-STANDARD-DEDUCTION
            MOVE 'I' TO WS-DEDUCTION-METHOD
            MOVE TAX-DEDUCTIONS TO WS-DEDUCTION-TAKEN
            MOVE 'ITEMIZED EXCEEDS STANDARD FOR STATUS'
                TO WS-DEDUCTION-REASON
        WHEN TAX-DEDUCTIONS = ZERO
            MOVE 'S' TO WS-DEDUCTION-METHOD
            MOVE WS-STANDARD-DEDUCTION TO WS-DEDUCTION-TAKEN
            MOVE 'NO ITEMIZED DEDUCTIONS CLAIMED'
                TO WS-DEDUCTION-REASON
        WHEN OTHER
            MOVE 'S' TO WS-DEDUCTION-METHOD
            MOVE WS-STANDARD-DEDUCTION TO WS-DEDUCTION-TAKEN
            MOVE 'STANDARD NOT LESS THAN ITEMIZED'
                TO WS-DEDUCTION-REASON
    END-EVALUATE
    IF WS-DEDUCTION-TAKEN > ANNUAL-INCOME
        MOVE ZERO TO TAXABLE-INCOME
    ELSE
        COMPUTE TAXABLE-INCOME = ANNUAL-INCOME - WS-DEDUCTION-TAKEN
    END-IF.

APPLY-CARRYFORWARD-CREDITS.
    MOVE ZERO TO WS-PRIOR-UNUSED-CREDITS
    PERFORM VARYING HIST-IDX FROM 1 BY 1
    DISPLAY "Clients processed: " WS-CLIENT-COUNT
    DISPLAY "Total refunds: $" WS-TOTAL-REFUNDS
    DISPLAY "Total balances due: $" WS-TOTAL-DUES
    DISPLAY "Returns itemizing deductions: " WS-ITEMIZER-COUNT
    DISPLAY "Clients with underpayment exposure: "
        WS-UNDERPAY-COUNT.

