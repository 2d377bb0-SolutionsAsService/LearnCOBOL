    SELECT payment-exceptions ASSIGN TO 'payment-exceptions.dat'.
    SELECT checkpoint-file ASSIGN TO 'loan-checkpoint.dat'
        FILE STATUS IS WS-CKPT-STATUS.
    SELECT OPTIONAL closed-loans ASSIGN TO 'closed-loans.dat'.
    SELECT OPTIONAL payoff-settlements
        ASSIGN TO 'payoff-settlements.dat'.
    SELECT delinquency-history ASSIGN TO 'delinquency-history.dat'
        FILE STATUS IS WS-DELHIST-STATUS.
    SELECT delinquency-aging-report ASSIGN TO 'delinquency-aging-report.dat'.
    SELECT rate-changes-pending ASSIGN TO 'rate-changes-pending.dat'.
    SELECT rate-change-audit ASSIGN TO 'rate-change-audit.dat'.
    SELECT repricing-notices ASSIGN TO 'repricing-notices.dat'.
    SELECT payoff-quote-log ASSIGN TO 'payoff-quote-log.dat'
        FILE STATUS IS WS-QUOTE-STATUS.
    SELECT charged-off-loans ASSIGN TO 'charged-off-loans.dat'
        FILE STATUS IS WS-CHGOFF-STATUS.
    SELECT payment-reversals ASSIGN TO 'payment-reversals.dat'
        FILE STATUS IS WS-REVERSAL-STATUS.

DATA DIVISION.
FILE SECTION.
    05 CL-PAYOFF-DATE     PIC 9(8).
    05 CL-REFUND-AMOUNT   PIC 9(7)V99.

*> One record per loan paid off while a payoff quote was good, with
*> what was quoted and how far short of it the payoff fell. It is
*> kept apart from closed-loans.dat so that file keeps its layout.
FD payoff-settlements.
01 PAYOFF-SETTLEMENT-RECORD.
    05 PS-CUSTOMER-ID     PIC 9(6).
    05 PS-LOAN-ID         PIC 9(6).
    05 PS-PAYOFF-DATE     PIC 9(8).
    05 PS-QUOTED-AMOUNT   PIC 9(7)V99.
    05 PS-SHORT-AMOUNT    PIC 9(7)V99.

FD delinquency-history.
01 DELINQUENCY-HISTORY-RECORD.
    05 DH-CUSTOMER-ID     PIC 9(6).
    05 CKPT-LOAN-ID           PIC 9(6).
    05 CKPT-RECORDS-PROCESSED PIC 9(6).

FD payoff-quote-log.
01 PAYOFF-QUOTE-LOG-RECORD.
    05 QL-QUOTE-DATE      PIC 9(8).
    05 QL-CUSTOMER-ID     PIC 9(6).
    05 QL-LOAN-ID         PIC 9(6).
    05 QL-GOOD-THROUGH    PIC 9(8).
    05 QL-REQUESTER       PIC X(30).
    05 QL-BALANCE         PIC 9(7)V99.
    05 QL-INTEREST        PIC 9(7)V99.
    05 QL-FEES-DUE        PIC 9(5)V99.
    05 QL-ESCROW-CREDIT   PIC 9(7)V99.
    05 QL-SUSPENSE-CREDIT PIC 9(7)V99.
    05 QL-PAYOFF-AMOUNT   PIC 9(7)V99.
    05 QL-PER-DIEM        PIC 9(5)V99.
    05 QL-STATUS          PIC X.
        88 QL-QUOTED      VALUE 'Q'.
        88 QL-REJECTED    VALUE 'R'.
    05 QL-REASON          PIC X(40).

FD charged-off-loans.
01 CHARGED-OFF-RECORD.
    05 CO-CUSTOMER-ID     PIC 9(6).
    05 CO-LOAN-ID         PIC 9(6).
    05 CO-CHARGEOFF-DATE  PIC 9(8).
    05 CO-PRINCIPAL       PIC 9(7)V99.
    05 CO-INTEREST        PIC 9(7)V99.
    05 CO-FEES            PIC 9(7)V99.
    05 CO-TOTAL           PIC 9(7)V99.
    05 CO-MISSED-CYCLES   PIC 9(3).
    05 CO-REASON-CODE     PIC X(4).
    05 CO-COLLECTOR-ID    PIC X(8).

FD payment-reversals.
01 PAYMENT-REVERSAL-RECORD.
    05 PV-CUSTOMER-ID     PIC 9(6).
    05 PV-LOAN-ID         PIC 9(6).
    05 PV-SETTLE-DATE     PIC 9(8).
    05 PV-AMOUNT          PIC 9(7)V99.
    05 PV-FEE-PORTION     PIC 9(7)V99.
    05 PV-INTEREST-PORTION PIC 9(7)V99.
    05 PV-PRINCIPAL-PORTION PIC 9(7)V99.
    05 PV-ESCROW-PORTION  PIC 9(7)V99.
    05 PV-SUSPENSE-PORTION PIC 9(7)V99.
    05 PV-RETURN-CODE     PIC X(3).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE       PIC X VALUE 'N'.
    88 EOF              VALUE 'Y'.
    05 WS-BUCKET-4-COUNT    PIC 9(5) VALUE 0.
    05 WS-BUCKET-4-AMOUNT   PIC 9(9)V99 VALUE 0.

01 WS-QUOTE-STATUS      PIC XX.
01 WS-QUOTE-COUNT       PIC 9(4) VALUE 0.
01 PAYOFF-QUOTE-TABLE.
    05 PAYOFF-QUOTE-ENTRY OCCURS 500 TIMES INDEXED BY QUOTE-IDX.
        10 QT-CUSTOMER-ID     PIC 9(6).
        10 QT-LOAN-ID         PIC 9(6).
        10 QT-GOOD-THROUGH    PIC 9(8).
        10 QT-PAYOFF-AMOUNT   PIC 9(7)V99.
01 WS-QUOTE-FOUND       PIC X VALUE 'N'.
    88 QUOTE-FOUND      VALUE 'Y'.
01 WS-QUOTED-AMOUNT     PIC 9(7)V99.
01 WS-SHORT-AMOUNT      PIC 9(7)V99.
01 WS-SHORT-PAYOFF-COUNT PIC 9(4) VALUE 0.

01 WS-CHGOFF-STATUS     PIC XX.
01 WS-CHGOFF-COUNT      PIC 9(4) VALUE 0.
01 CHARGED-OFF-TABLE.
    05 CHARGED-OFF-ENTRY OCCURS 500 TIMES INDEXED BY CHGOFF-IDX.
        10 CT-CUSTOMER-ID     PIC 9(6).
        10 CT-LOAN-ID         PIC 9(6).
01 WS-CHGOFF-FOUND      PIC X VALUE 'N'.
    88 CHGOFF-FOUND     VALUE 'Y'.
01 WS-RECOVERY-COUNT    PIC 9(4) VALUE 0.
01 WS-RECOVERY-TOTAL    PIC 9(9)V99 VALUE 0.

01 WS-REVERSAL-STATUS   PIC XX.
01 WS-REVERSAL-COUNT    PIC 9(4) VALUE 0.
01 PAYMENT-REVERSAL-TABLE.
    05 PAYMENT-REVERSAL-ENTRY OCCURS 200 TIMES INDEXED BY REV-IDX.
        10 RV-CUSTOMER-ID         PIC 9(6).
        10 RV-LOAN-ID             PIC 9(6).
        10 RV-FEE-PORTION         PIC 9(7)V99.
        10 RV-INTEREST-PORTION    PIC 9(7)V99.
        10 RV-PRINCIPAL-PORTION   PIC 9(7)V99.
        10 RV-ESCROW-PORTION      PIC 9(7)V99.
        10 RV-SUSPENSE-PORTION    PIC 9(7)V99.
        10 RV-APPLIED             PIC X.
01 WS-LOAN-REVERSALS    PIC 9(3) VALUE 0.
01 WS-REVERSED-PART     PIC 9(7)V99.
01 WS-REVERSED-COUNT    PIC 9(4) VALUE 0.

01 WS-CKPT-STATUS            PIC XX.
01 WS-CHECKPOINT-INTERVAL    PIC 9(3) VALUE 50.
01 WS-RECORDS-PROCESSED      PIC 9(6) VALUE 0.
    PERFORM LOAD-RATE-CHANGES
    PERFORM LOAD-ESCROW-DISBURSEMENTS
    PERFORM LOAD-DELINQUENCY-HISTORY
    PERFORM LOAD-PAYOFF-QUOTES
    PERFORM LOAD-CHARGED-OFF-LOANS
    PERFORM LOAD-PAYMENT-REVERSALS
    PERFORM LOAD-CHECKPOINT
    IF RESTARTING
        OPEN EXTEND loan-status-report payment-exceptions
    ELSE
        OPEN OUTPUT loan-status-report payment-exceptions
    END-IF
    OPEN EXTEND closed-loans payoff-settlements
    READ loan-details-file AT END SET EOF TO TRUE END-READ
    IF RESTARTING
        PERFORM SKIP-TO-CHECKPOINT
        IF NOT LOAN-SEQ-ERROR
            PERFORM APPLY-RATE-CHANGES
            PERFORM ACCRUE-INTEREST
            PERFORM APPLY-PAYMENT-REVERSALS
            PERFORM APPLY-PAYMENTS
            PERFORM APPLY-ESCROW-DISBURSEMENTS
            PERFORM CHECK-PROMISES
    ELSE
        PERFORM REPORT-ORPHANED-PAYMENTS
        PERFORM REPORT-UNAPPLIED-ESCROW-DISB
        PERFORM REPORT-UNAPPLIED-REVERSALS
        PERFORM CARRY-PENDING-RATE-CHANGES
        PERFORM WRITE-UPDATED-PROMISES
        PERFORM WRITE-DELINQUENCY-HISTORY
            DISPLAY "Refunds due on closed loans this cycle: "
                WS-REFUND-COUNT
        END-IF
        IF WS-RECOVERY-COUNT > 0
            DISPLAY "Recoveries posted on charged-off loans: "
                WS-RECOVERY-COUNT " totalling " WS-RECOVERY-TOTAL
        END-IF
        IF WS-REVERSED-COUNT > 0
            DISPLAY "Returned autopay drafts reversed this cycle: "
                WS-REVERSED-COUNT
        END-IF
        IF WS-SHORT-PAYOFF-COUNT > 0
            DISPLAY "Payoffs received short of quote this cycle: "
                WS-SHORT-PAYOFF-COUNT
        END-IF
    END-IF
    CLOSE loan-details-file payments-sorted loan-status-report
        payment-exceptions loan-details-updated closed-loans
        payoff-settlements loan-transaction-ledger rate-changes-pending
        rate-change-audit repricing-notices suspense-report
        promise-to-pay-updated
    PERFORM LOG-RUN-END
    MOVE WS-REFUND-AMOUNT TO CL-REFUND-AMOUNT
    WRITE CLOSED-LOAN-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM CHECK-PAYOFF-QUOTE
    IF QUOTE-FOUND
        MOVE CUSTOMER-ID TO PS-CUSTOMER-ID
        MOVE LOAN-ID TO PS-LOAN-ID
        MOVE WS-CURRENT-DATE TO PS-PAYOFF-DATE
        MOVE WS-QUOTED-AMOUNT TO PS-QUOTED-AMOUNT
        MOVE WS-SHORT-AMOUNT TO PS-SHORT-AMOUNT
        WRITE PAYOFF-SETTLEMENT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF
    PERFORM CLEAR-DELINQUENCY-ENTRY
    IF WS-REFUND-AMOUNT > 0
        ADD 1 TO WS-REFUND-COUNT
            " customer " CUSTOMER-ID ": " WS-REFUND-AMOUNT
    END-IF.

LOAD-PAYOFF-QUOTES.
    OPEN INPUT payoff-quote-log
    IF WS-QUOTE-STATUS = '00'
        READ payoff-quote-log AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF QL-QUOTED
                PERFORM STORE-PAYOFF-QUOTE
            END-IF
            READ payoff-quote-log AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE payoff-quote-log
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

STORE-PAYOFF-QUOTE.
    MOVE 'N' TO WS-QUOTE-FOUND
    PERFORM VARYING QUOTE-IDX FROM 1 BY 1
            UNTIL QUOTE-IDX > WS-QUOTE-COUNT
        IF QT-CUSTOMER-ID(QUOTE-IDX) = QL-CUSTOMER-ID
                AND QT-LOAN-ID(QUOTE-IDX) = QL-LOAN-ID
            MOVE 'Y' TO WS-QUOTE-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT QUOTE-FOUND
        IF WS-QUOTE-COUNT < 500
            ADD 1 TO WS-QUOTE-COUNT
            SET QUOTE-IDX TO WS-QUOTE-COUNT
            MOVE QL-CUSTOMER-ID TO QT-CUSTOMER-ID(QUOTE-IDX)
            MOVE QL-LOAN-ID TO QT-LOAN-ID(QUOTE-IDX)
            MOVE 'Y' TO WS-QUOTE-FOUND
        ELSE
            DISPLAY "Payoff quote table full - discarding " QL-LOAN-ID
        END-IF
    END-IF
    IF QUOTE-FOUND
        MOVE QL-GOOD-THROUGH TO QT-GOOD-THROUGH(QUOTE-IDX)
        MOVE QL-PAYOFF-AMOUNT TO QT-PAYOFF-AMOUNT(QUOTE-IDX)
    END-IF.

CHECK-PAYOFF-QUOTE.
    MOVE ZERO TO WS-QUOTED-AMOUNT
    MOVE ZERO TO WS-SHORT-AMOUNT
    MOVE 'N' TO WS-QUOTE-FOUND
    PERFORM VARYING QUOTE-IDX FROM 1 BY 1
            UNTIL QUOTE-IDX > WS-QUOTE-COUNT
        IF QT-CUSTOMER-ID(QUOTE-IDX) = CUSTOMER-ID
                AND QT-LOAN-ID(QUOTE-IDX) = LOAN-ID
                AND QT-GOOD-THROUGH(QUOTE-IDX) >= WS-CURRENT-DATE
            MOVE 'Y' TO WS-QUOTE-FOUND
            MOVE QT-PAYOFF-AMOUNT(QUOTE-IDX) TO WS-QUOTED-AMOUNT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF QUOTE-FOUND AND WS-CYCLE-PAYMENTS < WS-QUOTED-AMOUNT
        COMPUTE WS-SHORT-AMOUNT = WS-QUOTED-AMOUNT - WS-CYCLE-PAYMENTS
        ADD 1 TO WS-SHORT-PAYOFF-COUNT
        MOVE CUSTOMER-ID TO EX-CUSTOMER-ID
        MOVE LOAN-ID TO EX-LOAN-ID
        MOVE 'Short payoff - received less than quote' TO EX-REASON
        WRITE EXCEPTION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        DISPLAY "Short payoff for loan " LOAN-ID
            " customer " CUSTOMER-ID ": quoted " WS-QUOTED-AMOUNT
            " short " WS-SHORT-AMOUNT
    END-IF.

LOAD-CHECKPOINT.
    OPEN INPUT checkpoint-file
    IF WS-CKPT-STATUS = '00'
    PERFORM UNTIL PAY-EOF
            OR WS-CURRENT-PAYMENT-KEY > WS-CURRENT-LOAN-KEY
        IF WS-CURRENT-PAYMENT-KEY < WS-CURRENT-LOAN-KEY
            PERFORM APPLY-UNMATCHED-PAYMENT
        ELSE
            PERFORM APPLY-ONE-PAYMENT
        END-IF
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ELSE
        SUBTRACT EB-AMOUNT(ESCD-IDX) FROM ESCROW-BALANCE
        IF EB-PAYEE-TYPE(ESCD-IDX) = 'TAX'
            MOVE 'ESCRWTAX' TO LG-TRAN-TYPE
        ELSE
            MOVE 'ESCRWOUT' TO LG-TRAN-TYPE
        END-IF
        MOVE EB-AMOUNT(ESCD-IDX) TO LG-AMOUNT
        MOVE ZERO TO LG-FEE-PORTION
        MOVE ZERO TO LG-INTEREST-PORTION
        END-IF
    END-PERFORM.

LOAD-PAYMENT-REVERSALS.
    OPEN INPUT payment-reversals
    IF WS-REVERSAL-STATUS = '00'
        READ payment-reversals AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-REVERSAL-COUNT < 200
                ADD 1 TO WS-REVERSAL-COUNT
                SET REV-IDX TO WS-REVERSAL-COUNT
                MOVE PV-CUSTOMER-ID TO RV-CUSTOMER-ID(REV-IDX)
                MOVE PV-LOAN-ID TO RV-LOAN-ID(REV-IDX)
                MOVE PV-FEE-PORTION TO RV-FEE-PORTION(REV-IDX)
                MOVE PV-INTEREST-PORTION TO RV-INTEREST-PORTION(REV-IDX)
                MOVE PV-PRINCIPAL-PORTION
                    TO RV-PRINCIPAL-PORTION(REV-IDX)
                MOVE PV-ESCROW-PORTION TO RV-ESCROW-PORTION(REV-IDX)
                MOVE PV-SUSPENSE-PORTION TO RV-SUSPENSE-PORTION(REV-IDX)
                MOVE 'N' TO RV-APPLIED(REV-IDX)
            ELSE
                DISPLAY "Payment reversal table full - discarding "
                    PV-LOAN-ID
            END-IF
            READ payment-reversals AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE payment-reversals
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

APPLY-PAYMENT-REVERSALS.
    MOVE ZERO TO WS-LOAN-REVERSALS
    PERFORM VARYING REV-IDX FROM 1 BY 1
            UNTIL REV-IDX > WS-REVERSAL-COUNT
        IF RV-CUSTOMER-ID(REV-IDX) = CUSTOMER-ID
                AND RV-LOAN-ID(REV-IDX) = LOAN-ID
                AND RV-APPLIED(REV-IDX) = 'N'
            PERFORM APPLY-ONE-PAYMENT-REVERSAL
        END-IF
    END-PERFORM.

*> A returned draft puts back exactly what the original payment took:
*> the fee, interest and principal it paid are owed again, and the
*> escrow or suspense funds it added are withdrawn.
APPLY-ONE-PAYMENT-REVERSAL.
    MOVE 'Y' TO RV-APPLIED(REV-IDX)
    ADD 1 TO WS-LOAN-REVERSALS
    ADD 1 TO WS-REVERSED-COUNT
    COMPUTE WS-REVERSED-PART = RV-FEE-PORTION(REV-IDX)
        + RV-INTEREST-PORTION(REV-IDX) + RV-PRINCIPAL-PORTION(REV-IDX)
    IF WS-REVERSED-PART > 0
        ADD WS-REVERSED-PART TO REMAINING-BALANCE
        ADD RV-FEE-PORTION(REV-IDX) TO FEES-DUE
        ADD RV-FEE-PORTION(REV-IDX) TO WS-UNPAID-FEES
        ADD RV-INTEREST-PORTION(REV-IDX) TO WS-UNPAID-INTEREST
        MOVE 'PMTREV' TO LG-TRAN-TYPE
        MOVE WS-REVERSED-PART TO LG-AMOUNT
        MOVE RV-FEE-PORTION(REV-IDX) TO LG-FEE-PORTION
        MOVE RV-INTEREST-PORTION(REV-IDX) TO LG-INTEREST-PORTION
        MOVE RV-PRINCIPAL-PORTION(REV-IDX) TO LG-PRINCIPAL-PORTION
        PERFORM POST-LEDGER-ENTRY
    END-IF
    IF RV-ESCROW-PORTION(REV-IDX) > 0
        IF RV-ESCROW-PORTION(REV-IDX) > ESCROW-BALANCE
            MOVE ESCROW-BALANCE TO WS-REVERSED-PART
            MOVE CUSTOMER-ID TO EX-CUSTOMER-ID
            MOVE LOAN-ID TO EX-LOAN-ID
            MOVE 'Escrow reversal exceeds escrow balance'
                TO EX-REASON
            WRITE EXCEPTION-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        ELSE
            MOVE RV-ESCROW-PORTION(REV-IDX) TO WS-REVERSED-PART
        END-IF
        SUBTRACT WS-REVERSED-PART FROM ESCROW-BALANCE
        MOVE 'ESCRWREV' TO LG-TRAN-TYPE
        MOVE WS-REVERSED-PART TO LG-AMOUNT
        MOVE ZERO TO LG-FEE-PORTION
        MOVE ZERO TO LG-INTEREST-PORTION
        MOVE ZERO TO LG-PRINCIPAL-PORTION
        PERFORM POST-LEDGER-ENTRY
    END-IF
    IF RV-SUSPENSE-PORTION(REV-IDX) > 0
        IF RV-SUSPENSE-PORTION(REV-IDX) > SUSPENSE-BALANCE
            MOVE SUSPENSE-BALANCE TO WS-REVERSED-PART
            MOVE CUSTOMER-ID TO EX-CUSTOMER-ID
            MOVE LOAN-ID TO EX-LOAN-ID
            MOVE 'Suspense reversal exceeds suspense held'
                TO EX-REASON
            WRITE EXCEPTION-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        ELSE
            MOVE RV-SUSPENSE-PORTION(REV-IDX) TO WS-REVERSED-PART
        END-IF
        SUBTRACT WS-REVERSED-PART FROM SUSPENSE-BALANCE
        MOVE 'SUSPREV' TO LG-TRAN-TYPE
        MOVE WS-REVERSED-PART TO LG-AMOUNT
        MOVE ZERO TO LG-FEE-PORTION
        MOVE ZERO TO LG-INTEREST-PORTION
        MOVE ZERO TO LG-PRINCIPAL-PORTION
        PERFORM POST-LEDGER-ENTRY
    END-IF
    MOVE CUSTOMER-ID TO EX-CUSTOMER-ID
    MOVE LOAN-ID TO EX-LOAN-ID
    MOVE 'Returned autopay draft reversed' TO EX-REASON
    WRITE EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REPORT-UNAPPLIED-REVERSALS.
    PERFORM VARYING REV-IDX FROM 1 BY 1
            UNTIL REV-IDX > WS-REVERSAL-COUNT
        IF RV-APPLIED(REV-IDX) = 'N'
            MOVE RV-CUSTOMER-ID(REV-IDX) TO EX-CUSTOMER-ID
            MOVE RV-LOAN-ID(REV-IDX) TO EX-LOAN-ID
            MOVE 'Payment reversal - no matching loan'
                TO EX-REASON
            WRITE EXCEPTION-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

CHECK-DELINQUENCY.
    MOVE 'N' TO WS-DELINQUENT-FLAG
    IF NOT LOAN-MATCHED AND DUE-DATE < WS-CURRENT-DATE
    END-IF
    IF DELINQ-FOUND
        MOVE WS-PROMISE-BROKEN TO DQ-BROKEN-PROMISE(DELQ-IDX)
        IF DELINQUENT OR WS-LOAN-REVERSALS > 0
            IF DELINQUENT
                ADD 1 TO DQ-MISSED-CYCLES(DELQ-IDX)
            END-IF
            ADD WS-LOAN-REVERSALS TO DQ-MISSED-CYCLES(DELQ-IDX)
            MOVE REMAINING-BALANCE TO DQ-AMOUNT-AT-RISK(DELQ-IDX)
        ELSE
            MOVE ZERO TO DQ-MISSED-CYCLES(DELQ-IDX)

REPORT-ORPHANED-PAYMENTS.
    PERFORM UNTIL PAY-EOF
        PERFORM APPLY-UNMATCHED-PAYMENT
        PERFORM READ-NEXT-PAYMENT
    END-PERFORM.

APPLY-UNMATCHED-PAYMENT.
    PERFORM FIND-CHARGED-OFF-LOAN
    IF CHGOFF-FOUND
        PERFORM POST-RECOVERY
    ELSE
        MOVE SPR-CUSTOMER-ID TO EX-CUSTOMER-ID
        MOVE SPR-LOAN-ID TO EX-LOAN-ID
        MOVE 'Orphaned payment - no matching loan found' TO EX-REASON
        WRITE EXCEPTION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

LOAD-CHARGED-OFF-LOANS.
    OPEN INPUT charged-off-loans
    IF WS-CHGOFF-STATUS = '00'
        READ charged-off-loans AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-CHGOFF-COUNT < 500
                ADD 1 TO WS-CHGOFF-COUNT
                MOVE CO-CUSTOMER-ID TO CT-CUSTOMER-ID(WS-CHGOFF-COUNT)
                MOVE CO-LOAN-ID TO CT-LOAN-ID(WS-CHGOFF-COUNT)
            ELSE
                DISPLAY "Charged-off table full - discarding " CO-LOAN-ID
            END-IF
            READ charged-off-loans AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE charged-off-loans
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

FIND-CHARGED-OFF-LOAN.
    MOVE 'N' TO WS-CHGOFF-FOUND
    PERFORM VARYING CHGOFF-IDX FROM 1 BY 1
            UNTIL CHGOFF-IDX > WS-CHGOFF-COUNT
        IF CT-CUSTOMER-ID(CHGOFF-IDX) = SPR-CUSTOMER-ID
                AND CT-LOAN-ID(CHGOFF-IDX) = SPR-LOAN-ID
            MOVE 'Y' TO WS-CHGOFF-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

POST-RECOVERY.
    MOVE WS-CURRENT-DATE TO LG-POST-DATE
    MOVE SPR-CUSTOMER-ID TO LG-CUSTOMER-ID
    MOVE SPR-LOAN-ID TO LG-LOAN-ID
    MOVE 'RECOVERY' TO LG-TRAN-TYPE
    MOVE SPR-AMOUNT TO LG-AMOUNT
    MOVE ZERO TO LG-FEE-PORTION
    MOVE ZERO TO LG-INTEREST-PORTION
    MOVE ZERO TO LG-PRINCIPAL-PORTION
    WRITE LEDGER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-RECOVERY-COUNT
    ADD SPR-AMOUNT TO WS-RECOVERY-TOTAL.

LOG-RUN-START.
    MOVE 'LoanManagementSystem' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
