IDENTIFICATION DIVISION.
PROGRAM-ID. CreditBureauExtract.
AUTHOR. Your Name.
*> Month-end credit bureau extract, run after the last
*> LoanManagementSystem cycle of the month. Every open loan on
*> loan-details-updated.dat and every loan on closed-loans.dat paid
*> off in the run month gets one fixed-format detail record carrying
*> the account status, current balance, scheduled payment, amount past
*> due, payment rating and date of last payment. The payment rating
*> comes from DH-MISSED-CYCLES on delinquency-history.dat (0 current,
*> 1-5 cycles past due, 6 for six or more) and the amount past due is
*> the missed cycles times the scheduled payment from
*> standard-payments.dat, capped at the balance. A loan with an open
*> promise on promise-to-pay-updated.dat carries special comment AC
*> (paying under a payment arrangement). The extract is framed by a
*> header and a trailer holding the record counts and balance totals;
*> loans missing data the bureaus require are left off and listed on
*> credit-bureau-rejects.dat instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loan-details-updated ASSIGN TO 'loan-details-updated.dat'.
    SELECT closed-loans ASSIGN TO 'closed-loans.dat'
        FILE STATUS IS WS-CLOSED-STATUS.
    SELECT delinquency-history ASSIGN TO 'delinquency-history.dat'
        FILE STATUS IS WS-DELHIST-STATUS.
    SELECT promise-to-pay-updated
        ASSIGN TO 'promise-to-pay-updated.dat'
        FILE STATUS IS WS-PROMISE-STATUS.
    SELECT standard-payments ASSIGN TO 'standard-payments.dat'
        FILE STATUS IS WS-STDPAY-STATUS.
    SELECT credit-bureau-extract ASSIGN TO 'credit-bureau-extract.dat'.
    SELECT credit-bureau-rejects ASSIGN TO 'credit-bureau-rejects.dat'.

DATA DIVISION.
FILE SECTION.
FD loan-details-updated.
01 LOAN-DETAILS-RECORD-OUT.
    05 LDO-CUSTOMER-ID        PIC 9(6).
    05 LDO-LOAN-ID            PIC 9(6).
    05 LDO-LOAN-AMOUNT        PIC 9(7)V99.
    05 LDO-REMAINING-BALANCE  PIC 9(7)V99.
    05 LDO-INTEREST-RATE      PIC 9V9(4).
    05 LDO-ACCRUAL-FREQUENCY  PIC 9(2).
    05 LDO-DUE-DATE           PIC 9(8).
    05 LDO-LAST-PAYMENT-DATE  PIC 9(8).
    05 LDO-ESCROW-BALANCE     PIC 9(7)V99.
    05 LDO-ESCROW-PORTION     PIC 9(5)V99.
    05 LDO-SUSPENSE-BALANCE   PIC 9(7)V99.
    05 LDO-FEES-DUE           PIC 9(5)V99.

FD closed-loans.
01 CLOSED-LOAN-RECORD.
    05 CL-CUSTOMER-ID     PIC 9(6).
    05 CL-LOAN-ID         PIC 9(6).
    05 CL-PAYOFF-DATE     PIC 9(8).
    05 CL-REFUND-AMOUNT   PIC 9(7)V99.

FD delinquency-history.
01 DELINQUENCY-HISTORY-RECORD.
    05 DH-CUSTOMER-ID     PIC 9(6).
    05 DH-LOAN-ID         PIC 9(6).
    05 DH-MISSED-CYCLES   PIC 9(3).
    05 DH-AMOUNT-AT-RISK  PIC 9(7)V99.

FD promise-to-pay-updated.
01 PROMISE-RECORD-OUT.
    05 PPU-CUSTOMER-ID     PIC 9(6).
    05 PPU-LOAN-ID         PIC 9(6).
    05 PPU-PROMISED-AMOUNT PIC 9(7)V99.
    05 PPU-PROMISED-DATE   PIC 9(8).
    05 PPU-STATUS          PIC X.

FD standard-payments.
01 STANDARD-PAYMENT-RECORD.
    05 SPY-CUSTOMER-ID    PIC 9(6).
    05 SPY-LOAN-ID        PIC 9(6).
    05 SPY-PAYMENT-AMOUNT PIC 9(7)V99.

FD credit-bureau-extract.
01 BUREAU-HEADER-RECORD.
    05 BH-RECORD-TYPE         PIC X.
    05 BH-REPORTER-NAME       PIC X(30).
    05 BH-ACTIVITY-DATE       PIC 9(8).
    05 BH-REPORT-MONTH        PIC 9(6).
    05 FILLER                 PIC X(17).
01 BUREAU-DETAIL-RECORD.
    05 BR-RECORD-TYPE         PIC X.
    05 BR-CUSTOMER-ID         PIC 9(6).
    05 BR-LOAN-ID             PIC 9(6).
    05 BR-ACCOUNT-STATUS      PIC X(2).
    05 BR-PAYMENT-RATING      PIC X.
    05 BR-SPECIAL-COMMENT     PIC X(2).
    05 BR-CURRENT-BALANCE     PIC 9(7)V99.
    05 BR-SCHEDULED-PAYMENT   PIC 9(7)V99.
    05 BR-AMOUNT-PAST-DUE     PIC 9(7)V99.
    05 BR-LAST-PAYMENT-DATE   PIC 9(8).
    05 BR-DATE-CLOSED         PIC 9(8).
    05 FILLER                 PIC X(1).
01 BUREAU-TRAILER-RECORD.
    05 BT-RECORD-TYPE         PIC X.
    05 BT-DETAIL-COUNT        PIC 9(7).
    05 BT-OPEN-COUNT          PIC 9(7).
    05 BT-CLOSED-COUNT        PIC 9(7).
    05 BT-DELINQUENT-COUNT    PIC 9(7).
    05 BT-TOTAL-BALANCE       PIC 9(11)V99.
    05 BT-TOTAL-PAST-DUE      PIC 9(11)V99.
    05 BT-REJECT-COUNT        PIC 9(7).

FD credit-bureau-rejects.
01 BUREAU-REJECT-RECORD.
    05 BJ-CUSTOMER-ID     PIC 9(6).
    05 BJ-LOAN-ID         PIC 9(6).
    05 BJ-REASON          PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE       PIC X VALUE 'N'.
    88 EOF              VALUE 'Y'.
    88 NOT-EOF          VALUE 'N'.
01 WS-CLOSED-STATUS     PIC XX.
01 WS-DELHIST-STATUS    PIC XX.
01 WS-PROMISE-STATUS    PIC XX.
01 WS-STDPAY-STATUS     PIC XX.
01 WS-CURRENT-DATE      PIC 9(8).
01 WS-REPORT-MONTH      PIC 9(6).
01 WS-CLOSE-MONTH       PIC 9(6).
01 WS-REPORTER-NAME     PIC X(30) VALUE 'LEARNCOBOL LOAN SERVICING'.

01 WS-DELINQ-COUNT      PIC 9(4) VALUE 0.
01 DELINQUENCY-TABLE.
    05 DELINQUENCY-ENTRY OCCURS 500 TIMES INDEXED BY DELQ-IDX.
        10 DQ-CUSTOMER-ID     PIC 9(6).
        10 DQ-LOAN-ID         PIC 9(6).
        10 DQ-MISSED-CYCLES   PIC 9(3).
01 WS-PROMISE-COUNT     PIC 9(4) VALUE 0.
01 PROMISE-TABLE.
    05 PROMISE-ENTRY OCCURS 200 TIMES INDEXED BY PROM-IDX.
        10 PM-CUSTOMER-ID     PIC 9(6).
        10 PM-LOAN-ID         PIC 9(6).
01 WS-STDPAY-COUNT      PIC 9(4) VALUE 0.
01 STANDARD-PAYMENT-TABLE.
    05 STDPAY-ENTRY OCCURS 500 TIMES INDEXED BY STDPAY-IDX.
        10 ST-CUSTOMER-ID     PIC 9(6).
        10 ST-LOAN-ID         PIC 9(6).
        10 ST-PAYMENT-AMOUNT  PIC 9(7)V99.

01 WS-CUSTOMER-ID       PIC 9(6).
01 WS-LOAN-ID           PIC 9(6).
01 WS-STDPAY-FOUND      PIC X VALUE 'N'.
    88 STDPAY-FOUND     VALUE 'Y'.
01 WS-STANDARD-PAYMENT  PIC 9(7)V99.
01 WS-MISSED-CYCLES     PIC 9(3).
01 WS-PAST-DUE          PIC 9(9)V99.
01 WS-REJECT-REASON     PIC X(40).

01 WS-BUREAU-TOTALS.
    05 WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
    05 WS-OPEN-COUNT         PIC 9(7) VALUE 0.
    05 WS-CLOSED-COUNT       PIC 9(7) VALUE 0.
    05 WS-DELINQUENT-COUNT   PIC 9(7) VALUE 0.
    05 WS-TOTAL-BALANCE      PIC 9(11)V99 VALUE 0.
    05 WS-TOTAL-PAST-DUE     PIC 9(11)V99 VALUE 0.
    05 WS-REJECT-COUNT       PIC 9(7) VALUE 0.

01 OPS-LOG-PARAMETERS.
    05 OPS-PROGRAM-ID        PIC X(30).
    05 OPS-EVENT             PIC X(5).
    05 OPS-RECORDS-READ      PIC 9(7).
    05 OPS-RECORDS-WRITTEN   PIC 9(7).
    05 OPS-COMPLETION-STATUS PIC X(10).
01 WS-OPS-RECORDS-READ       PIC 9(7) VALUE 0.
01 WS-OPS-RECORDS-WRITTEN    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
BEGIN.
    PERFORM LOG-RUN-START
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    COMPUTE WS-REPORT-MONTH = WS-CURRENT-DATE / 100
    PERFORM LOAD-DELINQUENCY-HISTORY
    PERFORM LOAD-PROMISES
    PERFORM LOAD-STANDARD-PAYMENTS
    OPEN INPUT loan-details-updated
        OUTPUT credit-bureau-extract credit-bureau-rejects
    PERFORM WRITE-BUREAU-HEADER
    READ loan-details-updated AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM REPORT-OPEN-LOAN
        READ loan-details-updated AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE
    PERFORM REPORT-CLOSED-LOANS
    PERFORM WRITE-BUREAU-TRAILER
    CLOSE loan-details-updated credit-bureau-extract
        credit-bureau-rejects
    DISPLAY "Bureau records written: " WS-DETAIL-COUNT
    DISPLAY "Loans rejected from bureau extract: " WS-REJECT-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-DELINQUENCY-HISTORY.
    OPEN INPUT delinquency-history
    IF WS-DELHIST-STATUS = '00'
        READ delinquency-history AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-DELINQ-COUNT < 500
                ADD 1 TO WS-DELINQ-COUNT
                MOVE DH-CUSTOMER-ID TO DQ-CUSTOMER-ID(WS-DELINQ-COUNT)
                MOVE DH-LOAN-ID TO DQ-LOAN-ID(WS-DELINQ-COUNT)
                MOVE DH-MISSED-CYCLES TO DQ-MISSED-CYCLES(WS-DELINQ-COUNT)
            ELSE
                DISPLAY "Delinquency table full - discarding " DH-LOAN-ID
            END-IF
            READ delinquency-history AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE delinquency-history
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-PROMISES.
    OPEN INPUT promise-to-pay-updated
    IF WS-PROMISE-STATUS = '00'
        READ promise-to-pay-updated AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF PPU-STATUS = 'P'
                IF WS-PROMISE-COUNT < 200
                    ADD 1 TO WS-PROMISE-COUNT
                    MOVE PPU-CUSTOMER-ID
                        TO PM-CUSTOMER-ID(WS-PROMISE-COUNT)
                    MOVE PPU-LOAN-ID TO PM-LOAN-ID(WS-PROMISE-COUNT)
                ELSE
                    DISPLAY "Promise table full - discarding "
                        PPU-LOAN-ID
                END-IF
            END-IF
            READ promise-to-pay-updated AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE promise-to-pay-updated
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-STANDARD-PAYMENTS.
    OPEN INPUT standard-payments
    IF WS-STDPAY-STATUS = '00'
        READ standard-payments AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-STDPAY-COUNT < 500
                ADD 1 TO WS-STDPAY-COUNT
                MOVE SPY-CUSTOMER-ID
                    TO ST-CUSTOMER-ID(WS-STDPAY-COUNT)
                MOVE SPY-LOAN-ID TO ST-LOAN-ID(WS-STDPAY-COUNT)
                MOVE SPY-PAYMENT-AMOUNT
                    TO ST-PAYMENT-AMOUNT(WS-STDPAY-COUNT)
            ELSE
                DISPLAY "Standard payment table full - discarding "
                    SPY-LOAN-ID
            END-IF
            READ standard-payments AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE standard-payments
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

WRITE-BUREAU-HEADER.
    MOVE SPACES TO BUREAU-HEADER-RECORD
    MOVE 'H' TO BH-RECORD-TYPE
    MOVE WS-REPORTER-NAME TO BH-REPORTER-NAME
    MOVE WS-CURRENT-DATE TO BH-ACTIVITY-DATE
    MOVE WS-REPORT-MONTH TO BH-REPORT-MONTH
    WRITE BUREAU-HEADER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REPORT-OPEN-LOAN.
    MOVE LDO-CUSTOMER-ID TO WS-CUSTOMER-ID
    MOVE LDO-LOAN-ID TO WS-LOAN-ID
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN LDO-CUSTOMER-ID IS NOT NUMERIC
                OR LDO-LOAN-ID IS NOT NUMERIC
                OR LDO-CUSTOMER-ID = 0 OR LDO-LOAN-ID = 0
            MOVE 'Customer or loan id missing' TO WS-REJECT-REASON
        WHEN LDO-REMAINING-BALANCE IS NOT NUMERIC
            MOVE 'Current balance missing' TO WS-REJECT-REASON
        WHEN LDO-LAST-PAYMENT-DATE IS NOT NUMERIC
            MOVE 'Date of last payment missing' TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
        PERFORM FIND-STANDARD-PAYMENT
        IF NOT STDPAY-FOUND
            MOVE 'No scheduled payment on file' TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WRITE-BUREAU-REJECT
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-MISSED-CYCLES
    MOVE SPACES TO BUREAU-DETAIL-RECORD
    MOVE 'D' TO BR-RECORD-TYPE
    MOVE WS-CUSTOMER-ID TO BR-CUSTOMER-ID
    MOVE WS-LOAN-ID TO BR-LOAN-ID
    PERFORM SET-ACCOUNT-STATUS
    PERFORM SET-SPECIAL-COMMENT
    MOVE LDO-REMAINING-BALANCE TO BR-CURRENT-BALANCE
    MOVE WS-STANDARD-PAYMENT TO BR-SCHEDULED-PAYMENT
    COMPUTE WS-PAST-DUE = WS-MISSED-CYCLES * WS-STANDARD-PAYMENT
    IF WS-PAST-DUE > LDO-REMAINING-BALANCE
        MOVE LDO-REMAINING-BALANCE TO WS-PAST-DUE
    END-IF
    MOVE WS-PAST-DUE TO BR-AMOUNT-PAST-DUE
    MOVE LDO-LAST-PAYMENT-DATE TO BR-LAST-PAYMENT-DATE
    MOVE ZERO TO BR-DATE-CLOSED
    PERFORM WRITE-BUREAU-DETAIL
    ADD 1 TO WS-OPEN-COUNT
    IF WS-MISSED-CYCLES > 0
        ADD 1 TO WS-DELINQUENT-COUNT
    END-IF.

REPORT-CLOSED-LOANS.
    OPEN INPUT closed-loans
    IF WS-CLOSED-STATUS = '00'
        READ closed-loans AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            PERFORM REPORT-CLOSED-LOAN
            READ closed-loans AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE closed-loans
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

REPORT-CLOSED-LOAN.
    MOVE CL-CUSTOMER-ID TO WS-CUSTOMER-ID
    MOVE CL-LOAN-ID TO WS-LOAN-ID
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN CL-CUSTOMER-ID IS NOT NUMERIC
                OR CL-LOAN-ID IS NOT NUMERIC
                OR CL-CUSTOMER-ID = 0 OR CL-LOAN-ID = 0
            MOVE 'Customer or loan id missing' TO WS-REJECT-REASON
        WHEN CL-PAYOFF-DATE IS NOT NUMERIC OR CL-PAYOFF-DATE = 0
            MOVE 'Payoff date missing on closed loan' TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WRITE-BUREAU-REJECT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CLOSE-MONTH = CL-PAYOFF-DATE / 100
    IF WS-CLOSE-MONTH NOT = WS-REPORT-MONTH
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO BUREAU-DETAIL-RECORD
    MOVE 'D' TO BR-RECORD-TYPE
    MOVE WS-CUSTOMER-ID TO BR-CUSTOMER-ID
    MOVE WS-LOAN-ID TO BR-LOAN-ID
    MOVE '13' TO BR-ACCOUNT-STATUS
    MOVE '0' TO BR-PAYMENT-RATING
    MOVE SPACES TO BR-SPECIAL-COMMENT
    MOVE ZERO TO BR-CURRENT-BALANCE
    MOVE ZERO TO BR-SCHEDULED-PAYMENT
    MOVE ZERO TO BR-AMOUNT-PAST-DUE
    MOVE CL-PAYOFF-DATE TO BR-LAST-PAYMENT-DATE
    MOVE CL-PAYOFF-DATE TO BR-DATE-CLOSED
    PERFORM WRITE-BUREAU-DETAIL
    ADD 1 TO WS-CLOSED-COUNT.

FIND-STANDARD-PAYMENT.
    MOVE 'N' TO WS-STDPAY-FOUND
    MOVE ZERO TO WS-STANDARD-PAYMENT
    PERFORM VARYING STDPAY-IDX FROM 1 BY 1
            UNTIL STDPAY-IDX > WS-STDPAY-COUNT
        IF ST-CUSTOMER-ID(STDPAY-IDX) = WS-CUSTOMER-ID
                AND ST-LOAN-ID(STDPAY-IDX) = WS-LOAN-ID
            MOVE ST-PAYMENT-AMOUNT(STDPAY-IDX) TO WS-STANDARD-PAYMENT
            MOVE 'Y' TO WS-STDPAY-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-MISSED-CYCLES.
    MOVE ZERO TO WS-MISSED-CYCLES
    PERFORM VARYING DELQ-IDX FROM 1 BY 1
            UNTIL DELQ-IDX > WS-DELINQ-COUNT
        IF DQ-CUSTOMER-ID(DELQ-IDX) = WS-CUSTOMER-ID
                AND DQ-LOAN-ID(DELQ-IDX) = WS-LOAN-ID
            MOVE DQ-MISSED-CYCLES(DELQ-IDX) TO WS-MISSED-CYCLES
            EXIT PERFORM
        END-IF
    END-PERFORM.

SET-ACCOUNT-STATUS.
    EVALUATE WS-MISSED-CYCLES
        WHEN 0
            MOVE '11' TO BR-ACCOUNT-STATUS
            MOVE '0' TO BR-PAYMENT-RATING
        WHEN 1
            MOVE '71' TO BR-ACCOUNT-STATUS
            MOVE '1' TO BR-PAYMENT-RATING
        WHEN 2
            MOVE '78' TO BR-ACCOUNT-STATUS
            MOVE '2' TO BR-PAYMENT-RATING
        WHEN 3
            MOVE '80' TO BR-ACCOUNT-STATUS
            MOVE '3' TO BR-PAYMENT-RATING
        WHEN 4
            MOVE '82' TO BR-ACCOUNT-STATUS
            MOVE '4' TO BR-PAYMENT-RATING
        WHEN 5
            MOVE '83' TO BR-ACCOUNT-STATUS
            MOVE '5' TO BR-PAYMENT-RATING
        WHEN OTHER
            MOVE '84' TO BR-ACCOUNT-STATUS
            MOVE '6' TO BR-PAYMENT-RATING
    END-EVALUATE.

SET-SPECIAL-COMMENT.
    MOVE SPACES TO BR-SPECIAL-COMMENT
    PERFORM VARYING PROM-IDX FROM 1 BY 1
            UNTIL PROM-IDX > WS-PROMISE-COUNT
        IF PM-CUSTOMER-ID(PROM-IDX) = WS-CUSTOMER-ID
                AND PM-LOAN-ID(PROM-IDX) = WS-LOAN-ID
            MOVE 'AC' TO BR-SPECIAL-COMMENT
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-BUREAU-DETAIL.
    WRITE BUREAU-DETAIL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-DETAIL-COUNT
    ADD BR-CURRENT-BALANCE TO WS-TOTAL-BALANCE
    ADD BR-AMOUNT-PAST-DUE TO WS-TOTAL-PAST-DUE.

WRITE-BUREAU-REJECT.
    MOVE WS-CUSTOMER-ID TO BJ-CUSTOMER-ID
    MOVE WS-LOAN-ID TO BJ-LOAN-ID
    MOVE WS-REJECT-REASON TO BJ-REASON
    WRITE BUREAU-REJECT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REJECT-COUNT.

WRITE-BUREAU-TRAILER.
    MOVE 'T' TO BT-RECORD-TYPE
    MOVE WS-DETAIL-COUNT TO BT-DETAIL-COUNT
    MOVE WS-OPEN-COUNT TO BT-OPEN-COUNT
    MOVE WS-CLOSED-COUNT TO BT-CLOSED-COUNT
    MOVE WS-DELINQUENT-COUNT TO BT-DELINQUENT-COUNT
    MOVE WS-TOTAL-BALANCE TO BT-TOTAL-BALANCE
    MOVE WS-TOTAL-PAST-DUE TO BT-TOTAL-PAST-DUE
    MOVE WS-REJECT-COUNT TO BT-REJECT-COUNT
    WRITE BUREAU-TRAILER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'CreditBureauExtract' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
    MOVE ZERO TO OPS-RECORDS-READ
    MOVE ZERO TO OPS-RECORDS-WRITTEN
    MOVE 'STARTED' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

LOG-RUN-END.
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

END PROGRAM CreditBureauExtract.
