IDENTIFICATION DIVISION.
PROGRAM-ID. SubscriptionRefundProcessing.
AUTHOR. Your Name.
*> Customer refunds. Run after SubscriptionManagementSystem and before
*> invoicing and settlement reconciliation. Each request on
*> refund-requests.dat names the customer, the billing date of the
*> original charge, a full refund flag or an amount, and a reason.
*> The request is checked against the charges for that customer and
*> date on billing-history.dat, less any refunds already made against
*> them, and sales tax is refunded in proportion. An approved refund
*> is added to this cycle's billing-file.dat as a REFUND credit memo
*> (also kept on billing-history.dat and sales-tax-history.dat) and
*> sent to the card processor on processor-refunds.dat. Every request
*> is listed with its disposition on refund-register.dat, and the
*> request file is emptied once processed so that a rerun does not
*> refund the same request again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT refund-requests ASSIGN TO 'refund-requests.dat'
        FILE STATUS IS WS-REQUEST-STATUS.
    SELECT OPTIONAL billing-history ASSIGN TO 'billing-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT OPTIONAL billing-file ASSIGN TO 'billing-file.dat'.
    SELECT OPTIONAL sales-tax-history ASSIGN TO 'sales-tax-history.dat'.
    SELECT processor-refunds ASSIGN TO 'processor-refunds.dat'.
    SELECT refund-register ASSIGN TO 'refund-register.dat'.

DATA DIVISION.
FILE SECTION.
FD refund-requests.
01 REFUND-REQUEST-RECORD.
    05 RQ-CUSTOMER-ID      PIC X(10).
    05 RQ-ORIGINAL-DATE    PIC 9(8).
    05 RQ-FULL-REFUND      PIC X.
    05 RQ-REFUND-AMOUNT    PIC 9(5)V99.
    05 RQ-REASON-CODE      PIC X(4).

FD billing-history.
01 BILLING-HISTORY-RECORD.
    05 BH-CUSTOMER-ID      PIC X(10).
    05 BH-SUBSCRIPTION-FEE PIC 9(5)V99.
    05 BH-BILLING-TYPE     PIC X(10).
    05 BH-BILLING-DATE     PIC 9(8).
    05 BH-REASON-CODE      PIC X(4).
    05 BH-PLAN-CODE        PIC X(4).
    05 BH-PERIOD-START     PIC 9(8).
    05 BH-PERIOD-END       PIC 9(8).
    05 BH-PREPAY-DISCOUNT  PIC 9(5)V99.
    05 BH-PROMO-CODE       PIC X(6).
    05 BH-PROMO-AMOUNT     PIC 9(5)V99.
    05 BH-PRORATION-SOURCE PIC X.
    05 BH-TAX-JURISDICTION PIC X(5).
    05 BH-TAX-RATE         PIC V9(5).
    05 BH-TAX-AMOUNT       PIC 9(5)V99.
    05 BH-ORIGINAL-DATE    PIC 9(8).

FD billing-file.
01 BILLING-RECORD.
    05 BR-CUSTOMER-ID      PIC X(10).
    05 BR-SUBSCRIPTION-FEE PIC 9(5)V99.
    05 BR-BILLING-TYPE     PIC X(10).
    05 BR-BILLING-DATE     PIC 9(8).
    05 BR-REASON-CODE      PIC X(4).
    05 BR-PLAN-CODE        PIC X(4).
    05 BR-PERIOD-START     PIC 9(8).
    05 BR-PERIOD-END       PIC 9(8).
    05 BR-PREPAY-DISCOUNT  PIC 9(5)V99.
    05 BR-PROMO-CODE       PIC X(6).
    05 BR-PROMO-AMOUNT     PIC 9(5)V99.
    05 BR-PRORATION-SOURCE PIC X.
    05 BR-TAX-JURISDICTION PIC X(5).
    05 BR-TAX-RATE         PIC V9(5).
    05 BR-TAX-AMOUNT       PIC 9(5)V99.
    05 BR-ORIGINAL-DATE    PIC 9(8).

FD sales-tax-history.
01 SALES-TAX-HISTORY-RECORD.
    05 TH-BILLING-DATE     PIC 9(8).
    05 TH-CUSTOMER-ID      PIC X(10).
    05 TH-BILLING-TYPE     PIC X(10).
    05 TH-TAX-JURISDICTION PIC X(5).
    05 TH-PLAN-CODE        PIC X(4).
    05 TH-TAXABLE          PIC X.
    05 TH-SALES-AMOUNT     PIC 9(5)V99.
    05 TH-TAX-RATE         PIC V9(5).
    05 TH-TAX-AMOUNT       PIC 9(5)V99.

FD processor-refunds.
01 PROCESSOR-REFUND-RECORD.
    05 PR-CUSTOMER-ID      PIC X(10).
    05 PR-REFUND-AMOUNT    PIC 9(6)V99.
    05 PR-ORIGINAL-DATE    PIC 9(8).
    05 PR-REASON-CODE      PIC X(4).
    05 PR-REQUEST-DATE     PIC 9(8).

FD refund-register.
01 REFUND-REGISTER-RECORD.
    05 RR-CUSTOMER-ID      PIC X(10).
    05 RR-ORIGINAL-DATE    PIC 9(8).
    05 RR-DISPOSITION      PIC X(8).
    05 RR-REFUND-AMOUNT    PIC 9(5)V99.
    05 RR-TAX-AMOUNT       PIC 9(5)V99.
    05 RR-REASON-CODE      PIC X(4).
    05 RR-MESSAGE          PIC X(45).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-REQUEST-STATUS      PIC XX.
01 WS-HISTORY-STATUS      PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).

*> Each request carries what was charged on the original billing date
*> and what has been refunded against it so far.
01 WS-REFUND-COUNT        PIC 9(4) VALUE 0.
01 REFUND-TABLE.
    05 REFUND-ENTRY OCCURS 500 TIMES INDEXED BY REFUND-IDX LATER-IDX.
        10 RF-CUSTOMER-ID      PIC X(10).
        10 RF-ORIGINAL-DATE    PIC 9(8).
        10 RF-FULL-REFUND      PIC X.
        10 RF-REFUND-AMOUNT    PIC 9(5)V99.
        10 RF-REASON-CODE      PIC X(4).
        10 RF-CHARGED-FEE      PIC 9(6)V99.
        10 RF-CHARGED-TAX      PIC 9(6)V99.
        10 RF-REFUNDED-FEE     PIC 9(6)V99.
        10 RF-REFUNDED-TAX     PIC 9(6)V99.
        10 RF-LARGEST-CHARGE   PIC 9(5)V99.
        10 RF-PLAN-CODE        PIC X(4).
        10 RF-PERIOD-START     PIC 9(8).
        10 RF-PERIOD-END       PIC 9(8).
        10 RF-TAX-JURISDICTION PIC X(5).
        10 RF-TAX-RATE         PIC V9(5).

01 WS-REFUNDABLE-FEE      PIC S9(6)V99.
01 WS-REFUNDABLE-TAX      PIC S9(6)V99.
01 WS-REFUND-FEE          PIC 9(6)V99.
01 WS-REFUND-TAX          PIC 9(6)V99.
01 WS-REJECT-MESSAGE      PIC X(45).

01 WS-APPROVED-COUNT      PIC 9(5) VALUE 0.
01 WS-REJECTED-COUNT      PIC 9(5) VALUE 0.
01 WS-REFUND-TOTAL        PIC 9(9)V99 VALUE 0.

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
    PERFORM LOAD-REFUND-REQUESTS
    PERFORM TOTAL-ORIGINAL-CHARGES
    OPEN EXTEND billing-file billing-history sales-tax-history
        OUTPUT processor-refunds refund-register
    PERFORM VARYING REFUND-IDX FROM 1 BY 1
            UNTIL REFUND-IDX > WS-REFUND-COUNT
        PERFORM PROCESS-REFUND-REQUEST
    END-PERFORM
    CLOSE billing-file billing-history sales-tax-history
        processor-refunds refund-register
    IF WS-REFUND-COUNT > 0
        OPEN OUTPUT refund-requests
        CLOSE refund-requests
    END-IF
    DISPLAY "Refunds approved: " WS-APPROVED-COUNT
        " rejected: " WS-REJECTED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-REFUND-REQUESTS.
    OPEN INPUT refund-requests
    IF WS-REQUEST-STATUS NOT = '00'
        DISPLAY "No refund requests to process"
        EXIT PARAGRAPH
    END-IF
    READ refund-requests AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-REFUND-COUNT < 500
            ADD 1 TO WS-REFUND-COUNT
            SET REFUND-IDX TO WS-REFUND-COUNT
            MOVE RQ-CUSTOMER-ID TO RF-CUSTOMER-ID(REFUND-IDX)
            MOVE RQ-ORIGINAL-DATE TO RF-ORIGINAL-DATE(REFUND-IDX)
            MOVE RQ-FULL-REFUND TO RF-FULL-REFUND(REFUND-IDX)
            IF RQ-REFUND-AMOUNT IS NUMERIC
                MOVE RQ-REFUND-AMOUNT TO RF-REFUND-AMOUNT(REFUND-IDX)
            ELSE
                MOVE ZERO TO RF-REFUND-AMOUNT(REFUND-IDX)
            END-IF
            MOVE RQ-REASON-CODE TO RF-REASON-CODE(REFUND-IDX)
            MOVE ZERO TO RF-CHARGED-FEE(REFUND-IDX)
            MOVE ZERO TO RF-CHARGED-TAX(REFUND-IDX)
            MOVE ZERO TO RF-REFUNDED-FEE(REFUND-IDX)
            MOVE ZERO TO RF-REFUNDED-TAX(REFUND-IDX)
            MOVE ZERO TO RF-LARGEST-CHARGE(REFUND-IDX)
            MOVE SPACES TO RF-PLAN-CODE(REFUND-IDX)
            MOVE ZERO TO RF-PERIOD-START(REFUND-IDX)
            MOVE ZERO TO RF-PERIOD-END(REFUND-IDX)
            MOVE SPACES TO RF-TAX-JURISDICTION(REFUND-IDX)
            MOVE ZERO TO RF-TAX-RATE(REFUND-IDX)
        ELSE
            DISPLAY "Refund request table full - discarding "
                RQ-CUSTOMER-ID
        END-IF
        READ refund-requests AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE refund-requests
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-ORIGINAL-CHARGES.
    IF WS-REFUND-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT billing-history
    IF WS-HISTORY-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ billing-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM VARYING REFUND-IDX FROM 1 BY 1
                UNTIL REFUND-IDX > WS-REFUND-COUNT
            IF BH-CUSTOMER-ID = RF-CUSTOMER-ID(REFUND-IDX)
                PERFORM TOTAL-HISTORY-FOR-REQUEST
            END-IF
        END-PERFORM
        READ billing-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE billing-history
    MOVE 'N' TO WS-END-OF-FILE.

*> The plan, service period and tax rate of a refund are taken from
*> the largest charge on the original billing date.
TOTAL-HISTORY-FOR-REQUEST.
    EVALUATE TRUE
        WHEN BH-BILLING-TYPE = 'REFUND'
                AND BH-ORIGINAL-DATE = RF-ORIGINAL-DATE(REFUND-IDX)
            ADD BH-SUBSCRIPTION-FEE TO RF-REFUNDED-FEE(REFUND-IDX)
            ADD BH-TAX-AMOUNT TO RF-REFUNDED-TAX(REFUND-IDX)
        WHEN BH-BILLING-DATE = RF-ORIGINAL-DATE(REFUND-IDX)
                AND (BH-BILLING-TYPE = 'RENEWAL'
                    OR BH-BILLING-TYPE = 'SIGNUP'
                    OR BH-BILLING-TYPE = 'UPGRADE'
                    OR BH-BILLING-TYPE = 'ANNUAL')
            ADD BH-SUBSCRIPTION-FEE TO RF-CHARGED-FEE(REFUND-IDX)
            ADD BH-TAX-AMOUNT TO RF-CHARGED-TAX(REFUND-IDX)
            IF BH-SUBSCRIPTION-FEE > RF-LARGEST-CHARGE(REFUND-IDX)
                MOVE BH-SUBSCRIPTION-FEE TO RF-LARGEST-CHARGE(REFUND-IDX)
                MOVE BH-PLAN-CODE TO RF-PLAN-CODE(REFUND-IDX)
                MOVE BH-PERIOD-START TO RF-PERIOD-START(REFUND-IDX)
                MOVE BH-PERIOD-END TO RF-PERIOD-END(REFUND-IDX)
                MOVE BH-TAX-JURISDICTION
                    TO RF-TAX-JURISDICTION(REFUND-IDX)
                MOVE BH-TAX-RATE TO RF-TAX-RATE(REFUND-IDX)
            END-IF
    END-EVALUATE.

PROCESS-REFUND-REQUEST.
    COMPUTE WS-REFUNDABLE-FEE =
        RF-CHARGED-FEE(REFUND-IDX) - RF-REFUNDED-FEE(REFUND-IDX)
    COMPUTE WS-REFUNDABLE-TAX =
        RF-CHARGED-TAX(REFUND-IDX) - RF-REFUNDED-TAX(REFUND-IDX)
    IF RF-FULL-REFUND(REFUND-IDX) = 'F'
        IF WS-REFUNDABLE-FEE > 0
            MOVE WS-REFUNDABLE-FEE TO WS-REFUND-FEE
        ELSE
            MOVE ZERO TO WS-REFUND-FEE
        END-IF
    ELSE
        MOVE RF-REFUND-AMOUNT(REFUND-IDX) TO WS-REFUND-FEE
    END-IF
    EVALUATE TRUE
        WHEN RF-REASON-CODE(REFUND-IDX) = SPACES
            MOVE 'Refund reason code required' TO WS-REJECT-MESSAGE
            PERFORM WRITE-REFUND-REJECTION
        WHEN RF-CHARGED-FEE(REFUND-IDX) = 0
            MOVE 'No charge on original billing date' TO WS-REJECT-MESSAGE
            PERFORM WRITE-REFUND-REJECTION
        WHEN WS-REFUNDABLE-FEE NOT > 0
            MOVE 'Charge already fully refunded' TO WS-REJECT-MESSAGE
            PERFORM WRITE-REFUND-REJECTION
        WHEN WS-REFUND-FEE = 0
            MOVE 'Refund amount missing' TO WS-REJECT-MESSAGE
            PERFORM WRITE-REFUND-REJECTION
        WHEN WS-REFUND-FEE > WS-REFUNDABLE-FEE
            MOVE 'Refund exceeds amount still refundable'
                TO WS-REJECT-MESSAGE
            PERFORM WRITE-REFUND-REJECTION
        WHEN OTHER
            PERFORM APPLY-REFUND
    END-EVALUATE.

APPLY-REFUND.
    IF WS-REFUND-FEE = WS-REFUNDABLE-FEE
        MOVE WS-REFUNDABLE-TAX TO WS-REFUND-TAX
    ELSE
        COMPUTE WS-REFUND-TAX ROUNDED = RF-CHARGED-TAX(REFUND-IDX)
            * WS-REFUND-FEE / RF-CHARGED-FEE(REFUND-IDX)
        IF WS-REFUND-TAX > WS-REFUNDABLE-TAX
            MOVE WS-REFUNDABLE-TAX TO WS-REFUND-TAX
        END-IF
    END-IF
    PERFORM WRITE-CREDIT-MEMO
    PERFORM WRITE-SALES-TAX-REFUND
    MOVE RF-CUSTOMER-ID(REFUND-IDX) TO PR-CUSTOMER-ID
    COMPUTE PR-REFUND-AMOUNT = WS-REFUND-FEE + WS-REFUND-TAX
    MOVE RF-ORIGINAL-DATE(REFUND-IDX) TO PR-ORIGINAL-DATE
    MOVE RF-REASON-CODE(REFUND-IDX) TO PR-REASON-CODE
    MOVE WS-CURRENT-DATE TO PR-REQUEST-DATE
    WRITE PROCESSOR-REFUND-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE RF-CUSTOMER-ID(REFUND-IDX) TO RR-CUSTOMER-ID
    MOVE RF-ORIGINAL-DATE(REFUND-IDX) TO RR-ORIGINAL-DATE
    MOVE 'REFUNDED' TO RR-DISPOSITION
    MOVE WS-REFUND-FEE TO RR-REFUND-AMOUNT
    MOVE WS-REFUND-TAX TO RR-TAX-AMOUNT
    MOVE RF-REASON-CODE(REFUND-IDX) TO RR-REASON-CODE
    MOVE SPACES TO RR-MESSAGE
    WRITE REFUND-REGISTER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-APPROVED-COUNT
    ADD PR-REFUND-AMOUNT TO WS-REFUND-TOTAL
    PERFORM VARYING LATER-IDX FROM REFUND-IDX BY 1
            UNTIL LATER-IDX > WS-REFUND-COUNT
        IF RF-CUSTOMER-ID(LATER-IDX) = RF-CUSTOMER-ID(REFUND-IDX)
                AND RF-ORIGINAL-DATE(LATER-IDX) =
                    RF-ORIGINAL-DATE(REFUND-IDX)
            ADD WS-REFUND-FEE TO RF-REFUNDED-FEE(LATER-IDX)
            ADD WS-REFUND-TAX TO RF-REFUNDED-TAX(LATER-IDX)
        END-IF
    END-PERFORM.

WRITE-CREDIT-MEMO.
    MOVE RF-CUSTOMER-ID(REFUND-IDX) TO BR-CUSTOMER-ID
    MOVE WS-REFUND-FEE TO BR-SUBSCRIPTION-FEE
    MOVE 'REFUND' TO BR-BILLING-TYPE
    MOVE WS-CURRENT-DATE TO BR-BILLING-DATE
    MOVE RF-REASON-CODE(REFUND-IDX) TO BR-REASON-CODE
    MOVE RF-PLAN-CODE(REFUND-IDX) TO BR-PLAN-CODE
    MOVE RF-PERIOD-START(REFUND-IDX) TO BR-PERIOD-START
    MOVE RF-PERIOD-END(REFUND-IDX) TO BR-PERIOD-END
    MOVE ZERO TO BR-PREPAY-DISCOUNT
    MOVE SPACES TO BR-PROMO-CODE
    MOVE ZERO TO BR-PROMO-AMOUNT
    MOVE SPACES TO BR-PRORATION-SOURCE
    MOVE RF-TAX-JURISDICTION(REFUND-IDX) TO BR-TAX-JURISDICTION
    MOVE RF-TAX-RATE(REFUND-IDX) TO BR-TAX-RATE
    MOVE WS-REFUND-TAX TO BR-TAX-AMOUNT
    MOVE RF-ORIGINAL-DATE(REFUND-IDX) TO BR-ORIGINAL-DATE
    WRITE BILLING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE BILLING-RECORD TO BILLING-HISTORY-RECORD
    WRITE BILLING-HISTORY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-SALES-TAX-REFUND.
    MOVE WS-CURRENT-DATE TO TH-BILLING-DATE
    MOVE RF-CUSTOMER-ID(REFUND-IDX) TO TH-CUSTOMER-ID
    MOVE 'REFUND' TO TH-BILLING-TYPE
    MOVE RF-TAX-JURISDICTION(REFUND-IDX) TO TH-TAX-JURISDICTION
    MOVE RF-PLAN-CODE(REFUND-IDX) TO TH-PLAN-CODE
    IF RF-TAX-RATE(REFUND-IDX) > 0
        MOVE 'Y' TO TH-TAXABLE
    ELSE
        MOVE 'N' TO TH-TAXABLE
    END-IF
    MOVE WS-REFUND-FEE TO TH-SALES-AMOUNT
    MOVE RF-TAX-RATE(REFUND-IDX) TO TH-TAX-RATE
    MOVE WS-REFUND-TAX TO TH-TAX-AMOUNT
    WRITE SALES-TAX-HISTORY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-REFUND-REJECTION.
    MOVE RF-CUSTOMER-ID(REFUND-IDX) TO RR-CUSTOMER-ID
    MOVE RF-ORIGINAL-DATE(REFUND-IDX) TO RR-ORIGINAL-DATE
    MOVE 'REJECTED' TO RR-DISPOSITION
    MOVE ZERO TO RR-REFUND-AMOUNT
    MOVE ZERO TO RR-TAX-AMOUNT
    MOVE RF-REASON-CODE(REFUND-IDX) TO RR-REASON-CODE
    MOVE WS-REJECT-MESSAGE TO RR-MESSAGE
    WRITE REFUND-REGISTER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REJECTED-COUNT.

LOG-RUN-START.
    MOVE 'SubscriptionRefundProcessing' TO OPS-PROGRAM-ID
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

END PROGRAM SubscriptionRefundProcessing.
