    SELECT held-aging-report ASSIGN TO 'held-aging-report.dat'.
    SELECT promotion-master ASSIGN TO 'promotion-master.dat'
        FILE STATUS IS WS-PROMO-STATUS.
    SELECT sales-tax-rates ASSIGN TO 'sales-tax-rates.dat'
        FILE STATUS IS WS-TAXRATE-STATUS.
    SELECT OPTIONAL sales-tax-history ASSIGN TO 'sales-tax-history.dat'.
    SELECT OPTIONAL billing-history ASSIGN TO 'billing-history.dat'.

DATA DIVISION.
FILE SECTION.
    05 BILLING-FREQUENCY   PIC X.
        88 MONTHLY-BILLING VALUES 'M' SPACE.
        88 ANNUAL-BILLING  VALUE 'A'.
    05 TAX-JURISDICTION    PIC X(5).

FD subscription-file-updated.
01 SUBSCRIPTION-RECORD-UPDATED.
    05 SU-PROMO-DISCOUNT      PIC V999.
    05 SU-PROMO-CYCLES-LEFT   PIC 9(2).
    05 SU-BILLING-FREQUENCY   PIC X.
    05 SU-TAX-JURISDICTION    PIC X(5).

FD billing-file.
01 BILLING-RECORD.
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

FD billing-history.
01 BILLING-HISTORY-RECORD  PIC X(105).

FD cancellation-file.
01 CANCELLATION-RECORD.
    05 SG-PLAN-CODE        PIC X(4).
    05 SG-PROMO-CODE       PIC X(6).
    05 SG-BILLING-FREQUENCY PIC X.
    05 SG-TAX-JURISDICTION PIC X(5).

FD plan-master.
01 PLAN-MASTER-RECORD.
    05 PM-PLAN-CODE        PIC X(4).
    05 PM-PLAN-FEE         PIC 9(5)V99.
    05 PM-TAXABLE          PIC X.

FD plan-changes.
01 PLAN-CHANGE-RECORD.
    05 PO-DISCOUNT-PERCENT PIC V999.
    05 PO-DURATION-CYCLES  PIC 9(2).

FD sales-tax-rates.
01 SALES-TAX-RATE-RECORD.
    05 TR-TAX-JURISDICTION PIC X(5).
    05 TR-EFFECTIVE-DATE   PIC 9(8).
    05 TR-TAX-RATE         PIC V9(5).
    05 TR-JURISDICTION-NAME PIC X(20).

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

FD signup-confirmations.
01 SIGNUP-CONFIRMATION-RECORD.
    05 SC-CUSTOMER-ID      PIC X(10).
01 WS-ANNUAL-AMOUNT       PIC 9(6)V99.
01 WS-PROMO-MONTHS        PIC 9(2).
01 WS-NEXT-CYCLE-DAYS     PIC S9(5).
01 WS-UNDISCOUNTED-AMOUNT PIC 9(6)V99.
01 WS-NEXT-PERIOD-START   PIC 9(8).

01 WS-CANCEL-COUNT        PIC 9(4) VALUE 0.
01 CANCELLATION-TABLE.
    05 PLAN-ENTRY OCCURS 20 TIMES INDEXED BY PLAN-IDX.
        10 PT-PLAN-CODE    PIC X(4).
        10 PT-PLAN-FEE     PIC 9(5)V99.
        10 PT-TAXABLE      PIC X.
01 WS-PLAN-FOUND          PIC X VALUE 'N'.
    88 PLAN-FOUND         VALUE 'Y'.
01 WS-LOOKUP-PLAN-CODE    PIC X(4).
        10 SN-PLAN-CODE    PIC X(4).
        10 SN-PROMO-CODE   PIC X(6).
        10 SN-BILLING-FREQUENCY PIC X.
        10 SN-TAX-JURISDICTION PIC X(5).
        10 SN-DUPLICATE    PIC X.
01 WS-DUPLICATE-SIGNUP-IN-BATCH PIC X.
    88 DUPLICATE-SIGNUP-IN-BATCH VALUE 'Y'.
01 WS-PROMO-DISCOUNT      PIC V999.
01 WS-PROMO-DURATION      PIC 9(2).
01 WS-DISCOUNTED-FEE      PIC 9(5)V99.
*> Sales tax: rates by jurisdiction with effective dates; the rate
*> used is the latest one in effect on the billing date.
01 WS-TAXRATE-STATUS      PIC XX.
01 WS-TAXRATE-COUNT       PIC 9(4) VALUE 0.
01 TAX-RATE-TABLE.
    05 TAX-RATE-ENTRY OCCURS 500 TIMES INDEXED BY TAXRATE-IDX.
        10 RT-TAX-JURISDICTION PIC X(5).
        10 RT-EFFECTIVE-DATE   PIC 9(8).
        10 RT-TAX-RATE         PIC V9(5).
01 WS-TAX-RATE-FOUND      PIC X VALUE 'N'.
    88 TAX-RATE-FOUND     VALUE 'Y'.
01 WS-LOOKUP-JURISDICTION PIC X(5).
01 WS-LOOKUP-TAX-DATE     PIC 9(8).
01 WS-TAX-RATE            PIC V9(5).
01 WS-TAX-RATE-DATE       PIC 9(8).
01 WS-PLAN-TAXABLE        PIC X VALUE 'Y'.
    88 PLAN-TAXABLE       VALUE 'Y'.
01 WS-FAILURE-COUNT       PIC 9(4) VALUE 0.
01 FAILURE-TABLE.
    05 FAILURE-ENTRY OCCURS 200 TIMES INDEXED BY FAILURE-IDX.
            plan-master
         OUTPUT billing-file dunning-notices subscription-file-updated
             signup-confirmations held-aging-report
         EXTEND sales-tax-history billing-history
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-CANCELLATIONS
    PERFORM LOAD-PAYMENT-FAILURES
    PERFORM LOAD-PLAN-MASTER
    PERFORM LOAD-PROMOTION-MASTER
    PERFORM LOAD-SALES-TAX-RATES
    PERFORM LOAD-PLAN-CHANGES
    PERFORM LOAD-HOLD-REQUESTS
    PERFORM LOAD-SIGNUPS
    CLOSE subscription-file billing-file cancellation-file
        payment-failures dunning-notices subscription-file-updated
        signup-confirmations plan-master held-aging-report
        sales-tax-history billing-history
    PERFORM LOG-RUN-END
    STOP RUN.

            ADD 1 TO WS-PLAN-COUNT
            MOVE PM-PLAN-CODE TO PT-PLAN-CODE(WS-PLAN-COUNT)
            MOVE PM-PLAN-FEE TO PT-PLAN-FEE(WS-PLAN-COUNT)
            MOVE PM-TAXABLE TO PT-TAXABLE(WS-PLAN-COUNT)
        ELSE
            DISPLAY "Plan table full - discarding " PM-PLAN-CODE
        END-IF
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-SALES-TAX-RATES.
    OPEN INPUT sales-tax-rates
    IF WS-TAXRATE-STATUS = '00'
        READ sales-tax-rates INTO SALES-TAX-RATE-RECORD
            AT END SET EOF TO TRUE
        END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-TAXRATE-COUNT < 500
                ADD 1 TO WS-TAXRATE-COUNT
                MOVE TR-TAX-JURISDICTION
                    TO RT-TAX-JURISDICTION(WS-TAXRATE-COUNT)
                MOVE TR-EFFECTIVE-DATE
                    TO RT-EFFECTIVE-DATE(WS-TAXRATE-COUNT)
                MOVE TR-TAX-RATE TO RT-TAX-RATE(WS-TAXRATE-COUNT)
            ELSE
                DISPLAY "Sales tax rate table full - discarding "
                    TR-TAX-JURISDICTION
            END-IF
            READ sales-tax-rates INTO SALES-TAX-RATE-RECORD
                AT END SET EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE sales-tax-rates
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

FIND-TAX-RATE.
    MOVE 'N' TO WS-TAX-RATE-FOUND
    MOVE ZERO TO WS-TAX-RATE
    MOVE ZERO TO WS-TAX-RATE-DATE
    PERFORM VARYING TAXRATE-IDX FROM 1 BY 1
            UNTIL TAXRATE-IDX > WS-TAXRATE-COUNT
        IF RT-TAX-JURISDICTION(TAXRATE-IDX) = WS-LOOKUP-JURISDICTION
                AND RT-EFFECTIVE-DATE(TAXRATE-IDX) <= WS-LOOKUP-TAX-DATE
                AND RT-EFFECTIVE-DATE(TAXRATE-IDX) >= WS-TAX-RATE-DATE
            MOVE RT-TAX-RATE(TAXRATE-IDX) TO WS-TAX-RATE
            MOVE RT-EFFECTIVE-DATE(TAXRATE-IDX) TO WS-TAX-RATE-DATE
            MOVE 'Y' TO WS-TAX-RATE-FOUND
        END-IF
    END-PERFORM.

*> Plans are taxable unless flagged N on the plan master.
FIND-PLAN-TAXABILITY.
    MOVE 'Y' TO WS-PLAN-TAXABLE
    PERFORM VARYING PLAN-IDX FROM 1 BY 1 UNTIL PLAN-IDX > WS-PLAN-COUNT
        IF PT-PLAN-CODE(PLAN-IDX) = BR-PLAN-CODE
            IF PT-TAXABLE(PLAN-IDX) = 'N'
                MOVE 'N' TO WS-PLAN-TAXABLE
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-PROMOTION.
    MOVE 'N' TO WS-PROMO-FOUND
    MOVE ZERO TO WS-PROMO-DISCOUNT
            MOVE 'UPGRADE' TO BR-BILLING-TYPE
            MOVE WS-CURRENT-DATE TO BR-BILLING-DATE
            MOVE SPACES TO BR-REASON-CODE
            PERFORM SET-PLAN-CHANGE-DETAIL
            PERFORM WRITE-BILLING-RECORD
        END-IF
        IF WS-PRORATED-DIFFERENCE < 0
            MOVE CUSTOMER-ID TO BR-CUSTOMER-ID
            MOVE 'CREDIT' TO BR-BILLING-TYPE
            MOVE WS-CURRENT-DATE TO BR-BILLING-DATE
            MOVE SPACES TO BR-REASON-CODE
            PERFORM SET-PLAN-CHANGE-DETAIL
            PERFORM WRITE-BILLING-RECORD
        END-IF
        MOVE WS-LOOKUP-PLAN-CODE TO PLAN-CODE
        MOVE WS-PLAN-FEE TO SUBSCRIPTION-FEE
    END-IF.

*> Proration runs from today to the end of the current cycle.
SET-PLAN-CHANGE-DETAIL.
    PERFORM CLEAR-BILLING-DETAIL
    MOVE WS-LOOKUP-PLAN-CODE TO BR-PLAN-CODE
    MOVE TAX-JURISDICTION TO BR-TAX-JURISDICTION
    MOVE WS-CURRENT-DATE TO BR-PERIOD-START
    MOVE RENEWAL-DATE TO WS-NEXT-PERIOD-START
    PERFORM SET-SERVICE-PERIOD-END
    MOVE 'P' TO BR-PRORATION-SOURCE.

*> Every billing record carries the plan, the service period it pays
*> for and the discounts taken, so an invoice can show how the net
*> BR-SUBSCRIPTION-FEE was made up.
CLEAR-BILLING-DETAIL.
    MOVE SPACES TO BR-PLAN-CODE
    MOVE ZERO TO BR-PERIOD-START
    MOVE ZERO TO BR-PERIOD-END
    MOVE ZERO TO BR-PREPAY-DISCOUNT
    MOVE SPACES TO BR-PROMO-CODE
    MOVE ZERO TO BR-PROMO-AMOUNT
    MOVE SPACES TO BR-PRORATION-SOURCE
    MOVE SPACES TO BR-TAX-JURISDICTION
    MOVE ZERO TO BR-TAX-RATE
    MOVE ZERO TO BR-TAX-AMOUNT
    MOVE ZERO TO BR-ORIGINAL-DATE.

SET-SERVICE-PERIOD-END.
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-NEXT-PERIOD-START TO DS-DATE-FROM
    MOVE -1 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO BR-PERIOD-END.

*> Tax is charged on the net amount billed; credits carry the tax
*> given back. billing-file.dat holds this cycle only, so every
*> billing record is also kept on billing-history.dat (refunds are
*> checked against it) and on the sales tax history for the monthly
*> liability report.
WRITE-BILLING-RECORD.
    PERFORM CALCULATE-SALES-TAX
    WRITE BILLING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE BILLING-RECORD TO BILLING-HISTORY-RECORD
    WRITE BILLING-HISTORY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM WRITE-SALES-TAX-HISTORY.

CALCULATE-SALES-TAX.
    MOVE ZERO TO BR-TAX-RATE
    MOVE ZERO TO BR-TAX-AMOUNT
    PERFORM FIND-PLAN-TAXABILITY
    IF BR-TAX-JURISDICTION = SPACES OR NOT PLAN-TAXABLE
        EXIT PARAGRAPH
    END-IF
    MOVE BR-TAX-JURISDICTION TO WS-LOOKUP-JURISDICTION
    MOVE BR-BILLING-DATE TO WS-LOOKUP-TAX-DATE
    PERFORM FIND-TAX-RATE
    IF NOT TAX-RATE-FOUND
        DISPLAY "No sales tax rate for jurisdiction "
            BR-TAX-JURISDICTION " - customer " BR-CUSTOMER-ID
            " billed without tax"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TAX-RATE TO BR-TAX-RATE
    COMPUTE BR-TAX-AMOUNT ROUNDED = BR-SUBSCRIPTION-FEE * WS-TAX-RATE.

WRITE-SALES-TAX-HISTORY.
    MOVE BR-BILLING-DATE TO TH-BILLING-DATE
    MOVE BR-CUSTOMER-ID TO TH-CUSTOMER-ID
    MOVE BR-BILLING-TYPE TO TH-BILLING-TYPE
    MOVE BR-TAX-JURISDICTION TO TH-TAX-JURISDICTION
    MOVE BR-PLAN-CODE TO TH-PLAN-CODE
    IF BR-TAX-RATE > 0
        MOVE 'Y' TO TH-TAXABLE
    ELSE
        MOVE 'N' TO TH-TAXABLE
    END-IF
    MOVE BR-SUBSCRIPTION-FEE TO TH-SALES-AMOUNT
    MOVE BR-TAX-RATE TO TH-TAX-RATE
    MOVE BR-TAX-AMOUNT TO TH-TAX-AMOUNT
    WRITE SALES-TAX-HISTORY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOAD-SIGNUPS.
    OPEN INPUT signup-transactions
    IF WS-SIGNUP-STATUS = '00'
                MOVE SG-PROMO-CODE TO SN-PROMO-CODE(WS-SIGNUP-COUNT)
                MOVE SG-BILLING-FREQUENCY
                    TO SN-BILLING-FREQUENCY(WS-SIGNUP-COUNT)
                MOVE SG-TAX-JURISDICTION
                    TO SN-TAX-JURISDICTION(WS-SIGNUP-COUNT)
                MOVE 'N' TO SN-DUPLICATE(WS-SIGNUP-COUNT)
            ELSE
                DISPLAY "Signup table full - discarding " SG-CUSTOMER-ID
        MOVE ZERO TO WS-PROMO-DISCOUNT
        MOVE ZERO TO WS-PROMO-DURATION
    END-IF
    IF SN-TAX-JURISDICTION(SIGNUP-IDX) NOT = SPACES
        MOVE SN-TAX-JURISDICTION(SIGNUP-IDX) TO WS-LOOKUP-JURISDICTION
        MOVE WS-CURRENT-DATE TO WS-LOOKUP-TAX-DATE
        PERFORM FIND-TAX-RATE
        IF NOT TAX-RATE-FOUND
            MOVE 'Unknown sales tax jurisdiction on signup'
                TO WS-SIGNUP-REJECT-REASON
            PERFORM WRITE-SIGNUP-REJECTION
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM CALCULATE-FIRST-INVOICE
    PERFORM CLEAR-BILLING-DETAIL
    MOVE WS-FIRST-INVOICE TO WS-UNDISCOUNTED-AMOUNT
    IF SN-BILLING-FREQUENCY(SIGNUP-IDX) = 'A'
        COMPUTE BR-PREPAY-DISCOUNT =
            SN-PLAN-FEE(SIGNUP-IDX) * 12 - WS-UNDISCOUNTED-AMOUNT
    END-IF
    IF PROMO-FOUND AND WS-PROMO-DURATION > 0
        COMPUTE WS-FIRST-INVOICE ROUNDED =
            WS-FIRST-INVOICE * (1 - WS-PROMO-DISCOUNT)
        MOVE SN-PROMO-CODE(SIGNUP-IDX) TO BR-PROMO-CODE
        COMPUTE BR-PROMO-AMOUNT =
            WS-UNDISCOUNTED-AMOUNT - WS-FIRST-INVOICE
    END-IF
    MOVE SN-CUSTOMER-ID(SIGNUP-IDX) TO BR-CUSTOMER-ID
    MOVE WS-FIRST-INVOICE TO BR-SUBSCRIPTION-FEE
    MOVE 'SIGNUP' TO BR-BILLING-TYPE
    MOVE WS-CURRENT-DATE TO BR-BILLING-DATE
    MOVE SPACES TO BR-REASON-CODE
    MOVE SN-PLAN-CODE(SIGNUP-IDX) TO BR-PLAN-CODE
    MOVE SN-TAX-JURISDICTION(SIGNUP-IDX) TO BR-TAX-JURISDICTION
    MOVE SN-START-DATE(SIGNUP-IDX) TO BR-PERIOD-START
    MOVE WS-FIRST-RENEWAL-DATE TO WS-NEXT-PERIOD-START
    PERFORM SET-SERVICE-PERIOD-END
    PERFORM WRITE-BILLING-RECORD
    MOVE SN-CUSTOMER-ID(SIGNUP-IDX) TO SU-CUSTOMER-ID
    MOVE 'A' TO SU-SUBSCRIPTION-STATUS
    MOVE SN-PLAN-FEE(SIGNUP-IDX) TO SU-SUBSCRIPTION-FEE
    MOVE ZERO TO SU-RETRY-COUNT
    MOVE ZERO TO SU-RESUME-DATE
    MOVE SN-BILLING-FREQUENCY(SIGNUP-IDX) TO SU-BILLING-FREQUENCY
    MOVE SN-TAX-JURISDICTION(SIGNUP-IDX) TO SU-TAX-JURISDICTION
    IF PROMO-FOUND AND WS-PROMO-DURATION > 0
        MOVE SN-PROMO-CODE(SIGNUP-IDX) TO SU-PROMO-CODE
        MOVE WS-PROMO-DISCOUNT TO SU-PROMO-DISCOUNT
    MOVE 'CREDIT' TO BR-BILLING-TYPE
    MOVE WS-CURRENT-DATE TO BR-BILLING-DATE
    MOVE WS-CANCEL-REASON TO BR-REASON-CODE
    PERFORM CLEAR-BILLING-DETAIL
    MOVE PLAN-CODE TO BR-PLAN-CODE
    MOVE TAX-JURISDICTION TO BR-TAX-JURISDICTION
    MOVE WS-CURRENT-DATE TO BR-PERIOD-START
    MOVE RENEWAL-DATE TO WS-NEXT-PERIOD-START
    PERFORM SET-SERVICE-PERIOD-END
    MOVE 'C' TO BR-PRORATION-SOURCE
    PERFORM WRITE-BILLING-RECORD.

PROCESS-RENEWAL.
    PERFORM CHECK-PAYMENT-FAILURE
    IF PAYMENT-FAILED-THIS-RUN
        PERFORM PROCESS-DUNNING
    ELSE
        PERFORM CLEAR-BILLING-DETAIL
        MOVE CUSTOMER-ID TO BR-CUSTOMER-ID
        MOVE WS-CURRENT-DATE TO BR-BILLING-DATE
        MOVE SPACES TO BR-REASON-CODE
        MOVE PLAN-CODE TO BR-PLAN-CODE
        MOVE TAX-JURISDICTION TO BR-TAX-JURISDICTION
        MOVE RENEWAL-DATE TO BR-PERIOD-START
        IF ANNUAL-BILLING
            PERFORM BILL-ANNUAL-RENEWAL
        ELSE
            PERFORM BILL-MONTHLY-RENEWAL
        END-IF
        MOVE ZERO TO RETRY-COUNT
        PERFORM ADVANCE-RENEWAL-DATE
        MOVE RENEWAL-DATE TO WS-NEXT-PERIOD-START
        PERFORM SET-SERVICE-PERIOD-END
        PERFORM WRITE-BILLING-RECORD
    END-IF.

BILL-MONTHLY-RENEWAL.
    IF PROMO-CYCLES-LEFT > 0
        COMPUTE WS-DISCOUNTED-FEE ROUNDED =
            SUBSCRIPTION-FEE * (1 - PROMO-DISCOUNT)
        MOVE PROMO-CODE TO BR-PROMO-CODE
        COMPUTE BR-PROMO-AMOUNT = SUBSCRIPTION-FEE - WS-DISCOUNTED-FEE
        SUBTRACT 1 FROM PROMO-CYCLES-LEFT
        IF PROMO-CYCLES-LEFT = 0
            MOVE SPACES TO PROMO-CODE
            MOVE ZERO TO PROMO-DISCOUNT
        END-IF
    ELSE
        MOVE SUBSCRIPTION-FEE TO WS-DISCOUNTED-FEE
    END-IF
    MOVE WS-DISCOUNTED-FEE TO BR-SUBSCRIPTION-FEE
    MOVE 'RENEWAL' TO BR-BILLING-TYPE.

BILL-ANNUAL-RENEWAL.
    COMPUTE WS-ANNUAL-AMOUNT ROUNDED =
        SUBSCRIPTION-FEE * 12 * (1 - WS-ANNUAL-DISCOUNT)
    COMPUTE BR-PREPAY-DISCOUNT =
        SUBSCRIPTION-FEE * 12 - WS-ANNUAL-AMOUNT
    IF PROMO-CYCLES-LEFT > 0
        IF PROMO-CYCLES-LEFT > 12
            MOVE 12 TO WS-PROMO-MONTHS
        ELSE
            MOVE PROMO-CYCLES-LEFT TO WS-PROMO-MONTHS
        END-IF
        MOVE WS-ANNUAL-AMOUNT TO WS-UNDISCOUNTED-AMOUNT
        COMPUTE WS-ANNUAL-AMOUNT ROUNDED =
            WS-ANNUAL-AMOUNT
            - (SUBSCRIPTION-FEE * PROMO-DISCOUNT * WS-PROMO-MONTHS)
        MOVE PROMO-CODE TO BR-PROMO-CODE
        COMPUTE BR-PROMO-AMOUNT =
            WS-UNDISCOUNTED-AMOUNT - WS-ANNUAL-AMOUNT
        SUBTRACT WS-PROMO-MONTHS FROM PROMO-CYCLES-LEFT
        IF PROMO-CYCLES-LEFT = 0
            MOVE SPACES TO PROMO-CODE
            MOVE ZERO TO PROMO-DISCOUNT
        END-IF
    END-IF
    MOVE WS-ANNUAL-AMOUNT TO BR-SUBSCRIPTION-FEE
    MOVE 'ANNUAL' TO BR-BILLING-TYPE.

CALCULATE-CYCLE-DAYS.
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE PROMO-DISCOUNT TO SU-PROMO-DISCOUNT
    MOVE PROMO-CYCLES-LEFT TO SU-PROMO-CYCLES-LEFT
    MOVE BILLING-FREQUENCY TO SU-BILLING-FREQUENCY
    MOVE TAX-JURISDICTION TO SU-TAX-JURISDICTION
    WRITE SUBSCRIPTION-RECORD-UPDATED
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

