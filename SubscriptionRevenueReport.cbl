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

FD subscription-file-updated.
01 SUBSCRIPTION-RECORD-UPDATED.
    05 SU-PROMO-DISCOUNT      PIC V999.
    05 SU-PROMO-CYCLES-LEFT   PIC 9(2).
    05 SU-BILLING-FREQUENCY   PIC X.
    05 SU-TAX-JURISDICTION    PIC X(5).

FD revenue-report.
01 REVENUE-MONTH-RECORD.

CLASSIFY-BILLING-RECORD.
    COMPUTE WS-BILLING-MONTH = BR-BILLING-DATE / 100
    EVALUATE BR-BILLING-TYPE
        WHEN 'CREDIT'
            COMPUTE WS-RECOGNIZED = 0 - BR-SUBSCRIPTION-FEE
            MOVE ZERO TO WS-DEFERRED
            SUBTRACT BR-SUBSCRIPTION-FEE FROM WS-TOTAL-BILLED
        WHEN 'REFUND'
            PERFORM REVERSE-REFUNDED-REVENUE
            SUBTRACT BR-SUBSCRIPTION-FEE FROM WS-TOTAL-BILLED
        WHEN OTHER
            PERFORM SPLIT-RECOGNIZED-DEFERRED
            ADD BR-SUBSCRIPTION-FEE TO WS-TOTAL-BILLED
    END-EVALUATE
    ADD WS-RECOGNIZED TO WS-TOTAL-RECOGNIZED
    ADD WS-DEFERRED TO WS-TOTAL-DEFERRED
    PERFORM TALLY-REVENUE-MONTH.
        MOVE ZERO TO WS-DEFERRED
    END-IF.

*> A refund takes back the part of the original charge already earned
*> over its service period and releases the rest from deferred revenue.
REVERSE-REFUNDED-REVENUE.
    MOVE ZERO TO WS-DAYS-IN-CYCLE
    IF BR-PERIOD-START > 0 AND BR-PERIOD-END NOT < BR-PERIOD-START
        MOVE 'D' TO DS-FUNCTION-CODE
        MOVE BR-PERIOD-START TO DS-DATE-FROM
        MOVE BR-PERIOD-END TO DS-DATE-TO
        CALL 'DateService' USING DATE-SERVICE-PARAMETERS
        COMPUTE WS-DAYS-IN-CYCLE = DS-DAYS + 1
    END-IF
    IF WS-DAYS-IN-CYCLE > 0
        MOVE 'D' TO DS-FUNCTION-CODE
        MOVE BR-PERIOD-START TO DS-DATE-FROM
        MOVE WS-CURRENT-DATE TO DS-DATE-TO
        CALL 'DateService' USING DATE-SERVICE-PARAMETERS
        MOVE DS-DAYS TO WS-DAYS-ELAPSED
        IF WS-DAYS-ELAPSED > WS-DAYS-IN-CYCLE
            MOVE WS-DAYS-IN-CYCLE TO WS-DAYS-ELAPSED
        END-IF
        IF WS-DAYS-ELAPSED < 0
            MOVE ZERO TO WS-DAYS-ELAPSED
        END-IF
        COMPUTE WS-RECOGNIZED ROUNDED = 0 -
            BR-SUBSCRIPTION-FEE * WS-DAYS-ELAPSED / WS-DAYS-IN-CYCLE
        COMPUTE WS-DEFERRED = 0 - BR-SUBSCRIPTION-FEE - WS-RECOGNIZED
    ELSE
        COMPUTE WS-RECOGNIZED = 0 - BR-SUBSCRIPTION-FEE
        MOVE ZERO TO WS-DEFERRED
    END-IF.

FIND-CUSTOMER-CYCLE.
    MOVE 'N' TO WS-CYCLE-FOUND
    MOVE ZERO TO WS-DAYS-IN-CYCLE
        END-IF
    END-IF
    IF MONTH-FOUND
        IF BR-BILLING-TYPE = 'CREDIT' OR BR-BILLING-TYPE = 'REFUND'
            SUBTRACT BR-SUBSCRIPTION-FEE FROM RM-BILLED(RMONTH-IDX)
        ELSE
            ADD BR-SUBSCRIPTION-FEE TO RM-BILLED(RMONTH-IDX)
