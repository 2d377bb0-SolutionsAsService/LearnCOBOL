AUTHOR. Your Name.
*> Matches the card processor's daily settlement file against the
*> RENEWAL, SIGNUP, UPGRADE and ANNUAL entries on the billing file
*> by customer and amount (fee plus sales tax). Billed-but-never-
*> settled items are written to the payment-failures file so the
*> next dunning pass picks them up automatically; settled-but-never-
*> billed items and the money totals both ways go to the exception
*> report. Processor refunds (settlement type R) are matched the same
*> way against the REFUND credit memos and totalled separately.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05 ST-CUSTOMER-ID      PIC X(10).
    05 ST-AMOUNT           PIC 9(6)V99.
    05 ST-SETTLE-DATE      PIC 9(8).
    05 ST-TRANSACTION-TYPE PIC X.
        88 ST-REFUND       VALUE 'R'.

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

FD payment-failures.
01 PAYMENT-FAILURE-RECORD.
        10 SM-AMOUNT       PIC 9(6)V99.
        10 SM-SETTLE-DATE  PIC 9(8).
        10 SM-MATCHED      PIC X.
        10 SM-TYPE         PIC X.

01 WS-MATCHED             PIC X.
    88 ITEM-MATCHED       VALUE 'Y'.
01 WS-BILLED-AMOUNT       PIC 9(6)V99.
01 WS-BILLED-TOTAL        PIC 9(9)V99 VALUE 0.
01 WS-SETTLED-TOTAL       PIC 9(9)V99 VALUE 0.
01 WS-MATCHED-COUNT       PIC 9(5) VALUE 0.
01 WS-UNSETTLED-COUNT     PIC 9(5) VALUE 0.
01 WS-UNBILLED-COUNT      PIC 9(5) VALUE 0.
01 WS-SETTLE-TYPE         PIC X.
01 WS-CREDITED-TOTAL      PIC 9(9)V99 VALUE 0.
01 WS-REFUNDED-TOTAL      PIC 9(9)V99 VALUE 0.
01 WS-REFUND-MATCHED      PIC 9(5) VALUE 0.
01 WS-REFUND-UNSETTLED    PIC 9(5) VALUE 0.

01 WS-EXCEPTION-DETAIL.
    05 XD-CUSTOMER-ID     PIC X(10).
    05 TL-SETTLED         PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(11) VALUE '  MATCHED: '.
    05 TL-MATCHED         PIC ZZZZ9.
01 WS-REFUND-TOTALS-LINE.
    05 FILLER             PIC X(14) VALUE 'TOTAL CREDIT: '.
    05 RL-CREDITED        PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(16) VALUE '  TOTAL REFUND: '.
    05 FILLER             PIC X VALUE SPACE.
    05 RL-REFUNDED        PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(11) VALUE '  MATCHED: '.
    05 RL-MATCHED         PIC ZZZZ9.

01 OPS-LOG-PARAMETERS.
    05 OPS-PROGRAM-ID        PIC X(30).
    END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF ST-REFUND
            ADD ST-AMOUNT TO WS-REFUNDED-TOTAL
        ELSE
            ADD ST-AMOUNT TO WS-SETTLED-TOTAL
        END-IF
        IF WS-SETTLE-COUNT < 500
            ADD 1 TO WS-SETTLE-COUNT
            MOVE ST-CUSTOMER-ID TO SM-CUSTOMER-ID(WS-SETTLE-COUNT)
            MOVE ST-AMOUNT TO SM-AMOUNT(WS-SETTLE-COUNT)
            MOVE ST-SETTLE-DATE TO SM-SETTLE-DATE(WS-SETTLE-COUNT)
            MOVE 'N' TO SM-MATCHED(WS-SETTLE-COUNT)
            IF ST-REFUND
                MOVE 'R' TO SM-TYPE(WS-SETTLE-COUNT)
            ELSE
                MOVE 'S' TO SM-TYPE(WS-SETTLE-COUNT)
            END-IF
        ELSE
            DISPLAY "Settlement table full - discarding "
                ST-CUSTOMER-ID
                OR BR-BILLING-TYPE = 'ANNUAL'
            PERFORM MATCH-ONE-BILLING
        END-IF
        IF BR-BILLING-TYPE = 'REFUND'
            PERFORM MATCH-ONE-REFUND
        END-IF
        READ billing-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

MATCH-ONE-BILLING.
    COMPUTE WS-BILLED-AMOUNT = BR-SUBSCRIPTION-FEE + BR-TAX-AMOUNT
    ADD WS-BILLED-AMOUNT TO WS-BILLED-TOTAL
    MOVE 'S' TO WS-SETTLE-TYPE
    PERFORM FIND-SETTLEMENT
    IF ITEM-MATCHED
        ADD 1 TO WS-MATCHED-COUNT
    ELSE
        WRITE PAYMENT-FAILURE-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        MOVE BR-CUSTOMER-ID TO XD-CUSTOMER-ID
        MOVE WS-BILLED-AMOUNT TO XD-AMOUNT
        MOVE BR-BILLING-TYPE TO XD-TYPE
        MOVE 'Billed but never settled' TO XD-MESSAGE
        MOVE WS-EXCEPTION-DETAIL TO SETTLEMENT-EXCEPTION-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

*> A credit memo the processor has not yet refunded is reported but is
*> not a payment failure - there is nothing to collect from the customer.
MATCH-ONE-REFUND.
    COMPUTE WS-BILLED-AMOUNT = BR-SUBSCRIPTION-FEE + BR-TAX-AMOUNT
    ADD WS-BILLED-AMOUNT TO WS-CREDITED-TOTAL
    MOVE 'R' TO WS-SETTLE-TYPE
    PERFORM FIND-SETTLEMENT
    IF ITEM-MATCHED
        ADD 1 TO WS-REFUND-MATCHED
    ELSE
        ADD 1 TO WS-REFUND-UNSETTLED
        MOVE BR-CUSTOMER-ID TO XD-CUSTOMER-ID
        MOVE WS-BILLED-AMOUNT TO XD-AMOUNT
        MOVE BR-BILLING-TYPE TO XD-TYPE
        MOVE 'Refund issued but not yet settled' TO XD-MESSAGE
        MOVE WS-EXCEPTION-DETAIL TO SETTLEMENT-EXCEPTION-LINE
        WRITE SETTLEMENT-EXCEPTION-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

FIND-SETTLEMENT.
    MOVE 'N' TO WS-MATCHED
    PERFORM VARYING SETTLE-IDX FROM 1 BY 1
            UNTIL SETTLE-IDX > WS-SETTLE-COUNT OR ITEM-MATCHED
        IF SM-CUSTOMER-ID(SETTLE-IDX) = BR-CUSTOMER-ID
                AND SM-AMOUNT(SETTLE-IDX) = WS-BILLED-AMOUNT
                AND SM-TYPE(SETTLE-IDX) = WS-SETTLE-TYPE
                AND SM-MATCHED(SETTLE-IDX) = 'N'
            SET ITEM-MATCHED TO TRUE
            MOVE 'Y' TO SM-MATCHED(SETTLE-IDX)
        END-IF
    END-PERFORM.

REPORT-UNBILLED-SETTLEMENTS.
    PERFORM VARYING SETTLE-IDX FROM 1 BY 1
            UNTIL SETTLE-IDX > WS-SETTLE-COUNT
            ADD 1 TO WS-UNBILLED-COUNT
            MOVE SM-CUSTOMER-ID(SETTLE-IDX) TO XD-CUSTOMER-ID
            MOVE SM-AMOUNT(SETTLE-IDX) TO XD-AMOUNT
            IF SM-TYPE(SETTLE-IDX) = 'R'
                MOVE 'REFUNDED' TO XD-TYPE
                MOVE 'Refund settled with no credit memo' TO XD-MESSAGE
            ELSE
                MOVE 'SETTLED' TO XD-TYPE
                MOVE 'Settled but never billed' TO XD-MESSAGE
            END-IF
            MOVE WS-EXCEPTION-DETAIL TO SETTLEMENT-EXCEPTION-LINE
            WRITE SETTLEMENT-EXCEPTION-LINE
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE WS-TOTALS-LINE TO SETTLEMENT-EXCEPTION-LINE
    WRITE SETTLEMENT-EXCEPTION-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE WS-CREDITED-TOTAL TO RL-CREDITED
    MOVE WS-REFUNDED-TOTAL TO RL-REFUNDED
    MOVE WS-REFUND-MATCHED TO RL-MATCHED
    MOVE WS-REFUND-TOTALS-LINE TO SETTLEMENT-EXCEPTION-LINE
    WRITE SETTLEMENT-EXCEPTION-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    DISPLAY "Settlement recon - unsettled: " WS-UNSETTLED-COUNT
        " unbilled: " WS-UNBILLED-COUNT
        " refunds unsettled: " WS-REFUND-UNSETTLED.

LOG-RUN-START.
    MOVE 'SettlementReconciliation' TO OPS-PROGRAM-ID
