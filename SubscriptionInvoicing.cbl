IDENTIFICATION DIVISION.
PROGRAM-ID. SubscriptionInvoicing.
AUTHOR. Your Name.
*> Customer invoices for the billing cycle. Run after
*> SubscriptionManagementSystem; every customer's records on
*> billing-file.dat are gathered into one numbered invoice on
*> customer-invoices.dat, with a line for the plan fee (or annual
*> fee), the annual prepay discount, the promotion discount, plan
*> change proration debits and credits, cancellation credits and
*> the sales tax on each, with the service period it covers.
*> Refund credit memos from SubscriptionRefundProcessing show as
*> credits against the original charge date.
*> Invoice numbers carry on from invoice-number-control.dat, which
*> also records the billing date last invoiced so the same billing
*> file is not invoiced twice.
*> invoice-register.dat lists every invoice and balances the
*> invoiced records and amounts back to billing-file.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT billing-file ASSIGN TO 'billing-file.dat'
        FILE STATUS IS WS-BILLING-STATUS.
    SELECT invoice-control ASSIGN TO 'invoice-number-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT customer-invoices ASSIGN TO 'customer-invoices.dat'.
    SELECT invoice-register ASSIGN TO 'invoice-register.dat'.

DATA DIVISION.
FILE SECTION.
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

FD invoice-control.
01 INVOICE-CONTROL-RECORD.
    05 IC-LAST-INVOICE-NUMBER PIC 9(8).
    05 IC-LAST-BILLING-DATE   PIC 9(8).

FD customer-invoices.
01 INVOICE-LINE           PIC X(80).

FD invoice-register.
01 REGISTER-LINE          PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-BILLING-STATUS      PIC XX.
01 WS-CONTROL-STATUS      PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-LAST-INVOICE-NUMBER PIC 9(8) VALUE 0.
01 WS-LAST-BILLING-DATE   PIC 9(8) VALUE 0.
01 WS-CYCLE-BILLING-DATE  PIC 9(8) VALUE 0.
01 WS-ALREADY-INVOICED    PIC X VALUE 'N'.
    88 ALREADY-INVOICED   VALUE 'Y'.

01 WS-BILLING-COUNT       PIC 9(5) VALUE 0.
01 BILLING-TABLE.
    05 BILLING-ENTRY OCCURS 2000 TIMES INDEXED BY BILL-IDX LINE-IDX.
        10 BT-CUSTOMER-ID      PIC X(10).
        10 BT-AMOUNT           PIC 9(5)V99.
        10 BT-BILLING-TYPE     PIC X(10).
        10 BT-REASON-CODE      PIC X(4).
        10 BT-PLAN-CODE        PIC X(4).
        10 BT-PERIOD-START     PIC 9(8).
        10 BT-PERIOD-END       PIC 9(8).
        10 BT-PREPAY-DISCOUNT  PIC 9(5)V99.
        10 BT-PROMO-CODE       PIC X(6).
        10 BT-PROMO-AMOUNT     PIC 9(5)V99.
        10 BT-PRORATION-SOURCE PIC X.
        10 BT-TAX-JURISDICTION PIC X(5).
        10 BT-TAX-RATE         PIC V9(5).
        10 BT-TAX-AMOUNT       PIC 9(5)V99.
        10 BT-ORIGINAL-DATE    PIC 9(8).
        10 BT-INVOICED         PIC X.

01 WS-LINE-AMOUNT         PIC S9(7)V99.
01 WS-TAX-PERCENT         PIC Z9.999.
01 WS-INVOICE-CUSTOMER    PIC X(10).
01 WS-INVOICE-RECORDS     PIC 9(5).
01 WS-INVOICE-CHARGES     PIC 9(9)V99.
01 WS-INVOICE-CREDITS     PIC 9(9)V99.
01 WS-INVOICE-NET         PIC S9(9)V99.

*> Control totals: what was read from the billing file against what
*> went out on invoices.
01 WS-CONTROL-TOTALS.
    05 WS-FILE-RECORDS        PIC 9(6) VALUE 0.
    05 WS-FILE-CHARGES        PIC 9(9)V99 VALUE 0.
    05 WS-FILE-CREDITS        PIC 9(9)V99 VALUE 0.
    05 WS-FILE-NET            PIC S9(9)V99 VALUE 0.
    05 WS-INVOICE-COUNT       PIC 9(6) VALUE 0.
    05 WS-INVOICED-RECORDS    PIC 9(6) VALUE 0.
    05 WS-INVOICED-CHARGES    PIC 9(9)V99 VALUE 0.
    05 WS-INVOICED-CREDITS    PIC 9(9)V99 VALUE 0.
    05 WS-INVOICED-NET        PIC S9(9)V99 VALUE 0.
    05 WS-PLAN-FEES-SHOWN     PIC 9(9)V99 VALUE 0.
    05 WS-PREPAY-SHOWN        PIC 9(9)V99 VALUE 0.
    05 WS-PROMO-SHOWN         PIC 9(9)V99 VALUE 0.
    05 WS-TAX-CHARGED-SHOWN   PIC 9(9)V99 VALUE 0.
    05 WS-TAX-CREDITED-SHOWN  PIC 9(9)V99 VALUE 0.

01 WS-INVOICE-HEADER.
    05 FILLER             PIC X(16) VALUE 'INVOICE NUMBER: '.
    05 IH-INVOICE-NUMBER  PIC 9(8).
    05 FILLER             PIC X(17) VALUE '   INVOICE DATE: '.
    05 IH-INVOICE-DATE    PIC 9(8).

01 WS-INVOICE-CUSTOMER-LINE.
    05 FILLER             PIC X(10) VALUE 'CUSTOMER: '.
    05 IB-CUSTOMER-ID     PIC X(10).
    05 FILLER             PIC X(17) VALUE '   BILLING DATE: '.
    05 IB-BILLING-DATE    PIC 9(8).

01 WS-INVOICE-HEADINGS.
    05 FILLER             PIC X(36) VALUE 'DESCRIPTION'.
    05 FILLER             PIC X(17) VALUE 'SERVICE PERIOD'.
    05 FILLER             PIC X(14) VALUE '        AMOUNT'.

01 WS-INVOICE-DETAIL.
    05 ID-DESCRIPTION     PIC X(36).
    05 ID-PERIOD-START    PIC 9(8).
    05 FILLER             PIC X VALUE '-'.
    05 ID-PERIOD-END      PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 ID-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.

01 WS-INVOICE-TOTAL.
    05 IT-LABEL           PIC X(55).
    05 IT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.

01 WS-INVOICE-SEPARATOR   PIC X(69) VALUE ALL '-'.

01 WS-REGISTER-HEADINGS.
    05 FILLER             PIC X(10) VALUE 'INVOICE'.
    05 FILLER             PIC X(12) VALUE 'CUSTOMER'.
    05 FILLER             PIC X(5) VALUE ' RECS'.
    05 FILLER             PIC X(15) VALUE '        CHARGES'.
    05 FILLER             PIC X(15) VALUE '        CREDITS'.
    05 FILLER             PIC X(16) VALUE '             NET'.

01 WS-REGISTER-DETAIL.
    05 RD-INVOICE-NUMBER  PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-CUSTOMER-ID     PIC X(10).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-RECORDS         PIC ZZZZ9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-CHARGES         PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-CREDITS         PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-NET             PIC ZZ,ZZZ,ZZ9.99-.

01 WS-REGISTER-TOTAL.
    05 RT-LABEL           PIC X(21).
    05 RT-RECORDS         PIC Z(5)9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RT-CHARGES         PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RT-CREDITS         PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RT-NET             PIC ZZ,ZZZ,ZZ9.99-.

01 WS-REGISTER-AMOUNT.
    05 RA-LABEL           PIC X(42).
    05 RA-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

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
    PERFORM LOAD-INVOICE-CONTROL
    PERFORM LOAD-BILLING-RECORDS
    IF WS-BILLING-COUNT > 0
            AND WS-CYCLE-BILLING-DATE <= WS-LAST-BILLING-DATE
        SET ALREADY-INVOICED TO TRUE
    END-IF
    OPEN OUTPUT customer-invoices invoice-register
    PERFORM WRITE-REGISTER-HEADINGS
    IF ALREADY-INVOICED
        DISPLAY "Billing file dated " WS-CYCLE-BILLING-DATE
            " already invoiced - no invoices issued"
    ELSE
        PERFORM VARYING BILL-IDX FROM 1 BY 1
                UNTIL BILL-IDX > WS-BILLING-COUNT
            IF BT-INVOICED(BILL-IDX) = 'N'
                PERFORM BUILD-INVOICE
            END-IF
        END-PERFORM
    END-IF
    PERFORM WRITE-REGISTER-TOTALS
    CLOSE customer-invoices invoice-register
    IF WS-INVOICE-COUNT > 0
        PERFORM WRITE-INVOICE-CONTROL
    END-IF
    DISPLAY "Invoices issued: " WS-INVOICE-COUNT
        " last invoice number " WS-LAST-INVOICE-NUMBER
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-INVOICE-CONTROL.
    OPEN INPUT invoice-control
    IF WS-CONTROL-STATUS = '00'
        READ invoice-control
            AT END CONTINUE
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF IC-LAST-INVOICE-NUMBER IS NUMERIC
                    MOVE IC-LAST-INVOICE-NUMBER
                        TO WS-LAST-INVOICE-NUMBER
                END-IF
                IF IC-LAST-BILLING-DATE IS NUMERIC
                    MOVE IC-LAST-BILLING-DATE TO WS-LAST-BILLING-DATE
                END-IF
        END-READ
        CLOSE invoice-control
    END-IF.

LOAD-BILLING-RECORDS.
    OPEN INPUT billing-file
    IF WS-BILLING-STATUS NOT = '00'
        DISPLAY "Billing file not found"
        EXIT PARAGRAPH
    END-IF
    READ billing-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM TOTAL-BILLING-RECORD
        IF WS-BILLING-COUNT < 2000
            ADD 1 TO WS-BILLING-COUNT
            SET BILL-IDX TO WS-BILLING-COUNT
            MOVE BR-CUSTOMER-ID TO BT-CUSTOMER-ID(BILL-IDX)
            MOVE BR-SUBSCRIPTION-FEE TO BT-AMOUNT(BILL-IDX)
            MOVE BR-BILLING-TYPE TO BT-BILLING-TYPE(BILL-IDX)
            MOVE BR-REASON-CODE TO BT-REASON-CODE(BILL-IDX)
            MOVE BR-PLAN-CODE TO BT-PLAN-CODE(BILL-IDX)
            MOVE BR-PERIOD-START TO BT-PERIOD-START(BILL-IDX)
            MOVE BR-PERIOD-END TO BT-PERIOD-END(BILL-IDX)
            MOVE BR-PREPAY-DISCOUNT TO BT-PREPAY-DISCOUNT(BILL-IDX)
            MOVE BR-PROMO-CODE TO BT-PROMO-CODE(BILL-IDX)
            MOVE BR-PROMO-AMOUNT TO BT-PROMO-AMOUNT(BILL-IDX)
            MOVE BR-PRORATION-SOURCE TO BT-PRORATION-SOURCE(BILL-IDX)
            MOVE BR-TAX-JURISDICTION TO BT-TAX-JURISDICTION(BILL-IDX)
            MOVE BR-TAX-RATE TO BT-TAX-RATE(BILL-IDX)
            MOVE BR-TAX-AMOUNT TO BT-TAX-AMOUNT(BILL-IDX)
            MOVE BR-ORIGINAL-DATE TO BT-ORIGINAL-DATE(BILL-IDX)
            MOVE 'N' TO BT-INVOICED(BILL-IDX)
            IF BR-BILLING-DATE > WS-CYCLE-BILLING-DATE
                MOVE BR-BILLING-DATE TO WS-CYCLE-BILLING-DATE
            END-IF
        ELSE
            DISPLAY "Billing table full - not invoiced " BR-CUSTOMER-ID
        END-IF
        READ billing-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE billing-file
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-BILLING-RECORD.
    ADD 1 TO WS-FILE-RECORDS
    IF BR-BILLING-TYPE = 'CREDIT' OR BR-BILLING-TYPE = 'REFUND'
        ADD BR-SUBSCRIPTION-FEE BR-TAX-AMOUNT TO WS-FILE-CREDITS
        SUBTRACT BR-SUBSCRIPTION-FEE BR-TAX-AMOUNT FROM WS-FILE-NET
    ELSE
        ADD BR-SUBSCRIPTION-FEE BR-TAX-AMOUNT TO WS-FILE-CHARGES
        ADD BR-SUBSCRIPTION-FEE BR-TAX-AMOUNT TO WS-FILE-NET
    END-IF.

*> One invoice per customer: the customer's first unbilled record
*> opens it and every later record for the same customer joins it.
BUILD-INVOICE.
    ADD 1 TO WS-LAST-INVOICE-NUMBER
    ADD 1 TO WS-INVOICE-COUNT
    MOVE BT-CUSTOMER-ID(BILL-IDX) TO WS-INVOICE-CUSTOMER
    MOVE ZERO TO WS-INVOICE-RECORDS
    MOVE ZERO TO WS-INVOICE-CHARGES
    MOVE ZERO TO WS-INVOICE-CREDITS
    MOVE ZERO TO WS-INVOICE-NET
    PERFORM WRITE-INVOICE-HEADER
    PERFORM VARYING LINE-IDX FROM BILL-IDX BY 1
            UNTIL LINE-IDX > WS-BILLING-COUNT
        IF BT-CUSTOMER-ID(LINE-IDX) = WS-INVOICE-CUSTOMER
                AND BT-INVOICED(LINE-IDX) = 'N'
            PERFORM WRITE-INVOICE-ITEMS
            MOVE 'Y' TO BT-INVOICED(LINE-IDX)
        END-IF
    END-PERFORM
    PERFORM WRITE-INVOICE-FOOTER
    PERFORM WRITE-REGISTER-DETAIL.

WRITE-INVOICE-HEADER.
    MOVE WS-LAST-INVOICE-NUMBER TO IH-INVOICE-NUMBER
    MOVE WS-CURRENT-DATE TO IH-INVOICE-DATE
    MOVE WS-INVOICE-HEADER TO INVOICE-LINE
    PERFORM WRITE-INVOICE-LINE
    MOVE WS-INVOICE-CUSTOMER TO IB-CUSTOMER-ID
    MOVE WS-CYCLE-BILLING-DATE TO IB-BILLING-DATE
    MOVE WS-INVOICE-CUSTOMER-LINE TO INVOICE-LINE
    PERFORM WRITE-INVOICE-LINE
    MOVE WS-INVOICE-HEADINGS TO INVOICE-LINE
    PERFORM WRITE-INVOICE-LINE.

*> The billing record holds the net amount; the plan fee line is
*> rebuilt by adding back the discounts so the lines sum to it.
WRITE-INVOICE-ITEMS.
    ADD 1 TO WS-INVOICE-RECORDS
    ADD 1 TO WS-INVOICED-RECORDS
    EVALUATE BT-BILLING-TYPE(LINE-IDX)
        WHEN 'RENEWAL'
            MOVE SPACES TO ID-DESCRIPTION
            STRING 'MONTHLY PLAN FEE - PLAN ' BT-PLAN-CODE(LINE-IDX)
                DELIMITED BY SIZE INTO ID-DESCRIPTION
            PERFORM WRITE-PLAN-FEE-LINES
        WHEN 'ANNUAL'
            MOVE SPACES TO ID-DESCRIPTION
            STRING 'ANNUAL PLAN FEE - PLAN ' BT-PLAN-CODE(LINE-IDX)
                DELIMITED BY SIZE INTO ID-DESCRIPTION
            PERFORM WRITE-PLAN-FEE-LINES
        WHEN 'SIGNUP'
            MOVE SPACES TO ID-DESCRIPTION
            IF BT-PREPAY-DISCOUNT(LINE-IDX) > 0
                STRING 'ANNUAL PLAN FEE - PLAN ' BT-PLAN-CODE(LINE-IDX)
                    DELIMITED BY SIZE INTO ID-DESCRIPTION
            ELSE
                STRING 'FIRST PERIOD PRORATED - PLAN '
                    BT-PLAN-CODE(LINE-IDX)
                    DELIMITED BY SIZE INTO ID-DESCRIPTION
            END-IF
            PERFORM WRITE-PLAN-FEE-LINES
        WHEN 'UPGRADE'
            MOVE SPACES TO ID-DESCRIPTION
            STRING 'PLAN CHANGE PRORATION - PLAN '
                BT-PLAN-CODE(LINE-IDX)
                DELIMITED BY SIZE INTO ID-DESCRIPTION
            MOVE BT-AMOUNT(LINE-IDX) TO WS-LINE-AMOUNT
            PERFORM WRITE-INVOICE-DETAIL
            ADD BT-AMOUNT(LINE-IDX) TO WS-INVOICE-CHARGES
        WHEN 'CREDIT'
            MOVE SPACES TO ID-DESCRIPTION
            IF BT-PRORATION-SOURCE(LINE-IDX) = 'C'
                STRING 'CANCELLATION CREDIT - REASON '
                    BT-REASON-CODE(LINE-IDX)
                    DELIMITED BY SIZE INTO ID-DESCRIPTION
            ELSE
                STRING 'PLAN CHANGE CREDIT - PLAN '
                    BT-PLAN-CODE(LINE-IDX)
                    DELIMITED BY SIZE INTO ID-DESCRIPTION
            END-IF
            COMPUTE WS-LINE-AMOUNT = 0 - BT-AMOUNT(LINE-IDX)
            PERFORM WRITE-INVOICE-DETAIL
            ADD BT-AMOUNT(LINE-IDX) TO WS-INVOICE-CREDITS
        WHEN 'REFUND'
            MOVE SPACES TO ID-DESCRIPTION
            STRING 'REFUND OF ' BT-ORIGINAL-DATE(LINE-IDX)
                ' - REASON ' BT-REASON-CODE(LINE-IDX)
                DELIMITED BY SIZE INTO ID-DESCRIPTION
            COMPUTE WS-LINE-AMOUNT = 0 - BT-AMOUNT(LINE-IDX)
            PERFORM WRITE-INVOICE-DETAIL
            ADD BT-AMOUNT(LINE-IDX) TO WS-INVOICE-CREDITS
        WHEN OTHER
            MOVE BT-BILLING-TYPE(LINE-IDX) TO ID-DESCRIPTION
            MOVE BT-AMOUNT(LINE-IDX) TO WS-LINE-AMOUNT
            PERFORM WRITE-INVOICE-DETAIL
            ADD BT-AMOUNT(LINE-IDX) TO WS-INVOICE-CHARGES
    END-EVALUATE
    IF BT-TAX-AMOUNT(LINE-IDX) > 0
        PERFORM WRITE-SALES-TAX-LINE
    END-IF.

WRITE-SALES-TAX-LINE.
    COMPUTE WS-TAX-PERCENT = BT-TAX-RATE(LINE-IDX) * 100
    MOVE SPACES TO ID-DESCRIPTION
    STRING 'SALES TAX - ' DELIMITED BY SIZE
        BT-TAX-JURISDICTION(LINE-IDX) DELIMITED BY SPACE
        ' AT ' WS-TAX-PERCENT '%' DELIMITED BY SIZE
        INTO ID-DESCRIPTION
    IF BT-BILLING-TYPE(LINE-IDX) = 'CREDIT'
            OR BT-BILLING-TYPE(LINE-IDX) = 'REFUND'
        COMPUTE WS-LINE-AMOUNT = 0 - BT-TAX-AMOUNT(LINE-IDX)
        ADD BT-TAX-AMOUNT(LINE-IDX) TO WS-INVOICE-CREDITS
        ADD BT-TAX-AMOUNT(LINE-IDX) TO WS-TAX-CREDITED-SHOWN
    ELSE
        MOVE BT-TAX-AMOUNT(LINE-IDX) TO WS-LINE-AMOUNT
        ADD BT-TAX-AMOUNT(LINE-IDX) TO WS-INVOICE-CHARGES
        ADD BT-TAX-AMOUNT(LINE-IDX) TO WS-TAX-CHARGED-SHOWN
    END-IF
    PERFORM WRITE-INVOICE-DETAIL.

WRITE-PLAN-FEE-LINES.
    COMPUTE WS-LINE-AMOUNT = BT-AMOUNT(LINE-IDX)
        + BT-PREPAY-DISCOUNT(LINE-IDX) + BT-PROMO-AMOUNT(LINE-IDX)
    PERFORM WRITE-INVOICE-DETAIL
    ADD WS-LINE-AMOUNT TO WS-PLAN-FEES-SHOWN
    IF BT-PREPAY-DISCOUNT(LINE-IDX) > 0
        MOVE 'ANNUAL PREPAY DISCOUNT' TO ID-DESCRIPTION
        COMPUTE WS-LINE-AMOUNT = 0 - BT-PREPAY-DISCOUNT(LINE-IDX)
        PERFORM WRITE-INVOICE-DETAIL
        ADD BT-PREPAY-DISCOUNT(LINE-IDX) TO WS-PREPAY-SHOWN
    END-IF
    IF BT-PROMO-AMOUNT(LINE-IDX) > 0
        MOVE SPACES TO ID-DESCRIPTION
        STRING 'PROMOTION DISCOUNT - ' BT-PROMO-CODE(LINE-IDX)
            DELIMITED BY SIZE INTO ID-DESCRIPTION
        COMPUTE WS-LINE-AMOUNT = 0 - BT-PROMO-AMOUNT(LINE-IDX)
        PERFORM WRITE-INVOICE-DETAIL
        ADD BT-PROMO-AMOUNT(LINE-IDX) TO WS-PROMO-SHOWN
    END-IF
    ADD BT-AMOUNT(LINE-IDX) TO WS-INVOICE-CHARGES.

WRITE-INVOICE-DETAIL.
    MOVE BT-PERIOD-START(LINE-IDX) TO ID-PERIOD-START
    MOVE BT-PERIOD-END(LINE-IDX) TO ID-PERIOD-END
    MOVE WS-LINE-AMOUNT TO ID-AMOUNT
    MOVE WS-INVOICE-DETAIL TO INVOICE-LINE
    PERFORM WRITE-INVOICE-LINE.

WRITE-INVOICE-FOOTER.
    COMPUTE WS-INVOICE-NET = WS-INVOICE-CHARGES - WS-INVOICE-CREDITS
    IF WS-INVOICE-NET < 0
        MOVE 'CREDIT DUE TO CUSTOMER' TO IT-LABEL
    ELSE
        MOVE 'AMOUNT DUE' TO IT-LABEL
    END-IF
    MOVE WS-INVOICE-NET TO IT-AMOUNT
    MOVE WS-INVOICE-TOTAL TO INVOICE-LINE
    PERFORM WRITE-INVOICE-LINE
    MOVE WS-INVOICE-SEPARATOR TO INVOICE-LINE
    PERFORM WRITE-INVOICE-LINE
    ADD WS-INVOICE-CHARGES TO WS-INVOICED-CHARGES
    ADD WS-INVOICE-CREDITS TO WS-INVOICED-CREDITS
    ADD WS-INVOICE-NET TO WS-INVOICED-NET.

WRITE-INVOICE-LINE.
    WRITE INVOICE-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-REGISTER-HEADINGS.
    MOVE SPACES TO REGISTER-LINE
    STRING 'INVOICE REGISTER - RUN DATE ' WS-CURRENT-DATE
        DELIMITED BY SIZE INTO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE WS-REGISTER-HEADINGS TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE.

WRITE-REGISTER-DETAIL.
    MOVE WS-LAST-INVOICE-NUMBER TO RD-INVOICE-NUMBER
    MOVE WS-INVOICE-CUSTOMER TO RD-CUSTOMER-ID
    MOVE WS-INVOICE-RECORDS TO RD-RECORDS
    MOVE WS-INVOICE-CHARGES TO RD-CHARGES
    MOVE WS-INVOICE-CREDITS TO RD-CREDITS
    MOVE WS-INVOICE-NET TO RD-NET
    MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    IF ALREADY-INVOICED
        MOVE SPACES TO REGISTER-LINE
        STRING 'BILLING FILE DATED ' WS-CYCLE-BILLING-DATE
            ' WAS ALREADY INVOICED - NO INVOICES ISSUED'
            DELIMITED BY SIZE INTO REGISTER-LINE
        PERFORM WRITE-REGISTER-LINE
    END-IF
    MOVE SPACES TO REGISTER-LINE
    STRING 'INVOICES ISSUED: ' WS-INVOICE-COUNT
        DELIMITED BY SIZE INTO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE 'INVOICED RECORDS' TO RT-LABEL
    MOVE WS-INVOICED-RECORDS TO RT-RECORDS
    MOVE WS-INVOICED-CHARGES TO RT-CHARGES
    MOVE WS-INVOICED-CREDITS TO RT-CREDITS
    MOVE WS-INVOICED-NET TO RT-NET
    MOVE WS-REGISTER-TOTAL TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE 'BILLING FILE RECORDS' TO RT-LABEL
    MOVE WS-FILE-RECORDS TO RT-RECORDS
    MOVE WS-FILE-CHARGES TO RT-CHARGES
    MOVE WS-FILE-CREDITS TO RT-CREDITS
    MOVE WS-FILE-NET TO RT-NET
    MOVE WS-REGISTER-TOTAL TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE 'PLAN FEES BEFORE DISCOUNTS' TO RA-LABEL
    MOVE WS-PLAN-FEES-SHOWN TO RA-AMOUNT
    MOVE WS-REGISTER-AMOUNT TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE 'ANNUAL PREPAY DISCOUNTS' TO RA-LABEL
    MOVE WS-PREPAY-SHOWN TO RA-AMOUNT
    MOVE WS-REGISTER-AMOUNT TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE 'PROMOTION DISCOUNTS' TO RA-LABEL
    MOVE WS-PROMO-SHOWN TO RA-AMOUNT
    MOVE WS-REGISTER-AMOUNT TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE 'SALES TAX CHARGED' TO RA-LABEL
    MOVE WS-TAX-CHARGED-SHOWN TO RA-AMOUNT
    MOVE WS-REGISTER-AMOUNT TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE 'SALES TAX CREDITED' TO RA-LABEL
    MOVE WS-TAX-CREDITED-SHOWN TO RA-AMOUNT
    MOVE WS-REGISTER-AMOUNT TO REGISTER-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    EVALUATE TRUE
        WHEN ALREADY-INVOICED
            MOVE 'REGISTER NOT BALANCED - BILLING FILE NOT INVOICED'
                TO REGISTER-LINE
        WHEN WS-INVOICED-RECORDS = WS-FILE-RECORDS
                AND WS-INVOICED-CHARGES = WS-FILE-CHARGES
                AND WS-INVOICED-CREDITS = WS-FILE-CREDITS
            MOVE 'REGISTER BALANCES TO BILLING FILE' TO REGISTER-LINE
        WHEN OTHER
            MOVE 'REGISTER OUT OF BALANCE WITH BILLING FILE'
                TO REGISTER-LINE
            DISPLAY "Invoice register out of balance with billing file"
    END-EVALUATE
    PERFORM WRITE-REGISTER-LINE.

WRITE-REGISTER-LINE.
    WRITE REGISTER-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-INVOICE-CONTROL.
    OPEN OUTPUT invoice-control
    MOVE WS-LAST-INVOICE-NUMBER TO IC-LAST-INVOICE-NUMBER
    MOVE WS-CYCLE-BILLING-DATE TO IC-LAST-BILLING-DATE
    WRITE INVOICE-CONTROL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    CLOSE invoice-control.

LOG-RUN-START.
    MOVE 'SubscriptionInvoicing' TO OPS-PROGRAM-ID
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

END PROGRAM SubscriptionInvoicing.
