IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerARAging.
AUTHOR. Your Name.
*> Aging run for the smart grid customer ledger. Every charge on
*> customer-ar-ledger.dat still open past its due date draws one
*> late-payment charge at the rate on ar-parameters.dat. Each customer
*> is then aged into current, 1-30, 31-60, 61-90 and over-90-day
*> buckets on ar-aging-report.dat. A customer whose oldest past-due
*> charge has reached the disconnect age, with at least the disconnect
*> amount past due, is put on disconnection-notices.dat and sent a
*> final notice; any other past-due customer gets a reminder on
*> past-due-notices.dat. Customers with a meter enrolled in demand
*> response (dr-enrollment.dat) or flagged for medical need on
*> meter-master.dat are never listed for disconnection - they go to
*> disconnection-holds.dat and get a reminder instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT meter-master ASSIGN TO 'meter-master.dat'
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT dr-enrollment ASSIGN TO 'dr-enrollment.dat'
        FILE STATUS IS WS-DRENROLL-STATUS.
    SELECT customer-ar-ledger ASSIGN TO 'customer-ar-ledger.dat'
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT ar-parameters ASSIGN TO 'ar-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT ar-aging-report ASSIGN TO 'ar-aging-report.dat'.
    SELECT past-due-notices ASSIGN TO 'past-due-notices.dat'.
    SELECT disconnection-notices
        ASSIGN TO 'disconnection-notices.dat'.
    SELECT disconnection-holds ASSIGN TO 'disconnection-holds.dat'.

DATA DIVISION.
FILE SECTION.
FD meter-master.
01 METER-MASTER-RECORD.
    05 MM-METER-ID        PIC X(10).
    05 MM-CUSTOMER-ID     PIC X(10).
    05 MM-SERVICE-ADDRESS PIC X(40).
    05 MM-INSTALL-DATE    PIC 9(8).
    05 MM-ACTIVE-FLAG     PIC X.
    05 MM-NET-METER-FLAG  PIC X.
    05 MM-TARIFF-CODE     PIC X(6).
    05 MM-MEDICAL-NEED-FLAG PIC X.

FD dr-enrollment.
01 DR-ENROLLMENT-RECORD.
    05 DN-METER-ID        PIC X(10).

FD customer-ar-ledger.
01 CUSTOMER-AR-RECORD.
    05 AR-CUSTOMER-ID     PIC X(10).
    05 AR-ITEM-TYPE       PIC X(4).
    05 AR-METER-ID        PIC X(10).
    05 AR-ITEM-REFERENCE  PIC X(10).
    05 AR-POSTED-DATE     PIC 9(8).
    05 AR-DUE-DATE        PIC 9(8).
    05 AR-DC-FLAG         PIC X.
    05 AR-ORIGINAL-AMOUNT PIC 9(7)V99.
    05 AR-OPEN-AMOUNT     PIC 9(7)V99.
    05 AR-LATE-FEE-FLAG   PIC X.

FD ar-parameters.
01 AR-PARAMETER-RECORD.
    05 AP-PAYMENT-TERMS       PIC 9(3).
    05 AP-LATE-FEE-RATE       PIC 9V9(4).
    05 AP-REMINDER-DAYS       PIC 9(3).
    05 AP-DISCONNECT-DAYS     PIC 9(3).
    05 AP-DISCONNECT-AMOUNT   PIC 9(7)V99.
    05 AP-NOTICE-DAYS         PIC 9(3).

FD ar-aging-report.
01 AR-AGING-RECORD.
    05 AG-CUSTOMER-ID     PIC X(10).
    05 AG-CURRENT         PIC 9(8)V99.
    05 AG-DAYS-1-30       PIC 9(8)V99.
    05 AG-DAYS-31-60      PIC 9(8)V99.
    05 AG-DAYS-61-90      PIC 9(8)V99.
    05 AG-DAYS-OVER-90    PIC 9(8)V99.
    05 AG-UNAPPLIED-CREDIT PIC 9(8)V99.
    05 AG-BALANCE         PIC S9(8)V99.
    05 AG-OLDEST-DAYS     PIC 9(5).

FD past-due-notices.
01 NOTICE-LINE            PIC X(80).

FD disconnection-notices.
01 DISCONNECTION-RECORD.
    05 DC-CUSTOMER-ID     PIC X(10).
    05 DC-SERVICE-ADDRESS PIC X(40).
    05 DC-PAST-DUE        PIC 9(8)V99.
    05 DC-OLDEST-DAYS     PIC 9(5).
    05 DC-NOTICE-DATE     PIC 9(8).
    05 DC-DISCONNECT-DATE PIC 9(8).

FD disconnection-holds.
01 DISCONNECTION-HOLD-RECORD.
    05 DH-CUSTOMER-ID     PIC X(10).
    05 DH-PAST-DUE        PIC 9(8)V99.
    05 DH-OLDEST-DAYS     PIC 9(5).
    05 DH-REASON          PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-MASTER-STATUS        PIC XX.
01 WS-DRENROLL-STATUS      PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-PARM-STATUS          PIC XX.

01 WS-CURRENT-DATE         PIC 9(8).
01 WS-LATE-FEE-RATE        PIC 9V9(4) VALUE 0.0150.
01 WS-REMINDER-DAYS        PIC 9(3) VALUE 1.
01 WS-DISCONNECT-DAYS      PIC 9(3) VALUE 60.
01 WS-DISCONNECT-AMOUNT    PIC 9(7)V99 VALUE 100.00.
01 WS-NOTICE-DAYS          PIC 9(3) VALUE 10.
01 WS-PAY-BY-DATE          PIC 9(8).

01 WS-DRENROLL-COUNT       PIC 9(4) VALUE 0.
01 DR-ENROLLMENT-TABLE.
    05 DR-ENROLLMENT-ENTRY OCCURS 2000 TIMES INDEXED BY DRENR-IDX.
        10 DN-T-METER-ID      PIC X(10).

*> One entry per customer, built from the meter master; a customer's
*> first meter supplies the service address used on notices.
01 WS-CUSTOMER-COUNT       PIC 9(4) VALUE 0.
01 CUSTOMER-TABLE.
    05 CUSTOMER-ENTRY OCCURS 2000 TIMES INDEXED BY CUST-IDX.
        10 CT-CUSTOMER-ID     PIC X(10).
        10 CT-SERVICE-ADDRESS PIC X(40).
        10 CT-MEDICAL-NEED    PIC X.
        10 CT-DR-ENROLLED     PIC X.
        10 CT-CURRENT         PIC 9(8)V99.
        10 CT-DAYS-1-30       PIC 9(8)V99.
        10 CT-DAYS-31-60      PIC 9(8)V99.
        10 CT-DAYS-61-90      PIC 9(8)V99.
        10 CT-DAYS-OVER-90    PIC 9(8)V99.
        10 CT-UNAPPLIED-CREDIT PIC 9(8)V99.
        10 CT-OLDEST-DAYS     PIC 9(5).
01 WS-SEARCH-CUSTOMER-ID   PIC X(10).
01 WS-CUSTOMER-FOUND       PIC X VALUE 'N'.
    88 CUSTOMER-FOUND      VALUE 'Y'.

01 WS-LEDGER-COUNT         PIC 9(5) VALUE 0.
01 AR-LEDGER-TABLE.
    05 AR-LEDGER-ENTRY OCCURS 10000 TIMES INDEXED BY LEDGER-IDX.
        10 LT-CUSTOMER-ID     PIC X(10).
        10 LT-ITEM-TYPE       PIC X(4).
        10 LT-METER-ID        PIC X(10).
        10 LT-ITEM-REFERENCE  PIC X(10).
        10 LT-POSTED-DATE     PIC 9(8).
        10 LT-DUE-DATE        PIC 9(8).
        10 LT-DC-FLAG         PIC X.
        10 LT-ORIGINAL-AMOUNT PIC 9(7)V99.
        10 LT-OPEN-AMOUNT     PIC 9(7)V99.
        10 LT-LATE-FEE-FLAG   PIC X.
01 WS-AGED-ITEMS           PIC 9(5).

01 WS-DAYS-PAST-DUE        PIC S9(7).
01 WS-LATE-FEE             PIC 9(7)V99.
01 WS-PAST-DUE             PIC 9(8)V99.
01 WS-BALANCE              PIC S9(8)V99.

01 WS-LATE-FEES-CHARGED    PIC 9(5) VALUE 0.
01 WS-LATE-FEE-TOTAL       PIC 9(9)V99 VALUE 0.
01 WS-REMINDERS-SENT       PIC 9(5) VALUE 0.
01 WS-DISCONNECT-NOTICES   PIC 9(5) VALUE 0.
01 WS-DISCONNECT-HOLDS     PIC 9(5) VALUE 0.

01 WS-NOTICE-HEADER.
    05 FILLER              PIC X(30) VALUE 'PAST DUE NOTICE'.
    05 FILLER              PIC X(8) VALUE 'ACCOUNT '.
    05 NH-CUSTOMER-ID      PIC X(10).
    05 FILLER              PIC X(9) VALUE '  ISSUED '.
    05 NH-ISSUE-DATE       PIC 9(8).
01 WS-NOTICE-ADDRESS.
    05 FILLER              PIC X(17) VALUE 'SERVICE ADDRESS: '.
    05 NA-SERVICE-ADDRESS  PIC X(40).
01 WS-NOTICE-PAST-DUE.
    05 FILLER              PIC X(20) VALUE 'AMOUNT PAST DUE'.
    05 NP-PAST-DUE         PIC $$$,$$$,$$9.99.
    05 FILLER              PIC X(9) VALUE '  OLDEST '.
    05 NP-OLDEST-DAYS      PIC ZZZZ9.
    05 FILLER              PIC X(14) VALUE ' DAYS PAST DUE'.
01 WS-NOTICE-BALANCE.
    05 FILLER              PIC X(20) VALUE 'TOTAL BALANCE'.
    05 NB-BALANCE          PIC $$$,$$$,$$9.99-.
01 WS-NOTICE-PAY-BY.
    05 FILLER              PIC X(40)
        VALUE 'PLEASE PAY THE AMOUNT PAST DUE BY'.
    05 NY-PAY-BY-DATE      PIC 9(8).
01 WS-NOTICE-SEPARATOR     PIC X(80) VALUE ALL '-'.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE     PIC X.
    05 DS-DATE-FROM         PIC 9(8).
    05 DS-DATE-TO           PIC 9(8).
    05 DS-DAYS              PIC S9(7).
    05 DS-RESULT-DATE       PIC 9(8).

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
    PERFORM LOAD-AR-PARAMETERS
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE WS-NOTICE-DAYS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-PAY-BY-DATE
    PERFORM LOAD-DR-ENROLLMENT
    PERFORM LOAD-CUSTOMERS
    PERFORM LOAD-AR-LEDGER
    MOVE WS-LEDGER-COUNT TO WS-AGED-ITEMS
    PERFORM ASSESS-LATE-FEES
    PERFORM AGE-LEDGER-ITEMS
    OPEN OUTPUT ar-aging-report past-due-notices
        disconnection-notices disconnection-holds
    PERFORM REVIEW-CUSTOMERS
    CLOSE ar-aging-report past-due-notices
        disconnection-notices disconnection-holds
    PERFORM WRITE-AR-LEDGER
    DISPLAY "Customer AR aging: " WS-LATE-FEES-CHARGED " late charges ("
        WS-LATE-FEE-TOTAL "), " WS-REMINDERS-SENT " reminders, "
        WS-DISCONNECT-NOTICES " disconnection notices, "
        WS-DISCONNECT-HOLDS " held"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-AR-PARAMETERS.
    OPEN INPUT ar-parameters
    IF WS-PARM-STATUS = '00'
        READ ar-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF AP-LATE-FEE-RATE IS NUMERIC
                    MOVE AP-LATE-FEE-RATE TO WS-LATE-FEE-RATE
                END-IF
                IF AP-REMINDER-DAYS IS NUMERIC AND AP-REMINDER-DAYS > 0
                    MOVE AP-REMINDER-DAYS TO WS-REMINDER-DAYS
                END-IF
                IF AP-DISCONNECT-DAYS IS NUMERIC
                        AND AP-DISCONNECT-DAYS > 0
                    MOVE AP-DISCONNECT-DAYS TO WS-DISCONNECT-DAYS
                END-IF
                IF AP-DISCONNECT-AMOUNT IS NUMERIC
                    MOVE AP-DISCONNECT-AMOUNT TO WS-DISCONNECT-AMOUNT
                END-IF
                IF AP-NOTICE-DAYS IS NUMERIC AND AP-NOTICE-DAYS > 0
                    MOVE AP-NOTICE-DAYS TO WS-NOTICE-DAYS
                END-IF
        END-READ
        CLOSE ar-parameters
    END-IF.

LOAD-DR-ENROLLMENT.
    OPEN INPUT dr-enrollment
    IF WS-DRENROLL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ dr-enrollment AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-DRENROLL-COUNT < 2000
            ADD 1 TO WS-DRENROLL-COUNT
            MOVE DN-METER-ID TO DN-T-METER-ID(WS-DRENROLL-COUNT)
        ELSE
            DISPLAY "DR enrollment table full - discarding " DN-METER-ID
        END-IF
        READ dr-enrollment AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE dr-enrollment
    MOVE 'N' TO WS-END-OF-FILE.

*> A customer is protected from disconnection if any one of their
*> meters is flagged for medical need or enrolled in demand response.
LOAD-CUSTOMERS.
    OPEN INPUT meter-master
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY "No meter master on file"
        EXIT PARAGRAPH
    END-IF
    READ meter-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE MM-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID
        PERFORM FIND-CUSTOMER
        IF CUSTOMER-FOUND
            IF MM-MEDICAL-NEED-FLAG = 'Y'
                MOVE 'Y' TO CT-MEDICAL-NEED(CUST-IDX)
            END-IF
            PERFORM VARYING DRENR-IDX FROM 1 BY 1
                    UNTIL DRENR-IDX > WS-DRENROLL-COUNT
                IF DN-T-METER-ID(DRENR-IDX) = MM-METER-ID
                    MOVE 'Y' TO CT-DR-ENROLLED(CUST-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        READ meter-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE meter-master
    MOVE 'N' TO WS-END-OF-FILE.

*> Finds WS-SEARCH-CUSTOMER-ID in the customer table, adding it when the meter
*> master record in hand is its first meter.
FIND-CUSTOMER.
    MOVE 'N' TO WS-CUSTOMER-FOUND
    PERFORM VARYING CUST-IDX FROM 1 BY 1
            UNTIL CUST-IDX > WS-CUSTOMER-COUNT
        IF CT-CUSTOMER-ID(CUST-IDX) = WS-SEARCH-CUSTOMER-ID
            MOVE 'Y' TO WS-CUSTOMER-FOUND
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-CUSTOMER-COUNT NOT < 2000
        DISPLAY "Customer table full - discarding "
            WS-SEARCH-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CUSTOMER-COUNT
    SET CUST-IDX TO WS-CUSTOMER-COUNT
    MOVE WS-SEARCH-CUSTOMER-ID TO CT-CUSTOMER-ID(CUST-IDX)
    MOVE MM-SERVICE-ADDRESS TO CT-SERVICE-ADDRESS(CUST-IDX)
    MOVE 'N' TO CT-MEDICAL-NEED(CUST-IDX)
    MOVE 'N' TO CT-DR-ENROLLED(CUST-IDX)
    MOVE ZERO TO CT-CURRENT(CUST-IDX)
    MOVE ZERO TO CT-DAYS-1-30(CUST-IDX)
    MOVE ZERO TO CT-DAYS-31-60(CUST-IDX)
    MOVE ZERO TO CT-DAYS-61-90(CUST-IDX)
    MOVE ZERO TO CT-DAYS-OVER-90(CUST-IDX)
    MOVE ZERO TO CT-UNAPPLIED-CREDIT(CUST-IDX)
    MOVE ZERO TO CT-OLDEST-DAYS(CUST-IDX)
    MOVE 'Y' TO WS-CUSTOMER-FOUND.

LOAD-AR-LEDGER.
    OPEN INPUT customer-ar-ledger
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY "No customer AR ledger on file"
        EXIT PARAGRAPH
    END-IF
    READ customer-ar-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-LEDGER-COUNT < 10000
            ADD 1 TO WS-LEDGER-COUNT
            SET LEDGER-IDX TO WS-LEDGER-COUNT
            MOVE CUSTOMER-AR-RECORD TO AR-LEDGER-ENTRY(LEDGER-IDX)
        ELSE
            DISPLAY "AR ledger table full - discarding " AR-CUSTOMER-ID
        END-IF
        READ customer-ar-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE customer-ar-ledger
    MOVE 'N' TO WS-END-OF-FILE.

*> One late-payment charge per past-due charge, flagged on the item so
*> a rerun does not charge it again. Late charges draw no late charge
*> themselves, and fall due at once.
ASSESS-LATE-FEES.
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-AGED-ITEMS
        IF LT-DC-FLAG(LEDGER-IDX) = 'D'
                AND LT-ITEM-TYPE(LEDGER-IDX) NOT = 'LATE'
                AND LT-OPEN-AMOUNT(LEDGER-IDX) > 0
                AND LT-LATE-FEE-FLAG(LEDGER-IDX) NOT = 'Y'
                AND LT-DUE-DATE(LEDGER-IDX) < WS-CURRENT-DATE
            PERFORM CHARGE-LATE-FEE
        END-IF
    END-PERFORM.

CHARGE-LATE-FEE.
    COMPUTE WS-LATE-FEE ROUNDED =
        LT-OPEN-AMOUNT(LEDGER-IDX) * WS-LATE-FEE-RATE
    MOVE 'Y' TO LT-LATE-FEE-FLAG(LEDGER-IDX)
    IF WS-LATE-FEE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-LEDGER-COUNT NOT < 10000
        DISPLAY "AR ledger table full - discarding late charge "
            LT-CUSTOMER-ID(LEDGER-IDX)
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LEDGER-COUNT
    MOVE AR-LEDGER-ENTRY(LEDGER-IDX) TO AR-LEDGER-ENTRY(WS-LEDGER-COUNT)
    MOVE 'LATE' TO LT-ITEM-TYPE(WS-LEDGER-COUNT)
    MOVE WS-CURRENT-DATE TO LT-POSTED-DATE(WS-LEDGER-COUNT)
    MOVE WS-CURRENT-DATE TO LT-DUE-DATE(WS-LEDGER-COUNT)
    MOVE WS-LATE-FEE TO LT-ORIGINAL-AMOUNT(WS-LEDGER-COUNT)
    MOVE WS-LATE-FEE TO LT-OPEN-AMOUNT(WS-LEDGER-COUNT)
    ADD 1 TO WS-LATE-FEES-CHARGED
    ADD WS-LATE-FEE TO WS-LATE-FEE-TOTAL.

*> Buckets every open item by days past its due date.
AGE-LEDGER-ITEMS.
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LT-OPEN-AMOUNT(LEDGER-IDX) > 0
            MOVE LT-CUSTOMER-ID(LEDGER-IDX) TO WS-SEARCH-CUSTOMER-ID
            MOVE SPACES TO MM-SERVICE-ADDRESS
            PERFORM FIND-CUSTOMER
            IF CUSTOMER-FOUND
                PERFORM AGE-ONE-ITEM
            END-IF
        END-IF
    END-PERFORM.

AGE-ONE-ITEM.
    IF LT-DC-FLAG(LEDGER-IDX) = 'C'
        ADD LT-OPEN-AMOUNT(LEDGER-IDX) TO CT-UNAPPLIED-CREDIT(CUST-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE LT-DUE-DATE(LEDGER-IDX) TO DS-DATE-FROM
    MOVE WS-CURRENT-DATE TO DS-DATE-TO
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-DAYS TO WS-DAYS-PAST-DUE
    EVALUATE TRUE
        WHEN WS-DAYS-PAST-DUE < 1
            ADD LT-OPEN-AMOUNT(LEDGER-IDX) TO CT-CURRENT(CUST-IDX)
        WHEN WS-DAYS-PAST-DUE < 31
            ADD LT-OPEN-AMOUNT(LEDGER-IDX) TO CT-DAYS-1-30(CUST-IDX)
        WHEN WS-DAYS-PAST-DUE < 61
            ADD LT-OPEN-AMOUNT(LEDGER-IDX) TO CT-DAYS-31-60(CUST-IDX)
        WHEN WS-DAYS-PAST-DUE < 91
            ADD LT-OPEN-AMOUNT(LEDGER-IDX) TO CT-DAYS-61-90(CUST-IDX)
        WHEN OTHER
            ADD LT-OPEN-AMOUNT(LEDGER-IDX) TO CT-DAYS-OVER-90(CUST-IDX)
    END-EVALUATE
    IF WS-DAYS-PAST-DUE > CT-OLDEST-DAYS(CUST-IDX)
        MOVE WS-DAYS-PAST-DUE TO CT-OLDEST-DAYS(CUST-IDX)
    END-IF.

REVIEW-CUSTOMERS.
    PERFORM VARYING CUST-IDX FROM 1 BY 1
            UNTIL CUST-IDX > WS-CUSTOMER-COUNT
        COMPUTE WS-PAST-DUE = CT-DAYS-1-30(CUST-IDX)
            + CT-DAYS-31-60(CUST-IDX) + CT-DAYS-61-90(CUST-IDX)
            + CT-DAYS-OVER-90(CUST-IDX)
        COMPUTE WS-BALANCE = CT-CURRENT(CUST-IDX) + WS-PAST-DUE
            - CT-UNAPPLIED-CREDIT(CUST-IDX)
        IF WS-BALANCE NOT = 0 OR CT-UNAPPLIED-CREDIT(CUST-IDX) > 0
            PERFORM WRITE-AGING-LINE
        END-IF
        IF WS-PAST-DUE > 0
            PERFORM REVIEW-PAST-DUE-CUSTOMER
        END-IF
    END-PERFORM.

WRITE-AGING-LINE.
    MOVE CT-CUSTOMER-ID(CUST-IDX) TO AG-CUSTOMER-ID
    MOVE CT-CURRENT(CUST-IDX) TO AG-CURRENT
    MOVE CT-DAYS-1-30(CUST-IDX) TO AG-DAYS-1-30
    MOVE CT-DAYS-31-60(CUST-IDX) TO AG-DAYS-31-60
    MOVE CT-DAYS-61-90(CUST-IDX) TO AG-DAYS-61-90
    MOVE CT-DAYS-OVER-90(CUST-IDX) TO AG-DAYS-OVER-90
    MOVE CT-UNAPPLIED-CREDIT(CUST-IDX) TO AG-UNAPPLIED-CREDIT
    MOVE WS-BALANCE TO AG-BALANCE
    MOVE CT-OLDEST-DAYS(CUST-IDX) TO AG-OLDEST-DAYS
    WRITE AR-AGING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REVIEW-PAST-DUE-CUSTOMER.
    IF CT-OLDEST-DAYS(CUST-IDX) NOT < WS-DISCONNECT-DAYS
            AND WS-PAST-DUE NOT < WS-DISCONNECT-AMOUNT
        IF CT-MEDICAL-NEED(CUST-IDX) = 'Y'
            MOVE 'Medical need - disconnection not allowed' TO DH-REASON
            PERFORM WRITE-DISCONNECTION-HOLD
        ELSE
            IF CT-DR-ENROLLED(CUST-IDX) = 'Y'
                MOVE 'DR enrolled - disconnection not allowed' TO DH-REASON
                PERFORM WRITE-DISCONNECTION-HOLD
            ELSE
                PERFORM WRITE-DISCONNECTION-NOTICE
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF
    IF CT-OLDEST-DAYS(CUST-IDX) NOT < WS-REMINDER-DAYS
        PERFORM WRITE-REMINDER-NOTICE
    END-IF.

WRITE-DISCONNECTION-NOTICE.
    MOVE CT-CUSTOMER-ID(CUST-IDX) TO DC-CUSTOMER-ID
    MOVE CT-SERVICE-ADDRESS(CUST-IDX) TO DC-SERVICE-ADDRESS
    MOVE WS-PAST-DUE TO DC-PAST-DUE
    MOVE CT-OLDEST-DAYS(CUST-IDX) TO DC-OLDEST-DAYS
    MOVE WS-CURRENT-DATE TO DC-NOTICE-DATE
    MOVE WS-PAY-BY-DATE TO DC-DISCONNECT-DATE
    WRITE DISCONNECTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-DISCONNECT-NOTICES.

WRITE-DISCONNECTION-HOLD.
    MOVE CT-CUSTOMER-ID(CUST-IDX) TO DH-CUSTOMER-ID
    MOVE WS-PAST-DUE TO DH-PAST-DUE
    MOVE CT-OLDEST-DAYS(CUST-IDX) TO DH-OLDEST-DAYS
    WRITE DISCONNECTION-HOLD-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-DISCONNECT-HOLDS.

WRITE-REMINDER-NOTICE.
    MOVE CT-CUSTOMER-ID(CUST-IDX) TO NH-CUSTOMER-ID
    MOVE WS-CURRENT-DATE TO NH-ISSUE-DATE
    MOVE WS-NOTICE-HEADER TO NOTICE-LINE
    PERFORM WRITE-NOTICE-LINE
    IF CT-SERVICE-ADDRESS(CUST-IDX) NOT = SPACES
        MOVE CT-SERVICE-ADDRESS(CUST-IDX) TO NA-SERVICE-ADDRESS
        MOVE WS-NOTICE-ADDRESS TO NOTICE-LINE
        PERFORM WRITE-NOTICE-LINE
    END-IF
    MOVE WS-PAST-DUE TO NP-PAST-DUE
    MOVE CT-OLDEST-DAYS(CUST-IDX) TO NP-OLDEST-DAYS
    MOVE WS-NOTICE-PAST-DUE TO NOTICE-LINE
    PERFORM WRITE-NOTICE-LINE
    MOVE WS-BALANCE TO NB-BALANCE
    MOVE WS-NOTICE-BALANCE TO NOTICE-LINE
    PERFORM WRITE-NOTICE-LINE
    MOVE WS-PAY-BY-DATE TO NY-PAY-BY-DATE
    MOVE WS-NOTICE-PAY-BY TO NOTICE-LINE
    PERFORM WRITE-NOTICE-LINE
    MOVE WS-NOTICE-SEPARATOR TO NOTICE-LINE
    PERFORM WRITE-NOTICE-LINE
    ADD 1 TO WS-REMINDERS-SENT.

WRITE-NOTICE-LINE.
    WRITE NOTICE-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-AR-LEDGER.
    OPEN OUTPUT customer-ar-ledger
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        MOVE AR-LEDGER-ENTRY(LEDGER-IDX) TO CUSTOMER-AR-RECORD
        WRITE CUSTOMER-AR-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE customer-ar-ledger.

LOG-RUN-START.
    MOVE 'CustomerARAging' TO OPS-PROGRAM-ID
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

END PROGRAM CustomerARAging.
