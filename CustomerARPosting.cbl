IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerARPosting.
AUTHOR. Your Name.
*> Accounts receivable posting for smart grid customers. Each meter
*> bill on meter-bills.dat is posted as a charge, and each demand
*> response credit on dr-settlement-credits.dat and billing true-up on
*> billing-trueups.dat as a credit, to the customer that owns the meter
*> on meter-master.dat. Items are kept open-item style on
*> customer-ar-ledger.dat. An item already on the ledger is not posted
*> again; if the billing run has changed its amount only the difference
*> is posted. Payments on customer-payments.dat are then posted and,
*> with any other open credits, applied to the customer's open charges
*> oldest due date first. Items that cannot be posted are listed on
*> ar-posting-exceptions.dat. The payment file is emptied once posted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT meter-master ASSIGN TO 'meter-master.dat'
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT meter-bills ASSIGN TO 'meter-bills.dat'
        FILE STATUS IS WS-BILL-STATUS.
    SELECT dr-settlement-credits
        ASSIGN TO 'dr-settlement-credits.dat'
        FILE STATUS IS WS-DRCREDIT-STATUS.
    SELECT billing-trueups ASSIGN TO 'billing-trueups.dat'
        FILE STATUS IS WS-TRUEUP-STATUS.
    SELECT OPTIONAL customer-payments
        ASSIGN TO 'customer-payments.dat'
        FILE STATUS IS WS-PAYMENT-STATUS.
    SELECT customer-ar-ledger ASSIGN TO 'customer-ar-ledger.dat'
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT ar-parameters ASSIGN TO 'ar-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT ar-posting-exceptions
        ASSIGN TO 'ar-posting-exceptions.dat'.

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

FD meter-bills.
01 METER-BILL-RECORD.
    05 MB-METER-ID            PIC X(10).
    05 MB-BILL-MONTH          PIC 9(6).
    05 MB-PEAK-ENERGY         PIC 9(7)V99.
    05 MB-PEAK-CHARGE         PIC 9(7)V99.
    05 MB-OFFPEAK-ENERGY      PIC 9(7)V99.
    05 MB-OFFPEAK-CHARGE      PIC 9(7)V99.
    05 MB-TIER-ENERGY         PIC 9(7)V99.
    05 MB-TIER-CHARGE         PIC 9(7)V99.
    05 MB-FIXED-CHARGE        PIC 9(4)V99.
    05 MB-TOTAL-CHARGE        PIC 9(8)V99.
    05 MB-ESTIMATE-FLAG       PIC X.
    05 MB-ESTIMATED-ENERGY    PIC 9(7)V99.
    05 MB-EXPORT-ENERGY       PIC 9(7)V99.
    05 MB-EXCESS-EXPORT       PIC 9(7)V99.
    05 MB-EXPORT-CREDIT       PIC 9(7)V99.
    05 MB-CREDIT-APPLIED      PIC 9(7)V99.
    05 MB-CREDIT-BALANCE      PIC 9(7)V99.
01 BILLING-CONTROL-RECORD.
    05 BC-LABEL               PIC X(20).
    05 BC-BILLED-ENERGY       PIC 9(9)V99.
    05 BC-AGGREGATED-ENERGY   PIC 9(9)V99.
    05 BC-MESSAGE             PIC X(40).

FD dr-settlement-credits.
01 DR-SETTLEMENT-RECORD.
    05 DS-EVENT-DATE      PIC 9(8).
    05 DS-METER-ID        PIC X(10).
    05 DS-BASELINE-ENERGY PIC 9(7)V99.
    05 DS-ACTUAL-ENERGY   PIC 9(7)V99.
    05 DS-CURTAILED       PIC 9(7)V99.
    05 DS-CREDIT          PIC 9(7)V99.

FD billing-trueups.
01 BILLING-TRUEUP-RECORD.
    05 TU-METER-ID        PIC X(10).
    05 TU-BILL-MONTH      PIC 9(6).
    05 TU-REVERSED-ENERGY PIC 9(7)V99.
    05 TU-CREDIT-AMOUNT   PIC 9(7)V99.
    05 TU-MESSAGE         PIC X(40).

FD customer-payments.
01 CUSTOMER-PAYMENT-RECORD.
    05 CP-CUSTOMER-ID     PIC X(10).
    05 CP-PAYMENT-DATE    PIC 9(8).
    05 CP-AMOUNT          PIC 9(7)V99.
    05 CP-REFERENCE       PIC X(10).

*> AR-ITEM-TYPE is BILL (meter bill), DRCR (demand response credit),
*> TRUP (estimate true-up), NMCR (net metering year-end credit),
*> PAYM (payment) or LATE (late-payment charge). AR-ITEM-REFERENCE is
*> the bill month, event date or payment reference. AR-DC-FLAG is D
*> for a charge and C for a credit; AR-OPEN-AMOUNT is what is still
*> unpaid or unapplied.
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

FD ar-posting-exceptions.
01 AR-EXCEPTION-RECORD.
    05 PX-ITEM-TYPE       PIC X(4).
    05 PX-KEY             PIC X(10).
    05 PX-REFERENCE       PIC X(10).
    05 PX-AMOUNT          PIC 9(7)V99.
    05 PX-REASON          PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-MASTER-STATUS        PIC XX.
01 WS-BILL-STATUS          PIC XX.
01 WS-DRCREDIT-STATUS      PIC XX.
01 WS-TRUEUP-STATUS        PIC XX.
01 WS-PAYMENT-STATUS       PIC XX.
01 WS-LEDGER-STATUS        PIC XX.
01 WS-PARM-STATUS          PIC XX.

01 WS-CURRENT-DATE         PIC 9(8).
01 WS-PAYMENT-TERMS        PIC 9(3) VALUE 21.
01 WS-BILL-DUE-DATE        PIC 9(8).

01 WS-MASTER-COUNT         PIC 9(4) VALUE 0.
01 METER-MASTER-TABLE.
    05 METER-MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY MASTER-IDX.
        10 ME-METER-ID        PIC X(10).
        10 ME-CUSTOMER-ID     PIC X(10).
01 WS-MASTER-FOUND         PIC X VALUE 'N'.
    88 MASTER-FOUND        VALUE 'Y'.

01 WS-LEDGER-COUNT         PIC 9(5) VALUE 0.
01 AR-LEDGER-TABLE.
    05 AR-LEDGER-ENTRY OCCURS 10000 TIMES
            INDEXED BY LEDGER-IDX CHARGE-IDX.
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

*> The item being posted, with its amount signed: charges positive,
*> credits negative.
01 WS-POST-ITEM.
    05 WS-POST-CUSTOMER-ID    PIC X(10).
    05 WS-POST-ITEM-TYPE      PIC X(4).
    05 WS-POST-METER-ID       PIC X(10).
    05 WS-POST-REFERENCE      PIC X(10).
    05 WS-POST-DUE-DATE       PIC 9(8).
01 WS-POST-AMOUNT          PIC S9(8)V99.
01 WS-ALREADY-POSTED       PIC S9(8)V99.
01 WS-POST-DIFFERENCE      PIC S9(8)V99.
01 WS-APPLY-AMOUNT         PIC 9(7)V99.
01 WS-CHARGE-FOUND         PIC X VALUE 'N'.
    88 CHARGE-FOUND        VALUE 'Y'.
01 WS-EARLIEST-DUE-DATE    PIC 9(8).
01 WS-EARLIEST-CHARGE      PIC 9(5).

01 WS-CHARGES-POSTED       PIC 9(5) VALUE 0.
01 WS-CREDITS-POSTED       PIC 9(5) VALUE 0.
01 WS-PAYMENTS-POSTED      PIC 9(5) VALUE 0.
01 WS-AMOUNT-APPLIED       PIC 9(9)V99 VALUE 0.
01 WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.

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
    MOVE WS-PAYMENT-TERMS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-BILL-DUE-DATE
    PERFORM LOAD-METER-MASTER
    PERFORM LOAD-AR-LEDGER
    OPEN OUTPUT ar-posting-exceptions
    PERFORM POST-METER-BILLS
    PERFORM POST-DR-CREDITS
    PERFORM POST-BILLING-TRUEUPS
    PERFORM POST-PAYMENTS
    PERFORM APPLY-OPEN-CREDITS
    CLOSE ar-posting-exceptions
    PERFORM WRITE-AR-LEDGER
    OPEN OUTPUT customer-payments
    CLOSE customer-payments
    DISPLAY "Customer AR posting: " WS-CHARGES-POSTED " charges, "
        WS-CREDITS-POSTED " credits, " WS-PAYMENTS-POSTED " payments, "
        WS-AMOUNT-APPLIED " applied, " WS-EXCEPTION-COUNT " exceptions"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-AR-PARAMETERS.
    OPEN INPUT ar-parameters
    IF WS-PARM-STATUS = '00'
        READ ar-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF AP-PAYMENT-TERMS IS NUMERIC AND AP-PAYMENT-TERMS > 0
                    MOVE AP-PAYMENT-TERMS TO WS-PAYMENT-TERMS
                END-IF
        END-READ
        CLOSE ar-parameters
    END-IF.

LOAD-METER-MASTER.
    OPEN INPUT meter-master
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY "No meter master on file"
        EXIT PARAGRAPH
    END-IF
    READ meter-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MASTER-COUNT < 2000
            ADD 1 TO WS-MASTER-COUNT
            SET MASTER-IDX TO WS-MASTER-COUNT
            MOVE MM-METER-ID TO ME-METER-ID(MASTER-IDX)
            MOVE MM-CUSTOMER-ID TO ME-CUSTOMER-ID(MASTER-IDX)
        ELSE
            DISPLAY "Meter master table full - discarding " MM-METER-ID
        END-IF
        READ meter-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE meter-master
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-AR-LEDGER.
    OPEN INPUT customer-ar-ledger
    IF WS-LEDGER-STATUS NOT = '00'
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

POST-METER-BILLS.
    OPEN INPUT meter-bills
    IF WS-BILL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ meter-bills AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF BC-LABEL NOT = 'BILLING CONTROL'
            MOVE 'BILL' TO WS-POST-ITEM-TYPE
            MOVE MB-METER-ID TO WS-POST-METER-ID
            MOVE MB-BILL-MONTH TO WS-POST-REFERENCE
            MOVE WS-BILL-DUE-DATE TO WS-POST-DUE-DATE
            MOVE MB-TOTAL-CHARGE TO WS-POST-AMOUNT
            PERFORM POST-METER-ITEM
        END-IF
        READ meter-bills AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE meter-bills
    MOVE 'N' TO WS-END-OF-FILE.

POST-DR-CREDITS.
    OPEN INPUT dr-settlement-credits
    IF WS-DRCREDIT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ dr-settlement-credits AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF DS-CREDIT > 0
            MOVE 'DRCR' TO WS-POST-ITEM-TYPE
            MOVE DS-METER-ID TO WS-POST-METER-ID
            MOVE DS-EVENT-DATE TO WS-POST-REFERENCE
            MOVE WS-CURRENT-DATE TO WS-POST-DUE-DATE
            COMPUTE WS-POST-AMOUNT = 0 - DS-CREDIT
            PERFORM POST-METER-ITEM
        END-IF
        READ dr-settlement-credits AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE dr-settlement-credits
    MOVE 'N' TO WS-END-OF-FILE.

*> A true-up that reverses no energy is the net metering year-end
*> settlement; the others reverse an earlier estimated bill.
POST-BILLING-TRUEUPS.
    OPEN INPUT billing-trueups
    IF WS-TRUEUP-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ billing-trueups AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF TU-CREDIT-AMOUNT > 0
            IF TU-REVERSED-ENERGY = 0
                MOVE 'NMCR' TO WS-POST-ITEM-TYPE
            ELSE
                MOVE 'TRUP' TO WS-POST-ITEM-TYPE
            END-IF
            MOVE TU-METER-ID TO WS-POST-METER-ID
            MOVE TU-BILL-MONTH TO WS-POST-REFERENCE
            MOVE WS-CURRENT-DATE TO WS-POST-DUE-DATE
            COMPUTE WS-POST-AMOUNT = 0 - TU-CREDIT-AMOUNT
            PERFORM POST-METER-ITEM
        END-IF
        READ billing-trueups AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE billing-trueups
    MOVE 'N' TO WS-END-OF-FILE.

*> Posts a bill, credit or true-up to the customer owning the meter.
*> What is already on the ledger for the same item is netted off, so
*> a billing run posted twice adds nothing and a rebilled month posts
*> only its change.
POST-METER-ITEM.
    PERFORM FIND-METER-CUSTOMER
    IF NOT MASTER-FOUND
        MOVE WS-POST-ITEM-TYPE TO PX-ITEM-TYPE
        MOVE WS-POST-METER-ID TO PX-KEY
        MOVE WS-POST-REFERENCE TO PX-REFERENCE
        IF WS-POST-AMOUNT < 0
            COMPUTE PX-AMOUNT = 0 - WS-POST-AMOUNT
        ELSE
            MOVE WS-POST-AMOUNT TO PX-AMOUNT
        END-IF
        MOVE 'Meter not on meter master' TO PX-REASON
        PERFORM WRITE-AR-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-ALREADY-POSTED
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LT-ITEM-TYPE(LEDGER-IDX) = WS-POST-ITEM-TYPE
                AND LT-METER-ID(LEDGER-IDX) = WS-POST-METER-ID
                AND LT-ITEM-REFERENCE(LEDGER-IDX) = WS-POST-REFERENCE
            IF LT-DC-FLAG(LEDGER-IDX) = 'D'
                ADD LT-ORIGINAL-AMOUNT(LEDGER-IDX) TO WS-ALREADY-POSTED
            ELSE
                SUBTRACT LT-ORIGINAL-AMOUNT(LEDGER-IDX)
                    FROM WS-ALREADY-POSTED
            END-IF
        END-IF
    END-PERFORM
    COMPUTE WS-POST-DIFFERENCE = WS-POST-AMOUNT - WS-ALREADY-POSTED
    IF WS-POST-DIFFERENCE > 0
        PERFORM ADD-LEDGER-ITEM
        ADD 1 TO WS-CHARGES-POSTED
    END-IF
    IF WS-POST-DIFFERENCE < 0
        PERFORM ADD-LEDGER-ITEM
        ADD 1 TO WS-CREDITS-POSTED
    END-IF.

FIND-METER-CUSTOMER.
    MOVE 'N' TO WS-MASTER-FOUND
    PERFORM VARYING MASTER-IDX FROM 1 BY 1
            UNTIL MASTER-IDX > WS-MASTER-COUNT
        IF ME-METER-ID(MASTER-IDX) = WS-POST-METER-ID
            MOVE ME-CUSTOMER-ID(MASTER-IDX) TO WS-POST-CUSTOMER-ID
            MOVE 'Y' TO WS-MASTER-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-PAYMENT-CUSTOMER.
    MOVE 'N' TO WS-MASTER-FOUND
    PERFORM VARYING MASTER-IDX FROM 1 BY 1
            UNTIL MASTER-IDX > WS-MASTER-COUNT
        IF ME-CUSTOMER-ID(MASTER-IDX) = CP-CUSTOMER-ID
            MOVE 'Y' TO WS-MASTER-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Adds WS-POST-DIFFERENCE to the ledger as a charge or a credit.
ADD-LEDGER-ITEM.
    IF WS-LEDGER-COUNT NOT < 10000
        DISPLAY "AR ledger table full - discarding "
            WS-POST-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LEDGER-COUNT
    SET LEDGER-IDX TO WS-LEDGER-COUNT
    MOVE WS-POST-CUSTOMER-ID TO LT-CUSTOMER-ID(LEDGER-IDX)
    MOVE WS-POST-ITEM-TYPE TO LT-ITEM-TYPE(LEDGER-IDX)
    MOVE WS-POST-METER-ID TO LT-METER-ID(LEDGER-IDX)
    MOVE WS-POST-REFERENCE TO LT-ITEM-REFERENCE(LEDGER-IDX)
    MOVE WS-CURRENT-DATE TO LT-POSTED-DATE(LEDGER-IDX)
    MOVE WS-POST-DUE-DATE TO LT-DUE-DATE(LEDGER-IDX)
    IF WS-POST-DIFFERENCE > 0
        MOVE 'D' TO LT-DC-FLAG(LEDGER-IDX)
        MOVE WS-POST-DIFFERENCE TO LT-ORIGINAL-AMOUNT(LEDGER-IDX)
    ELSE
        MOVE 'C' TO LT-DC-FLAG(LEDGER-IDX)
        COMPUTE LT-ORIGINAL-AMOUNT(LEDGER-IDX) = 0 - WS-POST-DIFFERENCE
    END-IF
    MOVE LT-ORIGINAL-AMOUNT(LEDGER-IDX) TO LT-OPEN-AMOUNT(LEDGER-IDX)
    MOVE 'N' TO LT-LATE-FEE-FLAG(LEDGER-IDX).

POST-PAYMENTS.
    OPEN INPUT customer-payments
    IF WS-PAYMENT-STATUS NOT = '00'
        CLOSE customer-payments
        EXIT PARAGRAPH
    END-IF
    READ customer-payments AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM POST-ONE-PAYMENT
        READ customer-payments AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE customer-payments
    MOVE 'N' TO WS-END-OF-FILE.

POST-ONE-PAYMENT.
    MOVE 'PAYM' TO PX-ITEM-TYPE
    MOVE CP-CUSTOMER-ID TO PX-KEY
    MOVE CP-REFERENCE TO PX-REFERENCE
    MOVE CP-AMOUNT TO PX-AMOUNT
    PERFORM FIND-PAYMENT-CUSTOMER
    IF NOT MASTER-FOUND
        MOVE 'Customer not on meter master' TO PX-REASON
        PERFORM WRITE-AR-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF CP-AMOUNT NOT NUMERIC OR CP-AMOUNT = ZERO
        MOVE 'Payment has no amount' TO PX-REASON
        PERFORM WRITE-AR-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF CP-PAYMENT-DATE NOT NUMERIC OR CP-PAYMENT-DATE = ZERO
            OR CP-PAYMENT-DATE > WS-CURRENT-DATE
        MOVE 'Payment date missing or in the future' TO PX-REASON
        PERFORM WRITE-AR-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE CP-CUSTOMER-ID TO WS-POST-CUSTOMER-ID
    MOVE 'PAYM' TO WS-POST-ITEM-TYPE
    MOVE SPACES TO WS-POST-METER-ID
    MOVE CP-REFERENCE TO WS-POST-REFERENCE
    MOVE CP-PAYMENT-DATE TO WS-POST-DUE-DATE
    COMPUTE WS-POST-DIFFERENCE = 0 - CP-AMOUNT
    PERFORM ADD-LEDGER-ITEM
    ADD 1 TO WS-PAYMENTS-POSTED.

*> Every open credit - payments, demand response credits and
*> true-ups - is applied to the same customer's open charges, oldest
*> due date first. Credit left over stays open against future bills.
APPLY-OPEN-CREDITS.
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LT-DC-FLAG(LEDGER-IDX) = 'C'
            PERFORM UNTIL LT-OPEN-AMOUNT(LEDGER-IDX) = 0
                PERFORM FIND-OLDEST-OPEN-CHARGE
                IF NOT CHARGE-FOUND
                    EXIT PERFORM
                END-IF
                SET CHARGE-IDX TO WS-EARLIEST-CHARGE
                IF LT-OPEN-AMOUNT(CHARGE-IDX) < LT-OPEN-AMOUNT(LEDGER-IDX)
                    MOVE LT-OPEN-AMOUNT(CHARGE-IDX) TO WS-APPLY-AMOUNT
                ELSE
                    MOVE LT-OPEN-AMOUNT(LEDGER-IDX) TO WS-APPLY-AMOUNT
                END-IF
                SUBTRACT WS-APPLY-AMOUNT FROM LT-OPEN-AMOUNT(CHARGE-IDX)
                SUBTRACT WS-APPLY-AMOUNT FROM LT-OPEN-AMOUNT(LEDGER-IDX)
                ADD WS-APPLY-AMOUNT TO WS-AMOUNT-APPLIED
            END-PERFORM
        END-IF
    END-PERFORM.

FIND-OLDEST-OPEN-CHARGE.
    MOVE 'N' TO WS-CHARGE-FOUND
    MOVE 99999999 TO WS-EARLIEST-DUE-DATE
    PERFORM VARYING CHARGE-IDX FROM 1 BY 1
            UNTIL CHARGE-IDX > WS-LEDGER-COUNT
        IF LT-CUSTOMER-ID(CHARGE-IDX) = LT-CUSTOMER-ID(LEDGER-IDX)
                AND LT-DC-FLAG(CHARGE-IDX) = 'D'
                AND LT-OPEN-AMOUNT(CHARGE-IDX) > 0
                AND LT-DUE-DATE(CHARGE-IDX) < WS-EARLIEST-DUE-DATE
            MOVE LT-DUE-DATE(CHARGE-IDX) TO WS-EARLIEST-DUE-DATE
            SET WS-EARLIEST-CHARGE TO CHARGE-IDX
            MOVE 'Y' TO WS-CHARGE-FOUND
        END-IF
    END-PERFORM.

WRITE-AR-EXCEPTION.
    WRITE AR-EXCEPTION-RECORD
    ADD 1 TO WS-EXCEPTION-COUNT
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
    MOVE 'CustomerARPosting' TO OPS-PROGRAM-ID
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

END PROGRAM CustomerARPosting.
