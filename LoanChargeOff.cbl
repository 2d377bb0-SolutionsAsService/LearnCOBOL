IDENTIFICATION DIVISION.
PROGRAM-ID. LoanChargeOff.
AUTHOR. Your Name.
*> Takes seriously delinquent loans off the books. A loan is charged
*> off when DH-MISSED-CYCLES on delinquency-history.dat reaches the
*> threshold on chargeoff-parameters.dat (four cycles when no parameter
*> is supplied) or when a collector has asked for it on
*> chargeoff-requests.dat. REMAINING-BALANCE carries unpaid interest and
*> fees as well as principal, so the balance is split using FEES-DUE and
*> the interest accrued on loan-transaction-ledger.dat that no payment
*> has covered; the split is posted as one LCO ledger entry. Charged-off
*> loans are appended to charged-off-loans.dat, which
*> LoanManagementSystem reads to post later payments as recoveries,
*> and are left off loan-details-active.dat (roll forward to
*> loan-details.dat before the next cycle) and delinquency-history.dat
*> so they drop out of servicing and the collections queue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loan-details-file ASSIGN TO 'loan-details.dat'.
    SELECT loan-details-active ASSIGN TO 'loan-details-active.dat'.
    SELECT chargeoff-parameters ASSIGN TO 'chargeoff-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT chargeoff-requests ASSIGN TO 'chargeoff-requests.dat'
        FILE STATUS IS WS-REQUEST-STATUS.
    SELECT delinquency-history ASSIGN TO 'delinquency-history.dat'
        FILE STATUS IS WS-DELHIST-STATUS.
    SELECT loan-transaction-ledger
        ASSIGN TO 'loan-transaction-ledger.dat'.
    SELECT OPTIONAL charged-off-loans ASSIGN TO 'charged-off-loans.dat'.
    SELECT chargeoff-exceptions ASSIGN TO 'chargeoff-exceptions.dat'.

DATA DIVISION.
FILE SECTION.
FD loan-details-file.
01 LOAN-DETAILS-RECORD.
    05 CUSTOMER-ID        PIC 9(6).
    05 LOAN-ID            PIC 9(6).
    05 LOAN-AMOUNT        PIC 9(7)V99.
    05 REMAINING-BALANCE  PIC 9(7)V99.
    05 INTEREST-RATE      PIC 9V9(4).
    05 ACCRUAL-FREQUENCY  PIC 9(2).
    05 DUE-DATE            PIC 9(8).
    05 LAST-PAYMENT-DATE   PIC 9(8).
    05 ESCROW-BALANCE     PIC 9(7)V99.
    05 ESCROW-PORTION     PIC 9(5)V99.
    05 SUSPENSE-BALANCE   PIC 9(7)V99.
    05 FEES-DUE           PIC 9(5)V99.

FD loan-details-active.
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

FD chargeoff-parameters.
01 CHARGEOFF-PARAMETER-RECORD.
    05 CHP-MISSED-CYCLE-THRESHOLD PIC 9(3).

FD chargeoff-requests.
01 CHARGEOFF-REQUEST-RECORD.
    05 CR-CUSTOMER-ID     PIC 9(6).
    05 CR-LOAN-ID         PIC 9(6).
    05 CR-COLLECTOR-ID    PIC X(8).
    05 CR-REASON-CODE     PIC X(4).

FD delinquency-history.
01 DELINQUENCY-HISTORY-RECORD.
    05 DH-CUSTOMER-ID     PIC 9(6).
    05 DH-LOAN-ID         PIC 9(6).
    05 DH-MISSED-CYCLES   PIC 9(3).
    05 DH-AMOUNT-AT-RISK  PIC 9(7)V99.

FD loan-transaction-ledger.
01 LEDGER-RECORD.
    05 LG-POST-DATE       PIC 9(8).
    05 LG-CUSTOMER-ID     PIC 9(6).
    05 LG-LOAN-ID         PIC 9(6).
    05 LG-TRAN-TYPE       PIC X(8).
    05 LG-AMOUNT          PIC 9(7)V99.
    05 LG-FEE-PORTION     PIC 9(7)V99.
    05 LG-INTEREST-PORTION PIC 9(7)V99.
    05 LG-PRINCIPAL-PORTION PIC 9(7)V99.

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

FD chargeoff-exceptions.
01 CHARGEOFF-EXCEPTION-RECORD.
    05 CE-CUSTOMER-ID     PIC 9(6).
    05 CE-LOAN-ID         PIC 9(6).
    05 CE-REASON          PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE       PIC X VALUE 'N'.
    88 EOF              VALUE 'Y'.
    88 NOT-EOF          VALUE 'N'.
01 WS-PARM-STATUS       PIC XX.
01 WS-REQUEST-STATUS    PIC XX.
01 WS-DELHIST-STATUS    PIC XX.
01 WS-CURRENT-DATE      PIC 9(8).
01 WS-MISSED-CYCLE-THRESHOLD PIC 9(3) VALUE 4.

01 WS-DELINQ-COUNT      PIC 9(4) VALUE 0.
01 DELINQUENCY-TABLE.
    05 DELINQUENCY-ENTRY OCCURS 500 TIMES INDEXED BY DELQ-IDX.
        10 DQ-CUSTOMER-ID     PIC 9(6).
        10 DQ-LOAN-ID         PIC 9(6).
        10 DQ-MISSED-CYCLES   PIC 9(3).
        10 DQ-AMOUNT-AT-RISK  PIC 9(7)V99.
        10 DQ-CHARGED-OFF     PIC X.

01 WS-CANDIDATE-COUNT   PIC 9(4) VALUE 0.
01 CANDIDATE-TABLE.
    05 CANDIDATE-ENTRY OCCURS 500 TIMES INDEXED BY CAND-IDX.
        10 CD-CUSTOMER-ID     PIC 9(6).
        10 CD-LOAN-ID         PIC 9(6).
        10 CD-MISSED-CYCLES   PIC 9(3).
        10 CD-REASON-CODE     PIC X(4).
        10 CD-COLLECTOR-ID    PIC X(8).
        10 CD-INTEREST-ACCRUED PIC 9(9)V99.
        10 CD-INTEREST-PAID   PIC 9(9)V99.
        10 CD-MATCHED         PIC X.
01 WS-CANDIDATE-FOUND   PIC X VALUE 'N'.
    88 CANDIDATE-FOUND  VALUE 'Y'.

01 WS-CANDIDATE-KEY.
    05 WS-CK-CUSTOMER-ID  PIC 9(6).
    05 WS-CK-LOAN-ID      PIC 9(6).
01 WS-UNPAID-INTEREST   PIC 9(9)V99.
01 WS-NON-FEE-BALANCE   PIC 9(7)V99.
01 WS-CHARGEOFF-COUNT   PIC 9(5) VALUE 0.
01 WS-CHARGEOFF-TOTAL   PIC 9(9)V99 VALUE 0.

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
    PERFORM LOAD-CHARGEOFF-PARAMETERS
    OPEN OUTPUT chargeoff-exceptions
    PERFORM LOAD-DELINQUENCY-HISTORY
    PERFORM LOAD-CHARGEOFF-REQUESTS
    PERFORM SCAN-LEDGER-INTEREST
    OPEN INPUT loan-details-file
        OUTPUT loan-details-active
    OPEN EXTEND loan-transaction-ledger charged-off-loans
    READ loan-details-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE CUSTOMER-ID TO WS-CK-CUSTOMER-ID
        MOVE LOAN-ID TO WS-CK-LOAN-ID
        PERFORM FIND-CANDIDATE
        IF CANDIDATE-FOUND
            MOVE 'Y' TO CD-MATCHED(CAND-IDX)
            PERFORM CHARGE-OFF-LOAN
        ELSE
            PERFORM WRITE-ACTIVE-LOAN
        END-IF
        READ loan-details-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    PERFORM REPORT-UNMATCHED-REQUESTS
    PERFORM WRITE-DELINQUENCY-HISTORY
    CLOSE loan-details-file loan-details-active loan-transaction-ledger
        charged-off-loans chargeoff-exceptions
    DISPLAY "Loans charged off: " WS-CHARGEOFF-COUNT
    DISPLAY "Total charged off: " WS-CHARGEOFF-TOTAL
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-CHARGEOFF-PARAMETERS.
    OPEN INPUT chargeoff-parameters
    IF WS-PARM-STATUS = '00'
        READ chargeoff-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF CHP-MISSED-CYCLE-THRESHOLD IS NUMERIC
                        AND CHP-MISSED-CYCLE-THRESHOLD > 0
                    MOVE CHP-MISSED-CYCLE-THRESHOLD
                        TO WS-MISSED-CYCLE-THRESHOLD
                END-IF
        END-READ
        CLOSE chargeoff-parameters
    END-IF
    DISPLAY "Charge-off threshold (missed cycles): "
        WS-MISSED-CYCLE-THRESHOLD.

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
                MOVE DH-AMOUNT-AT-RISK TO DQ-AMOUNT-AT-RISK(WS-DELINQ-COUNT)
                MOVE 'N' TO DQ-CHARGED-OFF(WS-DELINQ-COUNT)
                IF DH-MISSED-CYCLES >= WS-MISSED-CYCLE-THRESHOLD
                    MOVE DH-CUSTOMER-ID TO WS-CK-CUSTOMER-ID
                    MOVE DH-LOAN-ID TO WS-CK-LOAN-ID
                    PERFORM ADD-CANDIDATE
                    IF CANDIDATE-FOUND
                        MOVE DH-MISSED-CYCLES TO CD-MISSED-CYCLES(CAND-IDX)
                        MOVE 'DLQ ' TO CD-REASON-CODE(CAND-IDX)
                    END-IF
                END-IF
            ELSE
                DISPLAY "Delinquency table full - discarding " DH-LOAN-ID
            END-IF
            READ delinquency-history AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE delinquency-history
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-CHARGEOFF-REQUESTS.
    OPEN INPUT chargeoff-requests
    IF WS-REQUEST-STATUS = '00'
        READ chargeoff-requests AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF CR-COLLECTOR-ID = SPACES
                MOVE CR-CUSTOMER-ID TO CE-CUSTOMER-ID
                MOVE CR-LOAN-ID TO CE-LOAN-ID
                MOVE 'Charge-off request has no collector id'
                    TO CE-REASON
                PERFORM WRITE-CHARGEOFF-EXCEPTION
            ELSE
                MOVE CR-CUSTOMER-ID TO WS-CK-CUSTOMER-ID
                MOVE CR-LOAN-ID TO WS-CK-LOAN-ID
                PERFORM ADD-CANDIDATE
                IF CANDIDATE-FOUND
                    MOVE CR-REASON-CODE TO CD-REASON-CODE(CAND-IDX)
                    MOVE CR-COLLECTOR-ID TO CD-COLLECTOR-ID(CAND-IDX)
                END-IF
            END-IF
            READ chargeoff-requests AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE chargeoff-requests
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

ADD-CANDIDATE.
    PERFORM FIND-CANDIDATE
    IF NOT CANDIDATE-FOUND
        IF WS-CANDIDATE-COUNT < 500
            ADD 1 TO WS-CANDIDATE-COUNT
            SET CAND-IDX TO WS-CANDIDATE-COUNT
            MOVE WS-CK-CUSTOMER-ID TO CD-CUSTOMER-ID(CAND-IDX)
            MOVE WS-CK-LOAN-ID TO CD-LOAN-ID(CAND-IDX)
            MOVE ZERO TO CD-MISSED-CYCLES(CAND-IDX)
            MOVE SPACES TO CD-REASON-CODE(CAND-IDX)
            MOVE SPACES TO CD-COLLECTOR-ID(CAND-IDX)
            MOVE ZERO TO CD-INTEREST-ACCRUED(CAND-IDX)
            MOVE ZERO TO CD-INTEREST-PAID(CAND-IDX)
            MOVE 'N' TO CD-MATCHED(CAND-IDX)
            MOVE 'Y' TO WS-CANDIDATE-FOUND
        ELSE
            DISPLAY "Charge-off table full - discarding " WS-CK-LOAN-ID
        END-IF
    END-IF.

FIND-CANDIDATE.
    MOVE 'N' TO WS-CANDIDATE-FOUND
    PERFORM VARYING CAND-IDX FROM 1 BY 1
            UNTIL CAND-IDX > WS-CANDIDATE-COUNT
        IF CD-CUSTOMER-ID(CAND-IDX) = WS-CK-CUSTOMER-ID
                AND CD-LOAN-ID(CAND-IDX) = WS-CK-LOAN-ID
            MOVE 'Y' TO WS-CANDIDATE-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

SCAN-LEDGER-INTEREST.
    IF WS-CANDIDATE-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT loan-transaction-ledger
    READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE LG-CUSTOMER-ID TO WS-CK-CUSTOMER-ID
        MOVE LG-LOAN-ID TO WS-CK-LOAN-ID
        PERFORM FIND-CANDIDATE
        IF CANDIDATE-FOUND
            EVALUATE LG-TRAN-TYPE
                WHEN 'INTEREST'
                    ADD LG-INTEREST-PORTION
                        TO CD-INTEREST-ACCRUED(CAND-IDX)
                WHEN 'PAYMENT'
                    ADD LG-INTEREST-PORTION
                        TO CD-INTEREST-PAID(CAND-IDX)
                WHEN 'PMTREV'
                    ADD LG-INTEREST-PORTION
                        TO CD-INTEREST-ACCRUED(CAND-IDX)
            END-EVALUATE
        END-IF
        READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loan-transaction-ledger
    MOVE 'N' TO WS-END-OF-FILE.

CHARGE-OFF-LOAN.
    IF REMAINING-BALANCE = 0
        MOVE CUSTOMER-ID TO CE-CUSTOMER-ID
        MOVE LOAN-ID TO CE-LOAN-ID
        MOVE 'Zero balance - not charged off' TO CE-REASON
        PERFORM WRITE-CHARGEOFF-EXCEPTION
        PERFORM WRITE-ACTIVE-LOAN
        EXIT PARAGRAPH
    END-IF
    IF FEES-DUE < REMAINING-BALANCE
        MOVE FEES-DUE TO CO-FEES
    ELSE
        MOVE REMAINING-BALANCE TO CO-FEES
    END-IF
    COMPUTE WS-NON-FEE-BALANCE = REMAINING-BALANCE - CO-FEES
    MOVE ZERO TO WS-UNPAID-INTEREST
    IF CD-INTEREST-ACCRUED(CAND-IDX) > CD-INTEREST-PAID(CAND-IDX)
        COMPUTE WS-UNPAID-INTEREST = CD-INTEREST-ACCRUED(CAND-IDX)
            - CD-INTEREST-PAID(CAND-IDX)
    END-IF
    IF WS-UNPAID-INTEREST > WS-NON-FEE-BALANCE
        MOVE WS-NON-FEE-BALANCE TO WS-UNPAID-INTEREST
    END-IF
    MOVE WS-UNPAID-INTEREST TO CO-INTEREST
    COMPUTE CO-PRINCIPAL = WS-NON-FEE-BALANCE - CO-INTEREST
    MOVE REMAINING-BALANCE TO CO-TOTAL
    MOVE CUSTOMER-ID TO CO-CUSTOMER-ID
    MOVE LOAN-ID TO CO-LOAN-ID
    MOVE WS-CURRENT-DATE TO CO-CHARGEOFF-DATE
    PERFORM FIND-DELINQUENCY-ENTRY
    MOVE CD-REASON-CODE(CAND-IDX) TO CO-REASON-CODE
    MOVE CD-COLLECTOR-ID(CAND-IDX) TO CO-COLLECTOR-ID
    WRITE CHARGED-OFF-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE WS-CURRENT-DATE TO LG-POST-DATE
    MOVE CUSTOMER-ID TO LG-CUSTOMER-ID
    MOVE LOAN-ID TO LG-LOAN-ID
    MOVE 'LCO' TO LG-TRAN-TYPE
    MOVE CO-TOTAL TO LG-AMOUNT
    MOVE CO-FEES TO LG-FEE-PORTION
    MOVE CO-INTEREST TO LG-INTEREST-PORTION
    MOVE CO-PRINCIPAL TO LG-PRINCIPAL-PORTION
    WRITE LEDGER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-CHARGEOFF-COUNT
    ADD CO-TOTAL TO WS-CHARGEOFF-TOTAL
    IF ESCROW-BALANCE > 0 OR SUSPENSE-BALANCE > 0
        MOVE CUSTOMER-ID TO CE-CUSTOMER-ID
        MOVE LOAN-ID TO CE-LOAN-ID
        MOVE 'Charged off - escrow/suspense funds held'
            TO CE-REASON
        PERFORM WRITE-CHARGEOFF-EXCEPTION
    END-IF.

FIND-DELINQUENCY-ENTRY.
    MOVE ZERO TO CO-MISSED-CYCLES
    PERFORM VARYING DELQ-IDX FROM 1 BY 1
            UNTIL DELQ-IDX > WS-DELINQ-COUNT
        IF DQ-CUSTOMER-ID(DELQ-IDX) = CUSTOMER-ID
                AND DQ-LOAN-ID(DELQ-IDX) = LOAN-ID
            MOVE DQ-MISSED-CYCLES(DELQ-IDX) TO CO-MISSED-CYCLES
            MOVE 'Y' TO DQ-CHARGED-OFF(DELQ-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-ACTIVE-LOAN.
    MOVE CUSTOMER-ID TO LDO-CUSTOMER-ID
    MOVE LOAN-ID TO LDO-LOAN-ID
    MOVE LOAN-AMOUNT TO LDO-LOAN-AMOUNT
    MOVE REMAINING-BALANCE TO LDO-REMAINING-BALANCE
    MOVE INTEREST-RATE TO LDO-INTEREST-RATE
    MOVE ACCRUAL-FREQUENCY TO LDO-ACCRUAL-FREQUENCY
    MOVE DUE-DATE TO LDO-DUE-DATE
    MOVE LAST-PAYMENT-DATE TO LDO-LAST-PAYMENT-DATE
    MOVE ESCROW-BALANCE TO LDO-ESCROW-BALANCE
    MOVE ESCROW-PORTION TO LDO-ESCROW-PORTION
    MOVE SUSPENSE-BALANCE TO LDO-SUSPENSE-BALANCE
    MOVE FEES-DUE TO LDO-FEES-DUE
    WRITE LOAN-DETAILS-RECORD-OUT
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REPORT-UNMATCHED-REQUESTS.
    PERFORM VARYING CAND-IDX FROM 1 BY 1
            UNTIL CAND-IDX > WS-CANDIDATE-COUNT
        IF CD-MATCHED(CAND-IDX) = 'N'
            MOVE CD-CUSTOMER-ID(CAND-IDX) TO CE-CUSTOMER-ID
            MOVE CD-LOAN-ID(CAND-IDX) TO CE-LOAN-ID
            MOVE 'Charge-off selected - loan not on master'
                TO CE-REASON
            PERFORM WRITE-CHARGEOFF-EXCEPTION
        END-IF
    END-PERFORM.

WRITE-DELINQUENCY-HISTORY.
    OPEN OUTPUT delinquency-history
    PERFORM VARYING DELQ-IDX FROM 1 BY 1 UNTIL DELQ-IDX > WS-DELINQ-COUNT
        IF DQ-CHARGED-OFF(DELQ-IDX) = 'N'
            MOVE DQ-CUSTOMER-ID(DELQ-IDX) TO DH-CUSTOMER-ID
            MOVE DQ-LOAN-ID(DELQ-IDX) TO DH-LOAN-ID
            MOVE DQ-MISSED-CYCLES(DELQ-IDX) TO DH-MISSED-CYCLES
            MOVE DQ-AMOUNT-AT-RISK(DELQ-IDX) TO DH-AMOUNT-AT-RISK
            WRITE DELINQUENCY-HISTORY-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM
    CLOSE delinquency-history.

WRITE-CHARGEOFF-EXCEPTION.
    WRITE CHARGEOFF-EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'LoanChargeOff' TO OPS-PROGRAM-ID
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

END PROGRAM LoanChargeOff.
