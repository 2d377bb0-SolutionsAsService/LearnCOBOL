IDENTIFICATION DIVISION.
PROGRAM-ID. LoanAutopayDraft.
AUTHOR. Your Name.
*> Originates the autopay debit batch for borrowers enrolled on
*> autopay-enrollments.dat. The batch settles on the next business
*> day; every active enrollment whose draft day for that month falls
*> on or before the settlement date (rolled back to a business day)
*> and has not yet been drafted that month is pulled for the fixed
*> amount on the enrollment or the loan's standard payment. Each draft
*> is written to the debit ACH file, appended to payments.dat as the
*> expected payment LoanManagementSystem will apply, and recorded on
*> autopay-drafts.dat, which LoanAutopayReturns matches bank returns
*> against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT autopay-enrollments ASSIGN TO 'autopay-enrollments.dat'
        FILE STATUS IS WS-ENROLL-STATUS.
    SELECT loan-details-file ASSIGN TO 'loan-details.dat'.
    SELECT standard-payments ASSIGN TO 'standard-payments.dat'
        FILE STATUS IS WS-STDPAY-STATUS.
    SELECT OPTIONAL autopay-drafts ASSIGN TO 'autopay-drafts.dat'
        FILE STATUS IS WS-DRAFT-STATUS.
    SELECT OPTIONAL payments-file ASSIGN TO 'payments.dat'.
    SELECT autopay-ach-file ASSIGN TO 'autopay-debits.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT autopay-exceptions ASSIGN TO 'autopay-exceptions.dat'.

DATA DIVISION.
FILE SECTION.
FD autopay-enrollments.
01 AUTOPAY-ENROLLMENT-RECORD.
    05 AE-CUSTOMER-ID     PIC 9(6).
    05 AE-LOAN-ID         PIC 9(6).
    05 AE-ROUTING-NUMBER  PIC 9(9).
    05 AE-ACCOUNT-NUMBER  PIC X(17).
    05 AE-DRAFT-DAY       PIC 9(2).
    05 AE-AMOUNT-TYPE     PIC X.
        88 AE-FIXED-AMOUNT    VALUE 'F'.
        88 AE-STANDARD-AMOUNT VALUE 'S'.
    05 AE-FIXED-DRAFT     PIC 9(7)V99.
    05 AE-ENROLL-DATE     PIC 9(8).
    05 AE-STATUS          PIC X.
        88 AE-ACTIVE      VALUE 'A'.
        88 AE-RETURNED    VALUE 'R'.
        88 AE-CANCELLED   VALUE 'C'.
    05 AE-STATUS-DATE     PIC 9(8).

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

FD standard-payments.
01 STANDARD-PAYMENT-RECORD.
    05 SPY-CUSTOMER-ID    PIC 9(6).
    05 SPY-LOAN-ID        PIC 9(6).
    05 SPY-PAYMENT-AMOUNT PIC 9(7)V99.

FD autopay-drafts.
01 AUTOPAY-DRAFT-RECORD.
    05 AD-DRAFT-MONTH     PIC 9(6).
    05 AD-ORIGINATE-DATE  PIC 9(8).
    05 AD-SETTLE-DATE     PIC 9(8).
    05 AD-CUSTOMER-ID     PIC 9(6).
    05 AD-LOAN-ID         PIC 9(6).
    05 AD-AMOUNT          PIC 9(7)V99.
    05 AD-ROUTING-NUMBER  PIC 9(9).
    05 AD-ACCOUNT-NUMBER  PIC X(17).
    05 AD-STATUS          PIC X.
        88 AD-DRAFTED     VALUE 'D'.
        88 AD-RETURNED    VALUE 'R'.
    05 AD-RETURN-CODE     PIC X(3).

FD payments-file.
01 PAYMENT-RECORD.
    05 PR-CUSTOMER-ID     PIC 9(6).
    05 PR-LOAN-ID         PIC 9(6).
    05 PAYMENT-AMOUNT     PIC 9(7)V99.

FD autopay-ach-file.
01 AP-BATCH-HEADER-RECORD.
    05 APH-RECORD-TYPE        PIC X.
    05 APH-COMPANY-NAME       PIC X(16).
    05 APH-EFFECTIVE-DATE     PIC 9(8).
01 AP-DETAIL-RECORD.
    05 APD-RECORD-TYPE        PIC X.
    05 APD-ROUTING-NUMBER     PIC 9(9).
    05 APD-ACCOUNT-NUMBER     PIC X(17).
    05 APD-DEBIT-AMOUNT       PIC 9(8)v99.
    05 APD-CUSTOMER-ID        PIC 9(6).
    05 APD-LOAN-ID            PIC 9(6).
01 AP-BATCH-TRAILER-RECORD.
    05 APT-RECORD-TYPE        PIC X.
    05 APT-ENTRY-COUNT        PIC 9(6).
    05 APT-ROUTING-HASH       PIC 9(10).
    05 APT-TOTAL-DEBIT        PIC 9(10)v99.

FD autopay-exceptions.
01 AUTOPAY-EXCEPTION-RECORD.
    05 AX-CUSTOMER-ID     PIC 9(6).
    05 AX-LOAN-ID         PIC 9(6).
    05 AX-REASON          PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-ENROLL-STATUS       PIC XX.
01 WS-STDPAY-STATUS       PIC XX.
01 WS-DRAFT-STATUS        PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-SETTLE-DATE         PIC 9(8).
01 WS-DRAFT-MONTH         PIC 9(6).
01 WS-DRAFT-DAY           PIC 9(2).
01 WS-DRAFT-DATE          PIC 9(8).
01 WS-DRAFT-AMOUNT        PIC 9(7)V99.
01 WS-LAST-DRAFT-DAY      PIC 9(2) VALUE 28.

01 WS-LOAN-COUNT          PIC 9(5) VALUE 0.
01 LOAN-TABLE.
    05 LOAN-ENTRY OCCURS 2000 TIMES INDEXED BY LOAN-IDX.
        10 LT-CUSTOMER-ID     PIC 9(6).
        10 LT-LOAN-ID         PIC 9(6).
        10 LT-REMAINING-BALANCE PIC 9(7)V99.
01 WS-LOAN-FOUND          PIC X VALUE 'N'.
    88 LOAN-FOUND         VALUE 'Y'.

01 WS-STDPAY-COUNT        PIC 9(4) VALUE 0.
01 STANDARD-PAYMENT-TABLE.
    05 STDPAY-ENTRY OCCURS 500 TIMES INDEXED BY STDPAY-IDX.
        10 ST-CUSTOMER-ID     PIC 9(6).
        10 ST-LOAN-ID         PIC 9(6).
        10 ST-PAYMENT-AMOUNT  PIC 9(7)V99.
01 WS-STDPAY-FOUND        PIC X VALUE 'N'.
    88 STDPAY-FOUND       VALUE 'Y'.

01 WS-DRAFTED-COUNT       PIC 9(4) VALUE 0.
01 DRAFTED-TABLE.
    05 DRAFTED-ENTRY OCCURS 2000 TIMES INDEXED BY DRAFTED-IDX.
        10 DT-CUSTOMER-ID     PIC 9(6).
        10 DT-LOAN-ID         PIC 9(6).
01 WS-DRAFTED-FOUND       PIC X VALUE 'N'.
    88 ALREADY-DRAFTED    VALUE 'Y'.

01 WS-AP-TOTALS.
    05 WS-AP-ENTRY-COUNT     PIC 9(6) VALUE 0.
    05 WS-AP-ROUTING-HASH    PIC 9(10) VALUE 0.
    05 WS-AP-TOTAL-DEBIT     PIC 9(10)v99 VALUE 0.
01 WS-SKIPPED-COUNT       PIC 9(6) VALUE 0.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE  PIC X.
    05 DS-DATE-FROM      PIC 9(8).
    05 DS-DATE-TO        PIC 9(8).
    05 DS-DAYS           PIC S9(7).
    05 DS-RESULT-DATE    PIC 9(8).

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
    MOVE 'B' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE 1 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-SETTLE-DATE
    COMPUTE WS-DRAFT-MONTH = WS-SETTLE-DATE / 100
    PERFORM LOAD-LOAN-MASTER
    PERFORM LOAD-STANDARD-PAYMENTS
    PERFORM LOAD-DRAFT-HISTORY
    OPEN OUTPUT autopay-ach-file autopay-exceptions
    OPEN EXTEND autopay-drafts payments-file
    PERFORM WRITE-DRAFT-BATCH-HEADER
    OPEN INPUT autopay-enrollments
    IF WS-ENROLL-STATUS = '00'
        READ autopay-enrollments AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF AE-ACTIVE
                PERFORM PROCESS-ENROLLMENT
            END-IF
            READ autopay-enrollments AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE autopay-enrollments
        MOVE 'N' TO WS-END-OF-FILE
    ELSE
        DISPLAY "No autopay enrollments on file"
    END-IF
    PERFORM WRITE-DRAFT-BATCH-TRAILER
    CLOSE autopay-ach-file autopay-exceptions autopay-drafts
        payments-file
    DISPLAY "Autopay drafts settling " WS-SETTLE-DATE ": "
        WS-AP-ENTRY-COUNT " totalling " WS-AP-TOTAL-DEBIT
        ", skipped " WS-SKIPPED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-LOAN-MASTER.
    OPEN INPUT loan-details-file
    READ loan-details-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-LOAN-COUNT < 2000
            ADD 1 TO WS-LOAN-COUNT
            MOVE CUSTOMER-ID TO LT-CUSTOMER-ID(WS-LOAN-COUNT)
            MOVE LOAN-ID TO LT-LOAN-ID(WS-LOAN-COUNT)
            MOVE REMAINING-BALANCE
                TO LT-REMAINING-BALANCE(WS-LOAN-COUNT)
        ELSE
            DISPLAY "Loan table full - discarding " LOAN-ID
        END-IF
        READ loan-details-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loan-details-file
    MOVE 'N' TO WS-END-OF-FILE.

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

LOAD-DRAFT-HISTORY.
    OPEN INPUT autopay-drafts
    IF WS-DRAFT-STATUS = '00'
        READ autopay-drafts AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF AD-DRAFT-MONTH = WS-DRAFT-MONTH
                IF WS-DRAFTED-COUNT < 2000
                    ADD 1 TO WS-DRAFTED-COUNT
                    MOVE AD-CUSTOMER-ID
                        TO DT-CUSTOMER-ID(WS-DRAFTED-COUNT)
                    MOVE AD-LOAN-ID TO DT-LOAN-ID(WS-DRAFTED-COUNT)
                ELSE
                    DISPLAY "Drafted table full - discarding "
                        AD-LOAN-ID
                END-IF
            END-IF
            READ autopay-drafts AT END SET EOF TO TRUE END-READ
        END-PERFORM
    END-IF
    CLOSE autopay-drafts
    MOVE 'N' TO WS-END-OF-FILE.

PROCESS-ENROLLMENT.
    PERFORM CALCULATE-DRAFT-DATE
    IF WS-DRAFT-DATE > WS-SETTLE-DATE
            OR WS-DRAFT-DATE < AE-ENROLL-DATE
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-DRAFTED-LOAN
    IF ALREADY-DRAFTED
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-LOAN
    IF NOT LOAN-FOUND
        MOVE 'Loan not on loan master - not drafted' TO AX-REASON
        PERFORM WRITE-AUTOPAY-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF LT-REMAINING-BALANCE(LOAN-IDX) = 0
        MOVE 'Loan has no balance - not drafted' TO AX-REASON
        PERFORM WRITE-AUTOPAY-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF AE-ROUTING-NUMBER = 0 OR AE-ACCOUNT-NUMBER = SPACES
        MOVE 'No bank details on enrollment' TO AX-REASON
        PERFORM WRITE-AUTOPAY-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    PERFORM DETERMINE-DRAFT-AMOUNT
    IF WS-DRAFT-AMOUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM WRITE-DRAFT-DETAIL
    PERFORM WRITE-EXPECTED-PAYMENT
    PERFORM WRITE-DRAFT-HISTORY.

*> Draft days past the 28th are drafted on the 28th so every month
*> has one; a draft day on a weekend or holiday moves back.
CALCULATE-DRAFT-DATE.
    MOVE AE-DRAFT-DAY TO WS-DRAFT-DAY
    IF WS-DRAFT-DAY = 0
        MOVE 1 TO WS-DRAFT-DAY
    END-IF
    IF WS-DRAFT-DAY > WS-LAST-DRAFT-DAY
        MOVE WS-LAST-DRAFT-DAY TO WS-DRAFT-DAY
    END-IF
    COMPUTE WS-DRAFT-DATE = WS-DRAFT-MONTH * 100 + WS-DRAFT-DAY
    MOVE 'B' TO DS-FUNCTION-CODE
    MOVE WS-DRAFT-DATE TO DS-DATE-FROM
    MOVE 0 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-DRAFT-DATE.

FIND-DRAFTED-LOAN.
    MOVE 'N' TO WS-DRAFTED-FOUND
    PERFORM VARYING DRAFTED-IDX FROM 1 BY 1
            UNTIL DRAFTED-IDX > WS-DRAFTED-COUNT
        IF DT-CUSTOMER-ID(DRAFTED-IDX) = AE-CUSTOMER-ID
                AND DT-LOAN-ID(DRAFTED-IDX) = AE-LOAN-ID
            SET ALREADY-DRAFTED TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-LOAN.
    MOVE 'N' TO WS-LOAN-FOUND
    PERFORM VARYING LOAN-IDX FROM 1 BY 1
            UNTIL LOAN-IDX > WS-LOAN-COUNT
        IF LT-CUSTOMER-ID(LOAN-IDX) = AE-CUSTOMER-ID
                AND LT-LOAN-ID(LOAN-IDX) = AE-LOAN-ID
            SET LOAN-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

DETERMINE-DRAFT-AMOUNT.
    MOVE ZERO TO WS-DRAFT-AMOUNT
    EVALUATE TRUE
        WHEN AE-FIXED-AMOUNT
            MOVE AE-FIXED-DRAFT TO WS-DRAFT-AMOUNT
            IF WS-DRAFT-AMOUNT = 0
                MOVE 'Fixed draft amount is zero - not drafted'
                    TO AX-REASON
                PERFORM WRITE-AUTOPAY-EXCEPTION
            END-IF
        WHEN AE-STANDARD-AMOUNT
            PERFORM FIND-STANDARD-PAYMENT
            IF STDPAY-FOUND
                MOVE ST-PAYMENT-AMOUNT(STDPAY-IDX) TO WS-DRAFT-AMOUNT
            ELSE
                MOVE 'No standard payment on file'
                    TO AX-REASON
                PERFORM WRITE-AUTOPAY-EXCEPTION
            END-IF
        WHEN OTHER
            MOVE 'Invalid draft amount type - not drafted'
                TO AX-REASON
            PERFORM WRITE-AUTOPAY-EXCEPTION
    END-EVALUATE.

FIND-STANDARD-PAYMENT.
    MOVE 'N' TO WS-STDPAY-FOUND
    PERFORM VARYING STDPAY-IDX FROM 1 BY 1
            UNTIL STDPAY-IDX > WS-STDPAY-COUNT
        IF ST-CUSTOMER-ID(STDPAY-IDX) = AE-CUSTOMER-ID
                AND ST-LOAN-ID(STDPAY-IDX) = AE-LOAN-ID
                AND ST-PAYMENT-AMOUNT(STDPAY-IDX) > 0
            SET STDPAY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-DRAFT-BATCH-HEADER.
    MOVE '1' TO APH-RECORD-TYPE
    MOVE 'LOAN SERVICING' TO APH-COMPANY-NAME
    MOVE WS-SETTLE-DATE TO APH-EFFECTIVE-DATE
    WRITE AP-BATCH-HEADER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-DRAFT-DETAIL.
    MOVE '6' TO APD-RECORD-TYPE
    MOVE AE-ROUTING-NUMBER TO APD-ROUTING-NUMBER
    MOVE AE-ACCOUNT-NUMBER TO APD-ACCOUNT-NUMBER
    MOVE WS-DRAFT-AMOUNT TO APD-DEBIT-AMOUNT
    MOVE AE-CUSTOMER-ID TO APD-CUSTOMER-ID
    MOVE AE-LOAN-ID TO APD-LOAN-ID
    WRITE AP-DETAIL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-AP-ENTRY-COUNT
    ADD AE-ROUTING-NUMBER TO WS-AP-ROUTING-HASH
    ADD WS-DRAFT-AMOUNT TO WS-AP-TOTAL-DEBIT.

WRITE-DRAFT-BATCH-TRAILER.
    MOVE '8' TO APT-RECORD-TYPE
    MOVE WS-AP-ENTRY-COUNT TO APT-ENTRY-COUNT
    MOVE WS-AP-ROUTING-HASH TO APT-ROUTING-HASH
    MOVE WS-AP-TOTAL-DEBIT TO APT-TOTAL-DEBIT
    WRITE AP-BATCH-TRAILER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-EXPECTED-PAYMENT.
    MOVE AE-CUSTOMER-ID TO PR-CUSTOMER-ID
    MOVE AE-LOAN-ID TO PR-LOAN-ID
    MOVE WS-DRAFT-AMOUNT TO PAYMENT-AMOUNT
    WRITE PAYMENT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-DRAFT-HISTORY.
    MOVE WS-DRAFT-MONTH TO AD-DRAFT-MONTH
    MOVE WS-CURRENT-DATE TO AD-ORIGINATE-DATE
    MOVE WS-SETTLE-DATE TO AD-SETTLE-DATE
    MOVE AE-CUSTOMER-ID TO AD-CUSTOMER-ID
    MOVE AE-LOAN-ID TO AD-LOAN-ID
    MOVE WS-DRAFT-AMOUNT TO AD-AMOUNT
    MOVE AE-ROUTING-NUMBER TO AD-ROUTING-NUMBER
    MOVE AE-ACCOUNT-NUMBER TO AD-ACCOUNT-NUMBER
    SET AD-DRAFTED TO TRUE
    MOVE SPACES TO AD-RETURN-CODE
    WRITE AUTOPAY-DRAFT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-AUTOPAY-EXCEPTION.
    MOVE AE-CUSTOMER-ID TO AX-CUSTOMER-ID
    MOVE AE-LOAN-ID TO AX-LOAN-ID
    WRITE AUTOPAY-EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-SKIPPED-COUNT.

LOG-RUN-START.
    MOVE 'LoanAutopayDraft' TO OPS-PROGRAM-ID
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

END PROGRAM LoanAutopayDraft.
