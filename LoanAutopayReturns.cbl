IDENTIFICATION DIVISION.
PROGRAM-ID. LoanAutopayReturns.
AUTHOR. Your Name.
*> Applies the bank's return file for autopay debits. Each return is
*> matched to its draft on autopay-drafts.dat by customer, loan and
*> amount, and the loan ledger is searched for how LoanManagementSystem
*> applied that draft - the PAYMENT split and ESCROW part posted on or
*> after the day the draft was originated, or the SUSPENSE hold. A
*> reversal carrying that split is written to payment-reversals.dat for
*> the next loan cycle to back out and count as a missed cycle, the
*> draft is marked returned, and the enrollment is flagged returned so
*> no further drafts are pulled until the borrower's bank details are
*> fixed. A draft the loan cycle has not applied yet, or applied
*> together with other funds, is reported for manual review instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT autopay-returns ASSIGN TO 'autopay-returns.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT autopay-drafts ASSIGN TO 'autopay-drafts.dat'
        FILE STATUS IS WS-DRAFT-STATUS.
    SELECT loan-transaction-ledger
        ASSIGN TO 'loan-transaction-ledger.dat'
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT autopay-enrollments ASSIGN TO 'autopay-enrollments.dat'
        FILE STATUS IS WS-ENROLL-STATUS.
    SELECT autopay-enrollments-returned
        ASSIGN TO 'autopay-enrollments-returned.dat'.
    SELECT payment-reversals ASSIGN TO 'payment-reversals.dat'.
    SELECT autopay-return-report ASSIGN TO 'autopay-return-report.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD autopay-returns.
01 AUTOPAY-RETURN-RECORD.
    05 AR-CUSTOMER-ID         PIC 9(6).
    05 AR-LOAN-ID             PIC 9(6).
    05 AR-ROUTING-NUMBER      PIC 9(9).
    05 AR-ACCOUNT-NUMBER      PIC X(17).
    05 AR-AMOUNT              PIC 9(8)v99.
    05 AR-RETURN-CODE         PIC X(3).

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

FD autopay-enrollments.
01 AUTOPAY-ENROLLMENT-RECORD.
    05 AE-CUSTOMER-ID     PIC 9(6).
    05 AE-LOAN-ID         PIC 9(6).
    05 AE-ROUTING-NUMBER  PIC 9(9).
    05 AE-ACCOUNT-NUMBER  PIC X(17).
    05 AE-DRAFT-DAY       PIC 9(2).
    05 AE-AMOUNT-TYPE     PIC X.
    05 AE-FIXED-DRAFT     PIC 9(7)V99.
    05 AE-ENROLL-DATE     PIC 9(8).
    05 AE-STATUS          PIC X.
        88 AE-ACTIVE      VALUE 'A'.
        88 AE-RETURNED    VALUE 'R'.
    05 AE-STATUS-DATE     PIC 9(8).

FD autopay-enrollments-returned.
01 AUTOPAY-ENROLLMENT-RETURNED.
    05 AER-CUSTOMER-ID    PIC 9(6).
    05 AER-LOAN-ID        PIC 9(6).
    05 AER-ROUTING-NUMBER PIC 9(9).
    05 AER-ACCOUNT-NUMBER PIC X(17).
    05 AER-DRAFT-DAY      PIC 9(2).
    05 AER-AMOUNT-TYPE    PIC X.
    05 AER-FIXED-DRAFT    PIC 9(7)V99.
    05 AER-ENROLL-DATE    PIC 9(8).
    05 AER-STATUS         PIC X.
    05 AER-STATUS-DATE    PIC 9(8).

FD payment-reversals.
01 PAYMENT-REVERSAL-RECORD.
    05 PV-CUSTOMER-ID     PIC 9(6).
    05 PV-LOAN-ID         PIC 9(6).
    05 PV-SETTLE-DATE     PIC 9(8).
    05 PV-AMOUNT          PIC 9(7)V99.
    05 PV-FEE-PORTION     PIC 9(7)V99.
    05 PV-INTEREST-PORTION PIC 9(7)V99.
    05 PV-PRINCIPAL-PORTION PIC 9(7)V99.
    05 PV-ESCROW-PORTION  PIC 9(7)V99.
    05 PV-SUSPENSE-PORTION PIC 9(7)V99.
    05 PV-RETURN-CODE     PIC X(3).

FD autopay-return-report.
01 RETURN-REPORT-LINE         PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-DRAFT-STATUS        PIC XX.
01 WS-LEDGER-STATUS       PIC XX.
01 WS-ENROLL-STATUS       PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).

01 WS-DRAFT-COUNT         PIC 9(5) VALUE 0.
01 DRAFT-TABLE.
    05 DRAFT-ENTRY OCCURS 5000 TIMES INDEXED BY DRAFT-IDX.
        10 DT-DRAFT-MONTH     PIC 9(6).
        10 DT-ORIGINATE-DATE  PIC 9(8).
        10 DT-SETTLE-DATE     PIC 9(8).
        10 DT-CUSTOMER-ID     PIC 9(6).
        10 DT-LOAN-ID         PIC 9(6).
        10 DT-AMOUNT          PIC 9(7)V99.
        10 DT-ROUTING-NUMBER  PIC 9(9).
        10 DT-ACCOUNT-NUMBER  PIC X(17).
        10 DT-STATUS          PIC X.
        10 DT-RETURN-CODE     PIC X(3).
01 WS-MATCH-IDX           PIC 9(5).

01 WS-RETURN-COUNT        PIC 9(4) VALUE 0.
01 RETURN-TABLE.
    05 RETURN-ENTRY OCCURS 500 TIMES INDEXED BY RET-IDX.
        10 RT-CUSTOMER-ID         PIC 9(6).
        10 RT-LOAN-ID             PIC 9(6).
        10 RT-AMOUNT              PIC 9(7)V99.
        10 RT-RETURN-CODE         PIC X(3).
        10 RT-DRAFT-SLOT          PIC 9(5).
        10 RT-ORIGINATE-DATE      PIC 9(8).
        10 RT-SETTLE-DATE         PIC 9(8).
        10 RT-APPLIED-DATE        PIC 9(8).
        10 RT-LOAN-PART           PIC 9(7)V99.
        10 RT-FEE-PORTION         PIC 9(7)V99.
        10 RT-INTEREST-PORTION    PIC 9(7)V99.
        10 RT-PRINCIPAL-PORTION   PIC 9(7)V99.
        10 RT-ESCROW-PORTION      PIC 9(7)V99.
        10 RT-SUSPENSE-PORTION    PIC 9(7)V99.
        10 RT-ENROLL-FLAGGED      PIC X.

01 WS-MATCH-COUNT         PIC 9(4) VALUE 0.
01 WS-UNMATCHED-COUNT     PIC 9(4) VALUE 0.
01 WS-REVERSAL-COUNT      PIC 9(4) VALUE 0.
01 WS-REVIEW-COUNT        PIC 9(4) VALUE 0.
01 WS-APPLIED-TOTAL       PIC 9(8)V99.

01 WS-REPORT-DETAIL.
    05 RD-CUSTOMER-ID     PIC 9(6).
    05 FILLER             PIC X VALUE SPACE.
    05 RD-LOAN-ID         PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-RETURN-CODE     PIC X(3).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-DISPOSITION     PIC X(45).

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
    OPEN INPUT autopay-returns
        OUTPUT payment-reversals autopay-return-report
    PERFORM LOAD-DRAFT-HISTORY
    PERFORM MATCH-AUTOPAY-RETURNS
    PERFORM FIND-APPLIED-PAYMENTS
    PERFORM VARYING RET-IDX FROM 1 BY 1
            UNTIL RET-IDX > WS-RETURN-COUNT
        PERFORM RESOLVE-ONE-RETURN
    END-PERFORM
    PERFORM FLAG-RETURNED-ENROLLMENTS
    PERFORM REWRITE-DRAFT-HISTORY
    PERFORM WRITE-RETURN-SUMMARY
    CLOSE autopay-returns payment-reversals autopay-return-report
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-DRAFT-HISTORY.
    OPEN INPUT autopay-drafts
    IF WS-DRAFT-STATUS NOT = '00'
        DISPLAY "No autopay draft history on file"
        EXIT PARAGRAPH
    END-IF
    READ autopay-drafts AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-DRAFT-COUNT < 5000
            ADD 1 TO WS-DRAFT-COUNT
            SET DRAFT-IDX TO WS-DRAFT-COUNT
            MOVE AD-DRAFT-MONTH TO DT-DRAFT-MONTH(DRAFT-IDX)
            MOVE AD-ORIGINATE-DATE TO DT-ORIGINATE-DATE(DRAFT-IDX)
            MOVE AD-SETTLE-DATE TO DT-SETTLE-DATE(DRAFT-IDX)
            MOVE AD-CUSTOMER-ID TO DT-CUSTOMER-ID(DRAFT-IDX)
            MOVE AD-LOAN-ID TO DT-LOAN-ID(DRAFT-IDX)
            MOVE AD-AMOUNT TO DT-AMOUNT(DRAFT-IDX)
            MOVE AD-ROUTING-NUMBER TO DT-ROUTING-NUMBER(DRAFT-IDX)
            MOVE AD-ACCOUNT-NUMBER TO DT-ACCOUNT-NUMBER(DRAFT-IDX)
            MOVE AD-STATUS TO DT-STATUS(DRAFT-IDX)
            MOVE AD-RETURN-CODE TO DT-RETURN-CODE(DRAFT-IDX)
        ELSE
            DISPLAY "Draft table full - discarding " AD-LOAN-ID
        END-IF
        READ autopay-drafts AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE autopay-drafts
    MOVE 'N' TO WS-END-OF-FILE.

MATCH-AUTOPAY-RETURNS.
    READ autopay-returns AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM MATCH-ONE-RETURN
        READ autopay-returns AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

*> A loan can have several drafts for the same amount; the return is
*> for the most recent one still outstanding.
MATCH-ONE-RETURN.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING DRAFT-IDX FROM 1 BY 1
            UNTIL DRAFT-IDX > WS-DRAFT-COUNT
        IF DT-CUSTOMER-ID(DRAFT-IDX) = AR-CUSTOMER-ID
                AND DT-LOAN-ID(DRAFT-IDX) = AR-LOAN-ID
                AND DT-AMOUNT(DRAFT-IDX) = AR-AMOUNT
                AND DT-STATUS(DRAFT-IDX) = 'D'
            SET WS-MATCH-IDX TO DRAFT-IDX
        END-IF
    END-PERFORM
    MOVE AR-CUSTOMER-ID TO RD-CUSTOMER-ID
    MOVE AR-LOAN-ID TO RD-LOAN-ID
    MOVE AR-RETURN-CODE TO RD-RETURN-CODE
    MOVE AR-AMOUNT TO RD-AMOUNT
    IF WS-MATCH-IDX = 0
        ADD 1 TO WS-UNMATCHED-COUNT
        MOVE 'No matching autopay draft - review manually'
            TO RD-DISPOSITION
        PERFORM WRITE-REPORT-DETAIL
        EXIT PARAGRAPH
    END-IF
    IF WS-RETURN-COUNT < 500
        ADD 1 TO WS-MATCH-COUNT
        ADD 1 TO WS-RETURN-COUNT
        SET RET-IDX TO WS-RETURN-COUNT
        MOVE AR-CUSTOMER-ID TO RT-CUSTOMER-ID(RET-IDX)
        MOVE AR-LOAN-ID TO RT-LOAN-ID(RET-IDX)
        MOVE AR-AMOUNT TO RT-AMOUNT(RET-IDX)
        MOVE AR-RETURN-CODE TO RT-RETURN-CODE(RET-IDX)
        MOVE WS-MATCH-IDX TO RT-DRAFT-SLOT(RET-IDX)
        MOVE DT-ORIGINATE-DATE(WS-MATCH-IDX)
            TO RT-ORIGINATE-DATE(RET-IDX)
        MOVE DT-SETTLE-DATE(WS-MATCH-IDX) TO RT-SETTLE-DATE(RET-IDX)
        MOVE ZERO TO RT-APPLIED-DATE(RET-IDX)
        MOVE ZERO TO RT-LOAN-PART(RET-IDX)
        MOVE ZERO TO RT-FEE-PORTION(RET-IDX)
        MOVE ZERO TO RT-INTEREST-PORTION(RET-IDX)
        MOVE ZERO TO RT-PRINCIPAL-PORTION(RET-IDX)
        MOVE ZERO TO RT-ESCROW-PORTION(RET-IDX)
        MOVE ZERO TO RT-SUSPENSE-PORTION(RET-IDX)
        MOVE 'N' TO RT-ENROLL-FLAGGED(RET-IDX)
        MOVE 'X' TO DT-STATUS(WS-MATCH-IDX)
    ELSE
        DISPLAY "Return table full - discarding " AR-LOAN-ID
    END-IF.

FIND-APPLIED-PAYMENTS.
    IF WS-RETURN-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT loan-transaction-ledger
    IF WS-LEDGER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM VARYING RET-IDX FROM 1 BY 1
                UNTIL RET-IDX > WS-RETURN-COUNT
            IF RT-CUSTOMER-ID(RET-IDX) = LG-CUSTOMER-ID
                    AND RT-LOAN-ID(RET-IDX) = LG-LOAN-ID
                    AND LG-POST-DATE >= RT-ORIGINATE-DATE(RET-IDX)
                PERFORM MATCH-LEDGER-ENTRY
            END-IF
        END-PERFORM
        READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loan-transaction-ledger
    MOVE 'N' TO WS-END-OF-FILE.

MATCH-LEDGER-ENTRY.
    IF RT-APPLIED-DATE(RET-IDX) = 0
        EVALUATE LG-TRAN-TYPE
            WHEN 'PAYMENT'
                MOVE LG-POST-DATE TO RT-APPLIED-DATE(RET-IDX)
                MOVE LG-AMOUNT TO RT-LOAN-PART(RET-IDX)
                MOVE LG-FEE-PORTION TO RT-FEE-PORTION(RET-IDX)
                MOVE LG-INTEREST-PORTION TO RT-INTEREST-PORTION(RET-IDX)
                MOVE LG-PRINCIPAL-PORTION
                    TO RT-PRINCIPAL-PORTION(RET-IDX)
            WHEN 'SUSPENSE'
                IF LG-AMOUNT = RT-AMOUNT(RET-IDX)
                    MOVE LG-POST-DATE TO RT-APPLIED-DATE(RET-IDX)
                    MOVE LG-AMOUNT TO RT-SUSPENSE-PORTION(RET-IDX)
                END-IF
        END-EVALUATE
    ELSE
        IF LG-TRAN-TYPE = 'ESCROW'
                AND LG-POST-DATE = RT-APPLIED-DATE(RET-IDX)
                AND RT-ESCROW-PORTION(RET-IDX) = 0
                AND RT-SUSPENSE-PORTION(RET-IDX) = 0
            MOVE LG-AMOUNT TO RT-ESCROW-PORTION(RET-IDX)
        END-IF
    END-IF.

RESOLVE-ONE-RETURN.
    SET DRAFT-IDX TO RT-DRAFT-SLOT(RET-IDX)
    COMPUTE WS-APPLIED-TOTAL = RT-LOAN-PART(RET-IDX)
        + RT-ESCROW-PORTION(RET-IDX) + RT-SUSPENSE-PORTION(RET-IDX)
    MOVE RT-CUSTOMER-ID(RET-IDX) TO RD-CUSTOMER-ID
    MOVE RT-LOAN-ID(RET-IDX) TO RD-LOAN-ID
    MOVE RT-RETURN-CODE(RET-IDX) TO RD-RETURN-CODE
    MOVE RT-AMOUNT(RET-IDX) TO RD-AMOUNT
    EVALUATE TRUE
        WHEN RT-APPLIED-DATE(RET-IDX) = 0
            MOVE 'D' TO DT-STATUS(DRAFT-IDX)
            ADD 1 TO WS-REVIEW-COUNT
            MOVE 'Draft not yet applied - review manually'
                TO RD-DISPOSITION
        WHEN WS-APPLIED-TOTAL NOT = RT-AMOUNT(RET-IDX)
            MOVE 'D' TO DT-STATUS(DRAFT-IDX)
            ADD 1 TO WS-REVIEW-COUNT
            MOVE 'Applied with other funds - reverse manually'
                TO RD-DISPOSITION
        WHEN OTHER
            MOVE 'R' TO DT-STATUS(DRAFT-IDX)
            MOVE RT-RETURN-CODE(RET-IDX) TO DT-RETURN-CODE(DRAFT-IDX)
            PERFORM WRITE-PAYMENT-REVERSAL
            MOVE 'Payment reversed - enrollment flagged'
                TO RD-DISPOSITION
    END-EVALUATE
    PERFORM WRITE-REPORT-DETAIL.

WRITE-PAYMENT-REVERSAL.
    MOVE RT-CUSTOMER-ID(RET-IDX) TO PV-CUSTOMER-ID
    MOVE RT-LOAN-ID(RET-IDX) TO PV-LOAN-ID
    MOVE RT-SETTLE-DATE(RET-IDX) TO PV-SETTLE-DATE
    MOVE RT-AMOUNT(RET-IDX) TO PV-AMOUNT
    MOVE RT-FEE-PORTION(RET-IDX) TO PV-FEE-PORTION
    MOVE RT-INTEREST-PORTION(RET-IDX) TO PV-INTEREST-PORTION
    MOVE RT-PRINCIPAL-PORTION(RET-IDX) TO PV-PRINCIPAL-PORTION
    MOVE RT-ESCROW-PORTION(RET-IDX) TO PV-ESCROW-PORTION
    MOVE RT-SUSPENSE-PORTION(RET-IDX) TO PV-SUSPENSE-PORTION
    MOVE RT-RETURN-CODE(RET-IDX) TO PV-RETURN-CODE
    WRITE PAYMENT-REVERSAL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REVERSAL-COUNT.

WRITE-REPORT-DETAIL.
    MOVE WS-REPORT-DETAIL TO RETURN-REPORT-LINE
    WRITE RETURN-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

FLAG-RETURNED-ENROLLMENTS.
    OPEN INPUT autopay-enrollments
    IF WS-ENROLL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT autopay-enrollments-returned
    READ autopay-enrollments AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM VARYING RET-IDX FROM 1 BY 1
                UNTIL RET-IDX > WS-RETURN-COUNT
            IF RT-CUSTOMER-ID(RET-IDX) = AE-CUSTOMER-ID
                    AND RT-LOAN-ID(RET-IDX) = AE-LOAN-ID
                    AND RT-ENROLL-FLAGGED(RET-IDX) = 'N'
                MOVE 'Y' TO RT-ENROLL-FLAGGED(RET-IDX)
                IF AE-ACTIVE
                    SET AE-RETURNED TO TRUE
                    MOVE WS-CURRENT-DATE TO AE-STATUS-DATE
                END-IF
            END-IF
        END-PERFORM
        MOVE AUTOPAY-ENROLLMENT-RECORD TO AUTOPAY-ENROLLMENT-RETURNED
        WRITE AUTOPAY-ENROLLMENT-RETURNED
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        READ autopay-enrollments AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE autopay-enrollments autopay-enrollments-returned
    MOVE 'N' TO WS-END-OF-FILE.

REWRITE-DRAFT-HISTORY.
    IF WS-RETURN-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT autopay-drafts
    PERFORM VARYING DRAFT-IDX FROM 1 BY 1
            UNTIL DRAFT-IDX > WS-DRAFT-COUNT
        MOVE DT-DRAFT-MONTH(DRAFT-IDX) TO AD-DRAFT-MONTH
        MOVE DT-ORIGINATE-DATE(DRAFT-IDX) TO AD-ORIGINATE-DATE
        MOVE DT-SETTLE-DATE(DRAFT-IDX) TO AD-SETTLE-DATE
        MOVE DT-CUSTOMER-ID(DRAFT-IDX) TO AD-CUSTOMER-ID
        MOVE DT-LOAN-ID(DRAFT-IDX) TO AD-LOAN-ID
        MOVE DT-AMOUNT(DRAFT-IDX) TO AD-AMOUNT
        MOVE DT-ROUTING-NUMBER(DRAFT-IDX) TO AD-ROUTING-NUMBER
        MOVE DT-ACCOUNT-NUMBER(DRAFT-IDX) TO AD-ACCOUNT-NUMBER
        MOVE DT-STATUS(DRAFT-IDX) TO AD-STATUS
        MOVE DT-RETURN-CODE(DRAFT-IDX) TO AD-RETURN-CODE
        WRITE AUTOPAY-DRAFT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE autopay-drafts.

WRITE-RETURN-SUMMARY.
    MOVE SPACES TO RETURN-REPORT-LINE
    STRING 'RETURNS MATCHED: ' WS-MATCH-COUNT
        '  UNMATCHED: ' WS-UNMATCHED-COUNT
        '  REVERSED: ' WS-REVERSAL-COUNT
        '  MANUAL REVIEW: ' WS-REVIEW-COUNT
        DELIMITED BY SIZE INTO RETURN-REPORT-LINE
    WRITE RETURN-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'LoanAutopayReturns' TO OPS-PROGRAM-ID
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

END PROGRAM LoanAutopayReturns.
