IDENTIFICATION DIVISION.
PROGRAM-ID. PositivePayProcessing.
AUTHOR. Your Name.
*> Runs after each PayrollProcessing run. Applies check void and
*> stop-payment transactions to the check register, then builds the
*> positive-pay issue file for the bank: one issue record for every
*> check written since the last file was sent, one void record for
*> every check voided or stopped, and a trailer with the record count
*> and dollar total. The control file remembers the payroll bank
*> account and the highest check number already sent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT check-register ASSIGN TO 'check-register.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT check-register-new ASSIGN TO 'check-register-new.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT void-transactions ASSIGN TO 'check-void-transactions.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VOID-STATUS.
    SELECT positive-pay-control ASSIGN TO 'positive-pay-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PPCTL-STATUS.
    SELECT positive-pay-file ASSIGN TO 'positive-pay-issue.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT positive-pay-report ASSIGN TO 'positive-pay-report.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD check-register.
01 CHECK-REGISTER-RECORD.
    05 CR-CHECK-NUMBER        PIC 9(8).
    05 CR-CHECK-DATE          PIC 9(8).
    05 CR-EMPLOYEE-NUMBER     PIC 9(6).
    05 CR-EMPLOYEE-NAME       PIC X(30).
    05 CR-AMOUNT              PIC 9(6)v99.
    05 CR-STATUS              PIC X.
        88 CR-OUTSTANDING     VALUE 'O'.
        88 CR-CASHED          VALUE 'C'.
        88 CR-VOIDED          VALUE 'V'.
    05 CR-REASON              PIC X(30).

FD check-register-new.
01 CHECK-REGISTER-RECORD-NEW.
    05 CRN-CHECK-NUMBER       PIC 9(8).
    05 CRN-CHECK-DATE         PIC 9(8).
    05 CRN-EMPLOYEE-NUMBER    PIC 9(6).
    05 CRN-EMPLOYEE-NAME      PIC X(30).
    05 CRN-AMOUNT             PIC 9(6)v99.
    05 CRN-STATUS             PIC X.
    05 CRN-REASON             PIC X(30).

FD void-transactions.
01 VOID-TRANSACTION-RECORD.
    05 VT-CHECK-NUMBER        PIC 9(8).
    05 VT-ACTION              PIC X(4).
        88 VT-VOID            VALUE 'VOID'.
        88 VT-STOP-PAYMENT    VALUE 'STOP'.
    05 VT-VOID-DATE           PIC 9(8).
    05 VT-REASON              PIC X(20).

FD positive-pay-control.
01 POSITIVE-PAY-CONTROL-RECORD.
    05 PPC-BANK-ACCOUNT       PIC X(17).
    05 PPC-LAST-CHECK-SENT    PIC 9(8).

*> Bank positive-pay layout: 'I' issue and 'V' void details followed
*> by a single 'T' trailer.
FD positive-pay-file.
01 PP-DETAIL-RECORD.
    05 PP-RECORD-TYPE         PIC X.
    05 PP-BANK-ACCOUNT        PIC X(17).
    05 PP-CHECK-NUMBER        PIC 9(10).
    05 PP-ISSUE-DATE          PIC 9(8).
    05 PP-AMOUNT              PIC 9(8)v99.
    05 PP-PAYEE-NAME          PIC X(30).
    05 PP-VOID-DATE           PIC 9(8).
01 PP-TRAILER-RECORD.
    05 PPT-RECORD-TYPE        PIC X.
    05 PPT-BANK-ACCOUNT       PIC X(17).
    05 PPT-RECORD-COUNT       PIC 9(6).
    05 PPT-TOTAL-AMOUNT       PIC 9(10)v99.
    05 PPT-ISSUE-COUNT        PIC 9(6).
    05 PPT-ISSUE-AMOUNT       PIC 9(10)v99.
    05 PPT-VOID-COUNT         PIC 9(6).
    05 PPT-VOID-AMOUNT        PIC 9(10)v99.

FD positive-pay-report.
01 POSITIVE-PAY-REPORT-LINE   PIC X(100).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-VOID-STATUS         PIC XX.
01 WS-PPCTL-STATUS        PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-BANK-ACCOUNT        PIC X(17) VALUE SPACES.
01 WS-LAST-CHECK-SENT     PIC 9(8) VALUE 0.
01 WS-HIGHEST-CHECK       PIC 9(8) VALUE 0.

01 WS-VOID-COUNT          PIC 9(4) VALUE 0.
01 VOID-TABLE.
    05 VOID-ENTRY OCCURS 200 TIMES INDEXED BY VOID-IDX.
        10 VD-CHECK-NUMBER        PIC 9(8).
        10 VD-ACTION              PIC X(4).
        10 VD-VOID-DATE           PIC 9(8).
        10 VD-REASON              PIC X(20).
        10 VD-APPLIED             PIC X.

01 WS-VOID-FOUND          PIC X VALUE 'N'.
    88 VOID-FOUND         VALUE 'Y'.
01 WS-PP-TOTALS.
    05 WS-PP-ISSUE-COUNT     PIC 9(6) VALUE 0.
    05 WS-PP-ISSUE-AMOUNT    PIC 9(10)v99 VALUE 0.
    05 WS-PP-VOID-COUNT      PIC 9(6) VALUE 0.
    05 WS-PP-VOID-AMOUNT     PIC 9(10)v99 VALUE 0.
01 WS-REJECTED-COUNT      PIC 9(4) VALUE 0.

01 WS-PP-REPORT-DETAIL.
    05 PR-CHECK-NUMBER    PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 PR-CHECK-DATE      PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 PR-EMPLOYEE-NAME   PIC X(30).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 PR-AMOUNT          PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 PR-DISPOSITION     PIC X(35).

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
    PERFORM LOAD-POSITIVE-PAY-CONTROL
    PERFORM LOAD-VOID-TRANSACTIONS
    OPEN INPUT check-register
        OUTPUT check-register-new positive-pay-file positive-pay-report
    READ check-register AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM APPLY-VOID-TRANSACTION
        IF NOT VOID-FOUND
            IF CR-CHECK-NUMBER > WS-LAST-CHECK-SENT
                PERFORM WRITE-ISSUE-RECORD
            END-IF
        END-IF
        IF CR-CHECK-NUMBER > WS-HIGHEST-CHECK
            MOVE CR-CHECK-NUMBER TO WS-HIGHEST-CHECK
        END-IF
        PERFORM WRITE-NEW-REGISTER-RECORD
        READ check-register AT END SET EOF TO TRUE END-READ
    END-PERFORM
    PERFORM REPORT-UNMATCHED-VOIDS
    PERFORM WRITE-POSITIVE-PAY-TRAILER
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE check-register check-register-new positive-pay-file
        positive-pay-report
    PERFORM WRITE-POSITIVE-PAY-CONTROL
    DISPLAY "Positive pay issues: " WS-PP-ISSUE-COUNT
    DISPLAY "Positive pay voids: " WS-PP-VOID-COUNT
    DISPLAY "Void transactions rejected: " WS-REJECTED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-POSITIVE-PAY-CONTROL.
    OPEN INPUT positive-pay-control
    IF WS-PPCTL-STATUS = '00'
        READ positive-pay-control
            AT END CONTINUE
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                MOVE PPC-BANK-ACCOUNT TO WS-BANK-ACCOUNT
                MOVE PPC-LAST-CHECK-SENT TO WS-LAST-CHECK-SENT
        END-READ
        CLOSE positive-pay-control
    ELSE
        DISPLAY "No positive pay control - sending all open checks"
    END-IF.

LOAD-VOID-TRANSACTIONS.
    OPEN INPUT void-transactions
    IF WS-VOID-STATUS = '00'
        READ void-transactions AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-VOID-COUNT < 200
                ADD 1 TO WS-VOID-COUNT
                MOVE VT-CHECK-NUMBER TO VD-CHECK-NUMBER(WS-VOID-COUNT)
                MOVE VT-ACTION TO VD-ACTION(WS-VOID-COUNT)
                IF VT-VOID-DATE = 0
                    MOVE WS-CURRENT-DATE TO VD-VOID-DATE(WS-VOID-COUNT)
                ELSE
                    MOVE VT-VOID-DATE TO VD-VOID-DATE(WS-VOID-COUNT)
                END-IF
                MOVE VT-REASON TO VD-REASON(WS-VOID-COUNT)
                MOVE 'N' TO VD-APPLIED(WS-VOID-COUNT)
            ELSE
                DISPLAY "Void table full - discarding " VT-CHECK-NUMBER
            END-IF
            READ void-transactions AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE void-transactions
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

*> Only an outstanding check can be voided or stopped; a check the
*> bank has already paid, or one already voided, is rejected.
APPLY-VOID-TRANSACTION.
    MOVE 'N' TO WS-VOID-FOUND
    PERFORM VARYING VOID-IDX FROM 1 BY 1 UNTIL VOID-IDX > WS-VOID-COUNT
        IF VD-CHECK-NUMBER(VOID-IDX) = CR-CHECK-NUMBER
                AND VD-APPLIED(VOID-IDX) = 'N'
            MOVE 'Y' TO VD-APPLIED(VOID-IDX)
            EVALUATE TRUE
                WHEN VD-ACTION(VOID-IDX) NOT = 'VOID'
                        AND VD-ACTION(VOID-IDX) NOT = 'STOP'
                    MOVE 'REJECTED - UNKNOWN ACTION' TO PR-DISPOSITION
                    PERFORM WRITE-VOID-REJECTION
                WHEN CR-CASHED
                    MOVE 'REJECTED - ALREADY CASHED' TO PR-DISPOSITION
                    PERFORM WRITE-VOID-REJECTION
                WHEN CR-VOIDED
                    MOVE 'REJECTED - ALREADY VOIDED' TO PR-DISPOSITION
                    PERFORM WRITE-VOID-REJECTION
                WHEN OTHER
                    SET VOID-FOUND TO TRUE
                    PERFORM MARK-CHECK-VOIDED
            END-EVALUATE
        END-IF
    END-PERFORM.

MARK-CHECK-VOIDED.
    SET CR-VOIDED TO TRUE
    MOVE SPACES TO CR-REASON
    IF VD-ACTION(VOID-IDX) = 'STOP'
        STRING 'STOP PAYMENT ' VD-REASON(VOID-IDX)
            DELIMITED BY SIZE INTO CR-REASON
        MOVE 'STOP PAYMENT SENT TO BANK' TO PR-DISPOSITION
    ELSE
        STRING 'VOIDED ' VD-REASON(VOID-IDX)
            DELIMITED BY SIZE INTO CR-REASON
        MOVE 'VOID SENT TO BANK' TO PR-DISPOSITION
    END-IF
    MOVE 'V' TO PP-RECORD-TYPE
    MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT
    MOVE CR-CHECK-NUMBER TO PP-CHECK-NUMBER
    MOVE CR-CHECK-DATE TO PP-ISSUE-DATE
    MOVE CR-AMOUNT TO PP-AMOUNT
    MOVE CR-EMPLOYEE-NAME TO PP-PAYEE-NAME
    MOVE VD-VOID-DATE(VOID-IDX) TO PP-VOID-DATE
    WRITE PP-DETAIL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-PP-VOID-COUNT
    ADD CR-AMOUNT TO WS-PP-VOID-AMOUNT
    PERFORM WRITE-REPORT-DETAIL.

WRITE-VOID-REJECTION.
    ADD 1 TO WS-REJECTED-COUNT
    PERFORM WRITE-REPORT-DETAIL.

WRITE-ISSUE-RECORD.
    MOVE 'I' TO PP-RECORD-TYPE
    MOVE WS-BANK-ACCOUNT TO PP-BANK-ACCOUNT
    MOVE CR-CHECK-NUMBER TO PP-CHECK-NUMBER
    MOVE CR-CHECK-DATE TO PP-ISSUE-DATE
    MOVE CR-AMOUNT TO PP-AMOUNT
    MOVE CR-EMPLOYEE-NAME TO PP-PAYEE-NAME
    MOVE ZERO TO PP-VOID-DATE
    WRITE PP-DETAIL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-PP-ISSUE-COUNT
    ADD CR-AMOUNT TO WS-PP-ISSUE-AMOUNT.

WRITE-NEW-REGISTER-RECORD.
    MOVE CR-CHECK-NUMBER TO CRN-CHECK-NUMBER
    MOVE CR-CHECK-DATE TO CRN-CHECK-DATE
    MOVE CR-EMPLOYEE-NUMBER TO CRN-EMPLOYEE-NUMBER
    MOVE CR-EMPLOYEE-NAME TO CRN-EMPLOYEE-NAME
    MOVE CR-AMOUNT TO CRN-AMOUNT
    MOVE CR-STATUS TO CRN-STATUS
    MOVE CR-REASON TO CRN-REASON
    WRITE CHECK-REGISTER-RECORD-NEW
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REPORT-UNMATCHED-VOIDS.
    PERFORM VARYING VOID-IDX FROM 1 BY 1 UNTIL VOID-IDX > WS-VOID-COUNT
        IF VD-APPLIED(VOID-IDX) = 'N'
            MOVE VD-CHECK-NUMBER(VOID-IDX) TO PR-CHECK-NUMBER
            MOVE VD-VOID-DATE(VOID-IDX) TO PR-CHECK-DATE
            MOVE SPACES TO PR-EMPLOYEE-NAME
            MOVE ZERO TO PR-AMOUNT
            MOVE 'REJECTED - NOT ON CHECK REGISTER' TO PR-DISPOSITION
            MOVE WS-PP-REPORT-DETAIL TO POSITIVE-PAY-REPORT-LINE
            WRITE POSITIVE-PAY-REPORT-LINE
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            ADD 1 TO WS-REJECTED-COUNT
        END-IF
    END-PERFORM.

WRITE-REPORT-DETAIL.
    MOVE CR-CHECK-NUMBER TO PR-CHECK-NUMBER
    MOVE CR-CHECK-DATE TO PR-CHECK-DATE
    MOVE CR-EMPLOYEE-NAME TO PR-EMPLOYEE-NAME
    MOVE CR-AMOUNT TO PR-AMOUNT
    MOVE WS-PP-REPORT-DETAIL TO POSITIVE-PAY-REPORT-LINE
    WRITE POSITIVE-PAY-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-POSITIVE-PAY-TRAILER.
    MOVE 'T' TO PPT-RECORD-TYPE
    MOVE WS-BANK-ACCOUNT TO PPT-BANK-ACCOUNT
    COMPUTE PPT-RECORD-COUNT = WS-PP-ISSUE-COUNT + WS-PP-VOID-COUNT
    COMPUTE PPT-TOTAL-AMOUNT = WS-PP-ISSUE-AMOUNT + WS-PP-VOID-AMOUNT
    MOVE WS-PP-ISSUE-COUNT TO PPT-ISSUE-COUNT
    MOVE WS-PP-ISSUE-AMOUNT TO PPT-ISSUE-AMOUNT
    MOVE WS-PP-VOID-COUNT TO PPT-VOID-COUNT
    MOVE WS-PP-VOID-AMOUNT TO PPT-VOID-AMOUNT
    WRITE PP-TRAILER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO POSITIVE-PAY-REPORT-LINE
    STRING 'ISSUES SENT: ' WS-PP-ISSUE-COUNT
        '  VOIDS SENT: ' WS-PP-VOID-COUNT
        '  VOIDS REJECTED: ' WS-REJECTED-COUNT
        DELIMITED BY SIZE INTO POSITIVE-PAY-REPORT-LINE
    WRITE POSITIVE-PAY-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-POSITIVE-PAY-CONTROL.
    IF WS-HIGHEST-CHECK < WS-LAST-CHECK-SENT
        MOVE WS-LAST-CHECK-SENT TO WS-HIGHEST-CHECK
    END-IF
    OPEN OUTPUT positive-pay-control
    MOVE WS-BANK-ACCOUNT TO PPC-BANK-ACCOUNT
    MOVE WS-HIGHEST-CHECK TO PPC-LAST-CHECK-SENT
    WRITE POSITIVE-PAY-CONTROL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    CLOSE positive-pay-control.

LOG-RUN-START.
    MOVE 'PositivePayProcessing' TO OPS-PROGRAM-ID
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

END PROGRAM PositivePayProcessing.
