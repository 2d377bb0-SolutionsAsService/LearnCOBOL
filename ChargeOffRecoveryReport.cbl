IDENTIFICATION DIVISION.
PROGRAM-ID. ChargeOffRecoveryReport.
AUTHOR. Your Name.
*> Monthly charge-off and recovery report for the loan loss allowance.
*> Lists the loans charged off in the run month from
*> charged-off-loans.dat and the recoveries posted against charged-off
*> loans from loan-transaction-ledger.dat, then summarises gross
*> charge-offs (principal, interest and fees from the LCO entries),
*> recoveries and net charge-offs for the month and the year to date,
*> and the life-to-date amount charged off still unrecovered.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT charged-off-loans ASSIGN TO 'charged-off-loans.dat'
        FILE STATUS IS WS-CHGOFF-STATUS.
    SELECT loan-transaction-ledger
        ASSIGN TO 'loan-transaction-ledger.dat'
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT chargeoff-recovery-report
        ASSIGN TO 'chargeoff-recovery-report.dat'.

DATA DIVISION.
FILE SECTION.
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

FD chargeoff-recovery-report.
01 REPORT-LINE            PIC X(100).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE       PIC X VALUE 'N'.
    88 EOF              VALUE 'Y'.
    88 NOT-EOF          VALUE 'N'.
01 WS-CHGOFF-STATUS     PIC XX.
01 WS-LEDGER-STATUS     PIC XX.
01 WS-CURRENT-DATE      PIC 9(8).
01 WS-REPORT-MONTH      PIC 9(6).
01 WS-REPORT-YEAR       PIC 9(4).
01 WS-POST-MONTH        PIC 9(6).
01 WS-POST-YEAR         PIC 9(4).
01 WS-CHARGEOFF-MONTH   PIC 9(6).

01 WS-LOSS-TOTALS.
    05 WS-MTD-PRINCIPAL      PIC 9(11)V99 VALUE 0.
    05 WS-MTD-INTEREST       PIC 9(11)V99 VALUE 0.
    05 WS-MTD-FEES           PIC 9(11)V99 VALUE 0.
    05 WS-MTD-GROSS          PIC 9(11)V99 VALUE 0.
    05 WS-MTD-RECOVERIES     PIC 9(11)V99 VALUE 0.
    05 WS-MTD-COUNT          PIC 9(5) VALUE 0.
    05 WS-YTD-PRINCIPAL      PIC 9(11)V99 VALUE 0.
    05 WS-YTD-INTEREST       PIC 9(11)V99 VALUE 0.
    05 WS-YTD-FEES           PIC 9(11)V99 VALUE 0.
    05 WS-YTD-GROSS          PIC 9(11)V99 VALUE 0.
    05 WS-YTD-RECOVERIES     PIC 9(11)V99 VALUE 0.
    05 WS-YTD-COUNT          PIC 9(5) VALUE 0.
    05 WS-LTD-CHARGED-OFF    PIC 9(11)V99 VALUE 0.
    05 WS-LTD-RECOVERIES     PIC 9(11)V99 VALUE 0.
01 WS-NET-AMOUNT        PIC S9(11)V99.
01 WS-DETAIL-COUNT      PIC 9(5) VALUE 0.

01 WS-REPORT-HEADER.
    05 FILLER             PIC X(38)
        VALUE 'CHARGE-OFF AND RECOVERY REPORT  MONTH '.
    05 RH-REPORT-MONTH    PIC 9(6).
    05 FILLER             PIC X(11) VALUE '  RUN DATE '.
    05 RH-RUN-DATE        PIC 9(8).
01 WS-SECTION-LINE      PIC X(40).
01 WS-CHARGEOFF-DETAIL.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-CUSTOMER-ID     PIC 9(6).
    05 FILLER             PIC X(1) VALUE SPACE.
    05 CD-LOAN-ID         PIC 9(6).
    05 FILLER             PIC X(1) VALUE SPACE.
    05 CD-CHARGEOFF-DATE  PIC 9(8).
    05 FILLER             PIC X(1) VALUE SPACE.
    05 CD-REASON-CODE     PIC X(4).
    05 FILLER             PIC X(6) VALUE ' PRIN '.
    05 CD-PRINCIPAL       PIC Z,ZZZ,ZZ9.99.
    05 FILLER             PIC X(5) VALUE ' INT '.
    05 CD-INTEREST        PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(6) VALUE ' FEES '.
    05 CD-FEES            PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(7) VALUE ' TOTAL '.
    05 CD-TOTAL           PIC Z,ZZZ,ZZ9.99.
01 WS-RECOVERY-DETAIL.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-CUSTOMER-ID     PIC 9(6).
    05 FILLER             PIC X(1) VALUE SPACE.
    05 RD-LOAN-ID         PIC 9(6).
    05 FILLER             PIC X(1) VALUE SPACE.
    05 RD-POST-DATE       PIC 9(8).
    05 FILLER             PIC X(10) VALUE ' RECOVERY '.
    05 RD-AMOUNT          PIC Z,ZZZ,ZZ9.99.
01 WS-NONE-LINE           PIC X(40) VALUE '  NONE'.
01 WS-SUMMARY-HEADING.
    05 FILLER             PIC X(30) VALUE 'LOSS SUMMARY'.
    05 FILLER             PIC X(18) VALUE '             MONTH'.
    05 FILLER             PIC X(18) VALUE '      YEAR TO DATE'.
01 WS-SUMMARY-LINE.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 SL-LABEL           PIC X(28).
    05 SL-MONTH           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
    05 SL-YEAR            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-COUNT-LINE.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CL-LABEL           PIC X(28).
    05 FILLER             PIC X(13) VALUE SPACES.
    05 CL-MONTH           PIC ZZ,ZZ9.
    05 FILLER             PIC X(12) VALUE SPACES.
    05 CL-YEAR            PIC ZZ,ZZ9.
01 WS-LIFE-LINE.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 LL-LABEL           PIC X(46).
    05 LL-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-REPORT-SEPARATOR    PIC X(100) VALUE ALL '-'.

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
    COMPUTE WS-REPORT-MONTH = WS-CURRENT-DATE / 100
    COMPUTE WS-REPORT-YEAR = WS-CURRENT-DATE / 10000
    OPEN OUTPUT chargeoff-recovery-report
    MOVE WS-REPORT-MONTH TO RH-REPORT-MONTH
    MOVE WS-CURRENT-DATE TO RH-RUN-DATE
    MOVE WS-REPORT-HEADER TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM LIST-MONTH-CHARGEOFFS
    PERFORM LIST-RECOVERIES
    PERFORM WRITE-LOSS-SUMMARY
    CLOSE chargeoff-recovery-report
    PERFORM LOG-RUN-END
    STOP RUN.

LIST-MONTH-CHARGEOFFS.
    MOVE 'CHARGE-OFFS THIS MONTH' TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ZERO TO WS-DETAIL-COUNT
    OPEN INPUT charged-off-loans
    IF WS-CHGOFF-STATUS = '00'
        READ charged-off-loans AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            ADD CO-TOTAL TO WS-LTD-CHARGED-OFF
            COMPUTE WS-CHARGEOFF-MONTH = CO-CHARGEOFF-DATE / 100
            IF WS-CHARGEOFF-MONTH = WS-REPORT-MONTH
                PERFORM WRITE-CHARGEOFF-DETAIL
            END-IF
            READ charged-off-loans AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE charged-off-loans
        MOVE 'N' TO WS-END-OF-FILE
    END-IF
    IF WS-DETAIL-COUNT = 0
        MOVE WS-NONE-LINE TO REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-CHARGEOFF-DETAIL.
    ADD 1 TO WS-DETAIL-COUNT
    MOVE CO-CUSTOMER-ID TO CD-CUSTOMER-ID
    MOVE CO-LOAN-ID TO CD-LOAN-ID
    MOVE CO-CHARGEOFF-DATE TO CD-CHARGEOFF-DATE
    MOVE CO-REASON-CODE TO CD-REASON-CODE
    MOVE CO-PRINCIPAL TO CD-PRINCIPAL
    MOVE CO-INTEREST TO CD-INTEREST
    MOVE CO-FEES TO CD-FEES
    MOVE CO-TOTAL TO CD-TOTAL
    MOVE WS-CHARGEOFF-DETAIL TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

LIST-RECOVERIES.
    MOVE 'RECOVERIES THIS MONTH' TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ZERO TO WS-DETAIL-COUNT
    OPEN INPUT loan-transaction-ledger
    IF WS-LEDGER-STATUS = '00'
        READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF LG-TRAN-TYPE = 'LCO' OR LG-TRAN-TYPE = 'RECOVERY'
                PERFORM ACCUMULATE-LOSS-ENTRY
            END-IF
            READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE loan-transaction-ledger
        MOVE 'N' TO WS-END-OF-FILE
    END-IF
    IF WS-DETAIL-COUNT = 0
        MOVE WS-NONE-LINE TO REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

ACCUMULATE-LOSS-ENTRY.
    COMPUTE WS-POST-MONTH = LG-POST-DATE / 100
    COMPUTE WS-POST-YEAR = LG-POST-DATE / 10000
    IF LG-TRAN-TYPE = 'RECOVERY'
        ADD LG-AMOUNT TO WS-LTD-RECOVERIES
    END-IF
    IF WS-POST-YEAR NOT = WS-REPORT-YEAR
            OR WS-POST-MONTH > WS-REPORT-MONTH
        EXIT PARAGRAPH
    END-IF
    IF LG-TRAN-TYPE = 'LCO'
        ADD LG-PRINCIPAL-PORTION TO WS-YTD-PRINCIPAL
        ADD LG-INTEREST-PORTION TO WS-YTD-INTEREST
        ADD LG-FEE-PORTION TO WS-YTD-FEES
        ADD LG-AMOUNT TO WS-YTD-GROSS
        ADD 1 TO WS-YTD-COUNT
        IF WS-POST-MONTH = WS-REPORT-MONTH
            ADD LG-PRINCIPAL-PORTION TO WS-MTD-PRINCIPAL
            ADD LG-INTEREST-PORTION TO WS-MTD-INTEREST
            ADD LG-FEE-PORTION TO WS-MTD-FEES
            ADD LG-AMOUNT TO WS-MTD-GROSS
            ADD 1 TO WS-MTD-COUNT
        END-IF
    ELSE
        ADD LG-AMOUNT TO WS-YTD-RECOVERIES
        IF WS-POST-MONTH = WS-REPORT-MONTH
            ADD LG-AMOUNT TO WS-MTD-RECOVERIES
            ADD 1 TO WS-DETAIL-COUNT
            MOVE LG-CUSTOMER-ID TO RD-CUSTOMER-ID
            MOVE LG-LOAN-ID TO RD-LOAN-ID
            MOVE LG-POST-DATE TO RD-POST-DATE
            MOVE LG-AMOUNT TO RD-AMOUNT
            MOVE WS-RECOVERY-DETAIL TO REPORT-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-IF.

WRITE-LOSS-SUMMARY.
    MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-SUMMARY-HEADING TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'PRINCIPAL CHARGED OFF' TO SL-LABEL
    MOVE WS-MTD-PRINCIPAL TO SL-MONTH
    MOVE WS-YTD-PRINCIPAL TO SL-YEAR
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'INTEREST CHARGED OFF' TO SL-LABEL
    MOVE WS-MTD-INTEREST TO SL-MONTH
    MOVE WS-YTD-INTEREST TO SL-YEAR
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'FEES CHARGED OFF' TO SL-LABEL
    MOVE WS-MTD-FEES TO SL-MONTH
    MOVE WS-YTD-FEES TO SL-YEAR
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'GROSS CHARGE-OFFS' TO SL-LABEL
    MOVE WS-MTD-GROSS TO SL-MONTH
    MOVE WS-YTD-GROSS TO SL-YEAR
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'LESS RECOVERIES' TO SL-LABEL
    MOVE WS-MTD-RECOVERIES TO SL-MONTH
    MOVE WS-YTD-RECOVERIES TO SL-YEAR
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'NET CHARGE-OFFS' TO SL-LABEL
    COMPUTE WS-NET-AMOUNT = WS-MTD-GROSS - WS-MTD-RECOVERIES
    MOVE WS-NET-AMOUNT TO SL-MONTH
    COMPUTE WS-NET-AMOUNT = WS-YTD-GROSS - WS-YTD-RECOVERIES
    MOVE WS-NET-AMOUNT TO SL-YEAR
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'LOANS CHARGED OFF' TO CL-LABEL
    MOVE WS-MTD-COUNT TO CL-MONTH
    MOVE WS-YTD-COUNT TO CL-YEAR
    MOVE WS-COUNT-LINE TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'LIFE-TO-DATE CHARGED OFF' TO LL-LABEL
    MOVE WS-LTD-CHARGED-OFF TO LL-AMOUNT
    PERFORM WRITE-LIFE-LINE
    MOVE 'LIFE-TO-DATE RECOVERED' TO LL-LABEL
    MOVE WS-LTD-RECOVERIES TO LL-AMOUNT
    PERFORM WRITE-LIFE-LINE
    MOVE 'CHARGED-OFF BALANCE NOT YET RECOVERED' TO LL-LABEL
    COMPUTE WS-NET-AMOUNT = WS-LTD-CHARGED-OFF - WS-LTD-RECOVERIES
    MOVE WS-NET-AMOUNT TO LL-AMOUNT
    PERFORM WRITE-LIFE-LINE.

WRITE-SUMMARY-LINE.
    MOVE WS-SUMMARY-LINE TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-LIFE-LINE.
    MOVE WS-LIFE-LINE TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'ChargeOffRecoveryReport' TO OPS-PROGRAM-ID
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

END PROGRAM ChargeOffRecoveryReport.
