IDENTIFICATION DIVISION.
PROGRAM-ID. MortgageInterestStatement.
AUTHOR. Your Name.
*> Year-end mortgage interest statements. Totals the interest portion
*> of every PAYMENT on loan-transaction-ledger.dat posted in the tax
*> year per customer and loan, less the interest on payments later
*> reversed (PMTREV - a reversal belongs to the year of the loan's
*> last payment before it), plus property taxes paid out of escrow
*> (ESCRWTAX). Loans paid off in the year on closed-loans.dat are
*> always included and marked paid in full. The tax year is taken
*> from interest-statement-parameters.dat, or is the year before the
*> run date when none is given.
*> Every statement sent is kept on interest-statements-issued.dat.
*> Rerunning a tax year sends nothing for loans whose amounts have
*> not changed and a corrected statement for those that have, so a
*> payment reversed after the statements went out is corrected by
*> running the year again. Each statement sent also goes to the
*> electronic filing extract, flagged C when it is a correction, and
*> the control page balances the statements to the ledger.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loan-transaction-ledger
        ASSIGN TO 'loan-transaction-ledger.dat'
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT closed-loans ASSIGN TO 'closed-loans.dat'
        FILE STATUS IS WS-CLOSED-STATUS.
    SELECT statement-parameters
        ASSIGN TO 'interest-statement-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT statements-issued
        ASSIGN TO 'interest-statements-issued.dat'
        FILE STATUS IS WS-ISSUED-STATUS.
    SELECT interest-statements
        ASSIGN TO 'mortgage-interest-statements.dat'.
    SELECT filing-extract ASSIGN TO 'mortgage-interest-filing.dat'.
    SELECT control-report ASSIGN TO 'mortgage-interest-control.dat'.

DATA DIVISION.
FILE SECTION.
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

FD closed-loans.
01 CLOSED-LOAN-RECORD.
    05 CL-CUSTOMER-ID     PIC 9(6).
    05 CL-LOAN-ID         PIC 9(6).
    05 CL-PAYOFF-DATE     PIC 9(8).
    05 CL-REFUND-AMOUNT   PIC 9(7)V99.

FD statement-parameters.
01 STATEMENT-PARAMETER-RECORD.
    05 ISP-TAX-YEAR       PIC 9(4).

FD statements-issued.
01 STATEMENT-ISSUED-RECORD.
    05 SI-TAX-YEAR        PIC 9(4).
    05 SI-CUSTOMER-ID     PIC 9(6).
    05 SI-LOAN-ID         PIC 9(6).
    05 SI-INTEREST-PAID   PIC 9(7)V99.
    05 SI-PROPERTY-TAX    PIC 9(7)V99.
    05 SI-ISSUE-DATE      PIC 9(8).

FD interest-statements.
01 STATEMENT-LINE         PIC X(80).

FD filing-extract.
01 FILING-HEADER-RECORD.
    05 MH-RECORD-TYPE     PIC X.
    05 MH-TAX-YEAR        PIC 9(4).
    05 MH-FILER-NAME      PIC X(30).
    05 MH-CREATED-DATE    PIC 9(8).
    05 FILLER             PIC X(5).
01 FILING-DETAIL-RECORD.
    05 MD-RECORD-TYPE     PIC X.
    05 MD-CORRECTION-FLAG PIC X.
    05 MD-CUSTOMER-ID     PIC 9(6).
    05 MD-LOAN-ID         PIC 9(6).
    05 MD-INTEREST-PAID   PIC 9(7)V99.
    05 MD-PROPERTY-TAX    PIC 9(7)V99.
    05 MD-PAYOFF-DATE     PIC 9(8).
    05 FILLER             PIC X(8).
01 FILING-TRAILER-RECORD.
    05 MT-RECORD-TYPE     PIC X.
    05 MT-DETAIL-COUNT    PIC 9(6).
    05 MT-CORRECTED-COUNT PIC 9(6).
    05 MT-TOTAL-INTEREST  PIC 9(10)V99.
    05 MT-TOTAL-PROPERTY-TAX PIC 9(10)V99.
    05 FILLER             PIC X(11).

FD control-report.
01 CONTROL-REPORT-LINE    PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-LEDGER-STATUS       PIC XX.
01 WS-CLOSED-STATUS       PIC XX.
01 WS-PARM-STATUS         PIC XX.
01 WS-ISSUED-STATUS       PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-TAX-YEAR            PIC 9(4).
01 WS-POST-YEAR           PIC 9(4).
01 WS-FILER-NAME          PIC X(30) VALUE 'LEARNCOBOL LOAN SERVICING'.

01 WS-SUMMARY-COUNT       PIC 9(4) VALUE 0.
01 LOAN-SUMMARY-TABLE.
    05 LOAN-SUMMARY OCCURS 1000 TIMES INDEXED BY SUM-IDX.
        10 LS-CUSTOMER-ID         PIC 9(6).
        10 LS-LOAN-ID             PIC 9(6).
        10 LS-INTEREST-PAID       PIC S9(7)V99.
        10 LS-PROPERTY-TAX        PIC 9(7)V99.
        10 LS-LAST-PAYMENT-YEAR   PIC 9(4).
        10 LS-PAYOFF-DATE         PIC 9(8).
01 WS-SUMMARY-FOUND       PIC X VALUE 'N'.
    88 SUMMARY-FOUND      VALUE 'Y'.
01 WS-FIND-CUSTOMER-ID    PIC 9(6).
01 WS-FIND-LOAN-ID        PIC 9(6).

01 WS-ISSUED-COUNT        PIC 9(5) VALUE 0.
01 ISSUED-TABLE.
    05 ISSUED-ENTRY OCCURS 5000 TIMES INDEXED BY ISS-IDX.
        10 IT-TAX-YEAR        PIC 9(4).
        10 IT-CUSTOMER-ID     PIC 9(6).
        10 IT-LOAN-ID         PIC 9(6).
        10 IT-INTEREST-PAID   PIC 9(7)V99.
        10 IT-PROPERTY-TAX    PIC 9(7)V99.
        10 IT-ISSUE-DATE      PIC 9(8).
01 WS-ISSUED-FOUND        PIC X VALUE 'N'.
    88 ISSUED-FOUND       VALUE 'Y'.

01 WS-STATEMENT-INTEREST  PIC 9(7)V99.
01 WS-STATEMENT-KIND      PIC X.
    88 ORIGINAL-STATEMENT VALUE 'O'.
    88 CORRECTED-STATEMENT VALUE 'C'.
    88 UNCHANGED-STATEMENT VALUE 'U'.
    88 NO-STATEMENT       VALUE 'N'.

01 WS-STATEMENT-HEADER.
    05 SH-TITLE           PIC X(40).
    05 FILLER             PIC X(3) VALUE ' - '.
    05 SH-TAX-YEAR        PIC 9(4).

01 WS-STATEMENT-BORROWER.
    05 FILLER             PIC X(10) VALUE 'CUSTOMER: '.
    05 SB-CUSTOMER-ID     PIC 9(6).
    05 FILLER             PIC X(8) VALUE '  LOAN: '.
    05 SB-LOAN-ID         PIC 9(6).

01 WS-STATEMENT-AMOUNT.
    05 SA-LABEL           PIC X(36).
    05 SA-AMOUNT          PIC Z,ZZZ,ZZ9.99.

01 WS-STATEMENT-PAYOFF.
    05 FILLER             PIC X(22) VALUE 'LOAN PAID IN FULL ON: '.
    05 SP-PAYOFF-DATE     PIC 9(8).

01 WS-STATEMENT-SEPARATOR PIC X(60) VALUE ALL '-'.

01 WS-CONTROL-TOTALS.
    05 WS-LEDGER-INTEREST     PIC S9(9)V99 VALUE 0.
    05 WS-LEDGER-PROPERTY-TAX PIC 9(9)V99 VALUE 0.
    05 WS-REVERSAL-COUNT      PIC 9(6) VALUE 0.
    05 WS-REVERSED-INTEREST   PIC 9(9)V99 VALUE 0.
    05 WS-CLOSED-COUNT        PIC 9(6) VALUE 0.
    05 WS-ORIGINAL-COUNT      PIC 9(6) VALUE 0.
    05 WS-ORIGINAL-INTEREST   PIC 9(9)V99 VALUE 0.
    05 WS-ORIGINAL-TAX        PIC 9(9)V99 VALUE 0.
    05 WS-CORRECTED-COUNT     PIC 9(6) VALUE 0.
    05 WS-CORRECTED-INTEREST  PIC 9(9)V99 VALUE 0.
    05 WS-CORRECTED-TAX       PIC 9(9)V99 VALUE 0.
    05 WS-UNCHANGED-COUNT     PIC 9(6) VALUE 0.
    05 WS-UNCHANGED-INTEREST  PIC 9(9)V99 VALUE 0.
    05 WS-UNCHANGED-TAX       PIC 9(9)V99 VALUE 0.
    05 WS-FILING-COUNT        PIC 9(6) VALUE 0.
    05 WS-FILING-INTEREST     PIC 9(10)V99 VALUE 0.
    05 WS-FILING-TAX          PIC 9(10)V99 VALUE 0.
    05 WS-STATED-INTEREST     PIC S9(9)V99 VALUE 0.
    05 WS-STATED-TAX          PIC 9(9)V99 VALUE 0.

01 WS-CONTROL-DETAIL.
    05 CD-LABEL           PIC X(32).
    05 CD-COUNT           PIC Z(5)9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-INTEREST        PIC ZZZ,ZZZ,ZZ9.99-.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-PROPERTY-TAX    PIC ZZZ,ZZZ,ZZ9.99.

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
    PERFORM LOAD-TAX-YEAR
    PERFORM LOAD-ISSUED-STATEMENTS
    PERFORM TOTAL-LEDGER
    PERFORM LOAD-CLOSED-LOANS
    OPEN OUTPUT interest-statements filing-extract control-report
    PERFORM WRITE-FILING-HEADER
    PERFORM VARYING SUM-IDX FROM 1 BY 1
            UNTIL SUM-IDX > WS-SUMMARY-COUNT
        PERFORM PROCESS-LOAN-SUMMARY
    END-PERFORM
    PERFORM WRITE-FILING-TRAILER
    PERFORM WRITE-CONTROL-PAGE
    PERFORM REWRITE-ISSUED-STATEMENTS
    CLOSE interest-statements filing-extract control-report
    DISPLAY "Mortgage interest statements for " WS-TAX-YEAR ": "
        WS-ORIGINAL-COUNT " issued, " WS-CORRECTED-COUNT
        " corrected, " WS-UNCHANGED-COUNT " unchanged"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-TAX-YEAR.
    COMPUTE WS-TAX-YEAR = WS-CURRENT-DATE / 10000 - 1
    OPEN INPUT statement-parameters
    IF WS-PARM-STATUS = '00'
        READ statement-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF ISP-TAX-YEAR IS NUMERIC AND ISP-TAX-YEAR > 0
                    MOVE ISP-TAX-YEAR TO WS-TAX-YEAR
                END-IF
        END-READ
        CLOSE statement-parameters
    END-IF.

LOAD-ISSUED-STATEMENTS.
    OPEN INPUT statements-issued
    IF WS-ISSUED-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ statements-issued AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ISSUED-COUNT < 5000
            ADD 1 TO WS-ISSUED-COUNT
            SET ISS-IDX TO WS-ISSUED-COUNT
            MOVE SI-TAX-YEAR TO IT-TAX-YEAR(ISS-IDX)
            MOVE SI-CUSTOMER-ID TO IT-CUSTOMER-ID(ISS-IDX)
            MOVE SI-LOAN-ID TO IT-LOAN-ID(ISS-IDX)
            MOVE SI-INTEREST-PAID TO IT-INTEREST-PAID(ISS-IDX)
            MOVE SI-PROPERTY-TAX TO IT-PROPERTY-TAX(ISS-IDX)
            MOVE SI-ISSUE-DATE TO IT-ISSUE-DATE(ISS-IDX)
        ELSE
            DISPLAY "Issued statement table full - discarding "
                SI-LOAN-ID
        END-IF
        READ statements-issued AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE statements-issued
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-LEDGER.
    OPEN INPUT loan-transaction-ledger
    IF WS-LEDGER-STATUS NOT = '00'
        DISPLAY "Loan transaction ledger not found"
        EXIT PARAGRAPH
    END-IF
    READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        COMPUTE WS-POST-YEAR = LG-POST-DATE / 10000
        EVALUATE LG-TRAN-TYPE
            WHEN 'PAYMENT'
                PERFORM TOTAL-PAYMENT
            WHEN 'PMTREV'
                PERFORM TOTAL-REVERSAL
            WHEN 'ESCRWTAX'
                PERFORM TOTAL-PROPERTY-TAX
        END-EVALUATE
        READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loan-transaction-ledger
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-PAYMENT.
    MOVE LG-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID
    MOVE LG-LOAN-ID TO WS-FIND-LOAN-ID
    IF WS-POST-YEAR = WS-TAX-YEAR
        PERFORM FIND-OR-ADD-SUMMARY
    ELSE
        PERFORM FIND-SUMMARY
    END-IF
    IF SUMMARY-FOUND
        MOVE WS-POST-YEAR TO LS-LAST-PAYMENT-YEAR(SUM-IDX)
        IF WS-POST-YEAR = WS-TAX-YEAR
            ADD LG-INTEREST-PORTION TO LS-INTEREST-PAID(SUM-IDX)
            ADD LG-INTEREST-PORTION TO WS-LEDGER-INTEREST
        END-IF
    END-IF.

TOTAL-REVERSAL.
    MOVE LG-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID
    MOVE LG-LOAN-ID TO WS-FIND-LOAN-ID
    PERFORM FIND-SUMMARY
    IF SUMMARY-FOUND
        IF LS-LAST-PAYMENT-YEAR(SUM-IDX) = WS-TAX-YEAR
            SUBTRACT LG-INTEREST-PORTION FROM LS-INTEREST-PAID(SUM-IDX)
            SUBTRACT LG-INTEREST-PORTION FROM WS-LEDGER-INTEREST
            ADD 1 TO WS-REVERSAL-COUNT
            ADD LG-INTEREST-PORTION TO WS-REVERSED-INTEREST
        END-IF
    END-IF.

TOTAL-PROPERTY-TAX.
    IF WS-POST-YEAR NOT = WS-TAX-YEAR
        EXIT PARAGRAPH
    END-IF
    MOVE LG-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID
    MOVE LG-LOAN-ID TO WS-FIND-LOAN-ID
    PERFORM FIND-OR-ADD-SUMMARY
    IF SUMMARY-FOUND
        ADD LG-AMOUNT TO LS-PROPERTY-TAX(SUM-IDX)
        ADD LG-AMOUNT TO WS-LEDGER-PROPERTY-TAX
    END-IF.

LOAD-CLOSED-LOANS.
    OPEN INPUT closed-loans
    IF WS-CLOSED-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ closed-loans AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF CL-PAYOFF-DATE IS NUMERIC
            COMPUTE WS-POST-YEAR = CL-PAYOFF-DATE / 10000
            IF WS-POST-YEAR = WS-TAX-YEAR
                MOVE CL-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID
                MOVE CL-LOAN-ID TO WS-FIND-LOAN-ID
                PERFORM FIND-OR-ADD-SUMMARY
                IF SUMMARY-FOUND
                    IF LS-PAYOFF-DATE(SUM-IDX) = 0
                        ADD 1 TO WS-CLOSED-COUNT
                    END-IF
                    MOVE CL-PAYOFF-DATE TO LS-PAYOFF-DATE(SUM-IDX)
                END-IF
            END-IF
        END-IF
        READ closed-loans AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE closed-loans
    MOVE 'N' TO WS-END-OF-FILE.

FIND-SUMMARY.
    MOVE 'N' TO WS-SUMMARY-FOUND
    PERFORM VARYING SUM-IDX FROM 1 BY 1
            UNTIL SUM-IDX > WS-SUMMARY-COUNT
        IF LS-CUSTOMER-ID(SUM-IDX) = WS-FIND-CUSTOMER-ID
                AND LS-LOAN-ID(SUM-IDX) = WS-FIND-LOAN-ID
            SET SUMMARY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-OR-ADD-SUMMARY.
    PERFORM FIND-SUMMARY
    IF NOT SUMMARY-FOUND
        IF WS-SUMMARY-COUNT < 1000
            ADD 1 TO WS-SUMMARY-COUNT
            SET SUM-IDX TO WS-SUMMARY-COUNT
            MOVE WS-FIND-CUSTOMER-ID TO LS-CUSTOMER-ID(SUM-IDX)
            MOVE WS-FIND-LOAN-ID TO LS-LOAN-ID(SUM-IDX)
            MOVE ZERO TO LS-INTEREST-PAID(SUM-IDX)
            MOVE ZERO TO LS-PROPERTY-TAX(SUM-IDX)
            MOVE ZERO TO LS-LAST-PAYMENT-YEAR(SUM-IDX)
            MOVE ZERO TO LS-PAYOFF-DATE(SUM-IDX)
            SET SUMMARY-FOUND TO TRUE
        ELSE
            DISPLAY "Loan summary table full - not totalled "
                WS-FIND-LOAN-ID
        END-IF
    END-IF.

PROCESS-LOAN-SUMMARY.
    IF LS-INTEREST-PAID(SUM-IDX) < 0
        MOVE ZERO TO WS-STATEMENT-INTEREST
    ELSE
        MOVE LS-INTEREST-PAID(SUM-IDX) TO WS-STATEMENT-INTEREST
    END-IF
    PERFORM FIND-ISSUED-STATEMENT
    EVALUATE TRUE
        WHEN ISSUED-FOUND
                AND IT-INTEREST-PAID(ISS-IDX) = WS-STATEMENT-INTEREST
                AND IT-PROPERTY-TAX(ISS-IDX) = LS-PROPERTY-TAX(SUM-IDX)
            SET UNCHANGED-STATEMENT TO TRUE
        WHEN ISSUED-FOUND
            SET CORRECTED-STATEMENT TO TRUE
        WHEN WS-STATEMENT-INTEREST > 0
                OR LS-PROPERTY-TAX(SUM-IDX) > 0
                OR LS-PAYOFF-DATE(SUM-IDX) > 0
            SET ORIGINAL-STATEMENT TO TRUE
        WHEN OTHER
            SET NO-STATEMENT TO TRUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN UNCHANGED-STATEMENT
            ADD 1 TO WS-UNCHANGED-COUNT
            ADD WS-STATEMENT-INTEREST TO WS-UNCHANGED-INTEREST
            ADD LS-PROPERTY-TAX(SUM-IDX) TO WS-UNCHANGED-TAX
        WHEN CORRECTED-STATEMENT
            ADD 1 TO WS-CORRECTED-COUNT
            ADD WS-STATEMENT-INTEREST TO WS-CORRECTED-INTEREST
            ADD LS-PROPERTY-TAX(SUM-IDX) TO WS-CORRECTED-TAX
            PERFORM WRITE-STATEMENT
            PERFORM WRITE-FILING-DETAIL
            PERFORM RECORD-ISSUED-STATEMENT
        WHEN ORIGINAL-STATEMENT
            ADD 1 TO WS-ORIGINAL-COUNT
            ADD WS-STATEMENT-INTEREST TO WS-ORIGINAL-INTEREST
            ADD LS-PROPERTY-TAX(SUM-IDX) TO WS-ORIGINAL-TAX
            PERFORM WRITE-STATEMENT
            PERFORM WRITE-FILING-DETAIL
            PERFORM RECORD-ISSUED-STATEMENT
    END-EVALUATE.

FIND-ISSUED-STATEMENT.
    MOVE 'N' TO WS-ISSUED-FOUND
    PERFORM VARYING ISS-IDX FROM 1 BY 1
            UNTIL ISS-IDX > WS-ISSUED-COUNT
        IF IT-TAX-YEAR(ISS-IDX) = WS-TAX-YEAR
                AND IT-CUSTOMER-ID(ISS-IDX) = LS-CUSTOMER-ID(SUM-IDX)
                AND IT-LOAN-ID(ISS-IDX) = LS-LOAN-ID(SUM-IDX)
            SET ISSUED-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

RECORD-ISSUED-STATEMENT.
    IF NOT ISSUED-FOUND
        IF WS-ISSUED-COUNT < 5000
            ADD 1 TO WS-ISSUED-COUNT
            SET ISS-IDX TO WS-ISSUED-COUNT
            MOVE WS-TAX-YEAR TO IT-TAX-YEAR(ISS-IDX)
            MOVE LS-CUSTOMER-ID(SUM-IDX) TO IT-CUSTOMER-ID(ISS-IDX)
            MOVE LS-LOAN-ID(SUM-IDX) TO IT-LOAN-ID(ISS-IDX)
            SET ISSUED-FOUND TO TRUE
        ELSE
            DISPLAY "Issued statement table full - not recorded "
                LS-LOAN-ID(SUM-IDX)
        END-IF
    END-IF
    IF ISSUED-FOUND
        MOVE WS-STATEMENT-INTEREST TO IT-INTEREST-PAID(ISS-IDX)
        MOVE LS-PROPERTY-TAX(SUM-IDX) TO IT-PROPERTY-TAX(ISS-IDX)
        MOVE WS-CURRENT-DATE TO IT-ISSUE-DATE(ISS-IDX)
    END-IF.

WRITE-STATEMENT.
    IF CORRECTED-STATEMENT
        MOVE 'CORRECTED MORTGAGE INTEREST STATEMENT' TO SH-TITLE
    ELSE
        MOVE 'MORTGAGE INTEREST STATEMENT' TO SH-TITLE
    END-IF
    MOVE WS-TAX-YEAR TO SH-TAX-YEAR
    MOVE WS-STATEMENT-HEADER TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE LS-CUSTOMER-ID(SUM-IDX) TO SB-CUSTOMER-ID
    MOVE LS-LOAN-ID(SUM-IDX) TO SB-LOAN-ID
    MOVE WS-STATEMENT-BORROWER TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE 'MORTGAGE INTEREST PAID:' TO SA-LABEL
    MOVE WS-STATEMENT-INTEREST TO SA-AMOUNT
    MOVE WS-STATEMENT-AMOUNT TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE 'PROPERTY TAXES PAID FROM ESCROW:' TO SA-LABEL
    MOVE LS-PROPERTY-TAX(SUM-IDX) TO SA-AMOUNT
    MOVE WS-STATEMENT-AMOUNT TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    IF LS-PAYOFF-DATE(SUM-IDX) > 0
        MOVE LS-PAYOFF-DATE(SUM-IDX) TO SP-PAYOFF-DATE
        MOVE WS-STATEMENT-PAYOFF TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF
    IF CORRECTED-STATEMENT
        MOVE 'PREVIOUSLY REPORTED INTEREST:' TO SA-LABEL
        MOVE IT-INTEREST-PAID(ISS-IDX) TO SA-AMOUNT
        MOVE WS-STATEMENT-AMOUNT TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF
    MOVE WS-STATEMENT-SEPARATOR TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-FILING-HEADER.
    MOVE SPACES TO FILING-HEADER-RECORD
    MOVE 'H' TO MH-RECORD-TYPE
    MOVE WS-TAX-YEAR TO MH-TAX-YEAR
    MOVE WS-FILER-NAME TO MH-FILER-NAME
    MOVE WS-CURRENT-DATE TO MH-CREATED-DATE
    WRITE FILING-HEADER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-FILING-DETAIL.
    MOVE SPACES TO FILING-DETAIL-RECORD
    MOVE 'D' TO MD-RECORD-TYPE
    IF CORRECTED-STATEMENT
        MOVE 'C' TO MD-CORRECTION-FLAG
    END-IF
    MOVE LS-CUSTOMER-ID(SUM-IDX) TO MD-CUSTOMER-ID
    MOVE LS-LOAN-ID(SUM-IDX) TO MD-LOAN-ID
    MOVE WS-STATEMENT-INTEREST TO MD-INTEREST-PAID
    MOVE LS-PROPERTY-TAX(SUM-IDX) TO MD-PROPERTY-TAX
    MOVE LS-PAYOFF-DATE(SUM-IDX) TO MD-PAYOFF-DATE
    WRITE FILING-DETAIL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-FILING-COUNT
    ADD WS-STATEMENT-INTEREST TO WS-FILING-INTEREST
    ADD LS-PROPERTY-TAX(SUM-IDX) TO WS-FILING-TAX.

WRITE-FILING-TRAILER.
    MOVE SPACES TO FILING-TRAILER-RECORD
    MOVE 'T' TO MT-RECORD-TYPE
    MOVE WS-FILING-COUNT TO MT-DETAIL-COUNT
    MOVE WS-CORRECTED-COUNT TO MT-CORRECTED-COUNT
    MOVE WS-FILING-INTEREST TO MT-TOTAL-INTEREST
    MOVE WS-FILING-TAX TO MT-TOTAL-PROPERTY-TAX
    WRITE FILING-TRAILER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-CONTROL-PAGE.
    MOVE SPACES TO CONTROL-REPORT-LINE
    STRING 'MORTGAGE INTEREST STATEMENT CONTROL TOTALS - TAX YEAR '
        WS-TAX-YEAR DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
    PERFORM WRITE-CONTROL-LINE
    MOVE 'LEDGER INTEREST NET OF REVERSALS' TO CD-LABEL
    MOVE WS-SUMMARY-COUNT TO CD-COUNT
    MOVE WS-LEDGER-INTEREST TO CD-INTEREST
    MOVE WS-LEDGER-PROPERTY-TAX TO CD-PROPERTY-TAX
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'PAYMENT REVERSALS APPLIED' TO CD-LABEL
    MOVE WS-REVERSAL-COUNT TO CD-COUNT
    MOVE WS-REVERSED-INTEREST TO CD-INTEREST
    MOVE ZERO TO CD-PROPERTY-TAX
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'LOANS PAID IN FULL IN YEAR' TO CD-LABEL
    MOVE WS-CLOSED-COUNT TO CD-COUNT
    MOVE ZERO TO CD-INTEREST
    MOVE ZERO TO CD-PROPERTY-TAX
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'ORIGINAL STATEMENTS ISSUED' TO CD-LABEL
    MOVE WS-ORIGINAL-COUNT TO CD-COUNT
    MOVE WS-ORIGINAL-INTEREST TO CD-INTEREST
    MOVE WS-ORIGINAL-TAX TO CD-PROPERTY-TAX
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'CORRECTED STATEMENTS ISSUED' TO CD-LABEL
    MOVE WS-CORRECTED-COUNT TO CD-COUNT
    MOVE WS-CORRECTED-INTEREST TO CD-INTEREST
    MOVE WS-CORRECTED-TAX TO CD-PROPERTY-TAX
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'PREVIOUSLY ISSUED - UNCHANGED' TO CD-LABEL
    MOVE WS-UNCHANGED-COUNT TO CD-COUNT
    MOVE WS-UNCHANGED-INTEREST TO CD-INTEREST
    MOVE WS-UNCHANGED-TAX TO CD-PROPERTY-TAX
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'FILING EXTRACT DETAIL RECORDS' TO CD-LABEL
    MOVE WS-FILING-COUNT TO CD-COUNT
    MOVE WS-FILING-INTEREST TO CD-INTEREST
    MOVE WS-FILING-TAX TO CD-PROPERTY-TAX
    PERFORM WRITE-CONTROL-DETAIL
    COMPUTE WS-STATED-INTEREST = WS-ORIGINAL-INTEREST
        + WS-CORRECTED-INTEREST + WS-UNCHANGED-INTEREST
    COMPUTE WS-STATED-TAX = WS-ORIGINAL-TAX + WS-CORRECTED-TAX
        + WS-UNCHANGED-TAX
    IF WS-STATED-INTEREST = WS-LEDGER-INTEREST
            AND WS-STATED-TAX = WS-LEDGER-PROPERTY-TAX
        MOVE 'STATEMENT TOTALS BALANCE TO LOAN LEDGER'
            TO CONTROL-REPORT-LINE
    ELSE
        MOVE 'OUT OF BALANCE - STATEMENTS DO NOT MATCH LOAN LEDGER'
            TO CONTROL-REPORT-LINE
    END-IF
    PERFORM WRITE-CONTROL-LINE.

WRITE-CONTROL-DETAIL.
    MOVE WS-CONTROL-DETAIL TO CONTROL-REPORT-LINE
    PERFORM WRITE-CONTROL-LINE.

WRITE-CONTROL-LINE.
    WRITE CONTROL-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REWRITE-ISSUED-STATEMENTS.
    OPEN OUTPUT statements-issued
    PERFORM VARYING ISS-IDX FROM 1 BY 1
            UNTIL ISS-IDX > WS-ISSUED-COUNT
        MOVE IT-TAX-YEAR(ISS-IDX) TO SI-TAX-YEAR
        MOVE IT-CUSTOMER-ID(ISS-IDX) TO SI-CUSTOMER-ID
        MOVE IT-LOAN-ID(ISS-IDX) TO SI-LOAN-ID
        MOVE IT-INTEREST-PAID(ISS-IDX) TO SI-INTEREST-PAID
        MOVE IT-PROPERTY-TAX(ISS-IDX) TO SI-PROPERTY-TAX
        MOVE IT-ISSUE-DATE(ISS-IDX) TO SI-ISSUE-DATE
        WRITE STATEMENT-ISSUED-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE statements-issued.

LOG-RUN-START.
    MOVE 'MortgageInterestStatement' TO OPS-PROGRAM-ID
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

END PROGRAM MortgageInterestStatement.
