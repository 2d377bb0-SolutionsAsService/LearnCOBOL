IDENTIFICATION DIVISION.
PROGRAM-ID. SalesTaxLiabilityReport.
AUTHOR. Your Name.
*> Monthly sales tax liability by jurisdiction for filing. Totals the
*> sales-tax-history.dat entries written by SubscriptionManagementSystem
*> and SubscriptionRefundProcessing for the report month: taxable and
*> exempt sales net of credits and refunds, tax billed, tax given back
*> on credits and refunds, and the net tax due. Sales with
*> no jurisdiction on the subscription are shown under NONE. The
*> report month (YYYYMM) is taken from sales-tax-parameters.dat, or
*> is the month before the run date when none is given.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT sales-tax-history ASSIGN TO 'sales-tax-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT sales-tax-rates ASSIGN TO 'sales-tax-rates.dat'
        FILE STATUS IS WS-TAXRATE-STATUS.
    SELECT report-parameters ASSIGN TO 'sales-tax-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT liability-report ASSIGN TO 'sales-tax-liability-report.dat'.

DATA DIVISION.
FILE SECTION.
FD sales-tax-history.
01 SALES-TAX-HISTORY-RECORD.
    05 TH-BILLING-DATE     PIC 9(8).
    05 TH-CUSTOMER-ID      PIC X(10).
    05 TH-BILLING-TYPE     PIC X(10).
    05 TH-TAX-JURISDICTION PIC X(5).
    05 TH-PLAN-CODE        PIC X(4).
    05 TH-TAXABLE          PIC X.
    05 TH-SALES-AMOUNT     PIC 9(5)V99.
    05 TH-TAX-RATE         PIC V9(5).
    05 TH-TAX-AMOUNT       PIC 9(5)V99.

FD sales-tax-rates.
01 SALES-TAX-RATE-RECORD.
    05 TR-TAX-JURISDICTION PIC X(5).
    05 TR-EFFECTIVE-DATE   PIC 9(8).
    05 TR-TAX-RATE         PIC V9(5).
    05 TR-JURISDICTION-NAME PIC X(20).

FD report-parameters.
01 REPORT-PARAMETER-RECORD.
    05 STP-REPORT-MONTH    PIC 9(6).

FD liability-report.
01 REPORT-LINE            PIC X(100).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-HISTORY-STATUS      PIC XX.
01 WS-TAXRATE-STATUS      PIC XX.
01 WS-PARM-STATUS         PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR       PIC 9(4).
    05 WS-CURRENT-MONTH      PIC 9(2).
    05 WS-CURRENT-DAY        PIC 9(2).
01 WS-REPORT-MONTH        PIC 9(6).
01 WS-HISTORY-MONTH       PIC 9(6).
01 WS-SIGNED-SALES        PIC S9(7)V99.
01 WS-LOOKUP-JURISDICTION PIC X(5).

01 WS-JURIS-COUNT         PIC 9(3) VALUE 0.
01 JURISDICTION-TABLE.
    05 JURISDICTION-ENTRY OCCURS 200 TIMES INDEXED BY JURIS-IDX.
        10 JT-TAX-JURISDICTION PIC X(5).
        10 JT-JURISDICTION-NAME PIC X(20).
        10 JT-TAXABLE-SALES    PIC S9(9)V99.
        10 JT-EXEMPT-SALES     PIC S9(9)V99.
        10 JT-TAX-BILLED       PIC 9(9)V99.
        10 JT-TAX-CREDITED     PIC 9(9)V99.
01 WS-JURIS-FOUND         PIC X VALUE 'N'.
    88 JURIS-FOUND        VALUE 'Y'.

01 WS-REPORT-TOTALS.
    05 WS-HISTORY-COUNT       PIC 9(6) VALUE 0.
    05 WS-TOTAL-TAXABLE       PIC S9(9)V99 VALUE 0.
    05 WS-TOTAL-EXEMPT        PIC S9(9)V99 VALUE 0.
    05 WS-TOTAL-TAX-BILLED    PIC 9(9)V99 VALUE 0.
    05 WS-TOTAL-TAX-CREDITED  PIC 9(9)V99 VALUE 0.
    05 WS-NET-TAX-DUE         PIC S9(9)V99 VALUE 0.

01 WS-REPORT-HEADINGS.
    05 FILLER             PIC X(7) VALUE 'JURIS'.
    05 FILLER             PIC X(18) VALUE 'NAME'.
    05 FILLER             PIC X(15) VALUE '  TAXABLE SALES'.
    05 FILLER             PIC X(15) VALUE '   EXEMPT SALES'.
    05 FILLER             PIC X(14) VALUE '    TAX BILLED'.
    05 FILLER             PIC X(14) VALUE '  TAX CREDITED'.
    05 FILLER             PIC X(15) VALUE '    NET TAX DUE'.

01 WS-REPORT-DETAIL.
    05 RD-TAX-JURISDICTION PIC X(5).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-JURISDICTION-NAME PIC X(16).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-TAXABLE-SALES   PIC Z,ZZZ,ZZ9.99-.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-EXEMPT-SALES    PIC Z,ZZZ,ZZ9.99-.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-TAX-BILLED      PIC Z,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-TAX-CREDITED    PIC Z,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RD-NET-TAX-DUE     PIC Z,ZZZ,ZZ9.99-.

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
    PERFORM LOAD-REPORT-MONTH
    PERFORM LOAD-JURISDICTION-NAMES
    PERFORM TOTAL-SALES-TAX-HISTORY
    OPEN OUTPUT liability-report
    PERFORM WRITE-LIABILITY-REPORT
    CLOSE liability-report
    DISPLAY "Sales tax liability for " WS-REPORT-MONTH ": "
        WS-JURIS-COUNT " jurisdictions, " WS-HISTORY-COUNT
        " billing records"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-REPORT-MONTH.
    IF WS-CURRENT-MONTH = 1
        COMPUTE WS-REPORT-MONTH = (WS-CURRENT-YEAR - 1) * 100 + 12
    ELSE
        COMPUTE WS-REPORT-MONTH =
            WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH - 1
    END-IF
    OPEN INPUT report-parameters
    IF WS-PARM-STATUS = '00'
        READ report-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF STP-REPORT-MONTH IS NUMERIC AND STP-REPORT-MONTH > 0
                    MOVE STP-REPORT-MONTH TO WS-REPORT-MONTH
                END-IF
        END-READ
        CLOSE report-parameters
    END-IF.

*> Every jurisdiction on the rate table is reported, even with no
*> sales in the month, so a nil return can be filed.
LOAD-JURISDICTION-NAMES.
    OPEN INPUT sales-tax-rates
    IF WS-TAXRATE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ sales-tax-rates AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE TR-TAX-JURISDICTION TO WS-LOOKUP-JURISDICTION
        PERFORM FIND-OR-ADD-JURISDICTION
        IF JURIS-FOUND
            MOVE TR-JURISDICTION-NAME TO JT-JURISDICTION-NAME(JURIS-IDX)
        END-IF
        READ sales-tax-rates AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE sales-tax-rates
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-SALES-TAX-HISTORY.
    OPEN INPUT sales-tax-history
    IF WS-HISTORY-STATUS NOT = '00'
        DISPLAY "Sales tax history not found"
        EXIT PARAGRAPH
    END-IF
    READ sales-tax-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        COMPUTE WS-HISTORY-MONTH = TH-BILLING-DATE / 100
        IF WS-HISTORY-MONTH = WS-REPORT-MONTH
            PERFORM TOTAL-HISTORY-RECORD
        END-IF
        READ sales-tax-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE sales-tax-history
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-HISTORY-RECORD.
    ADD 1 TO WS-HISTORY-COUNT
    IF TH-TAX-JURISDICTION = SPACES
        MOVE 'NONE' TO WS-LOOKUP-JURISDICTION
    ELSE
        MOVE TH-TAX-JURISDICTION TO WS-LOOKUP-JURISDICTION
    END-IF
    PERFORM FIND-OR-ADD-JURISDICTION
    IF NOT JURIS-FOUND
        EXIT PARAGRAPH
    END-IF
    IF TH-BILLING-TYPE = 'CREDIT' OR TH-BILLING-TYPE = 'REFUND'
        COMPUTE WS-SIGNED-SALES = 0 - TH-SALES-AMOUNT
        ADD TH-TAX-AMOUNT TO JT-TAX-CREDITED(JURIS-IDX)
    ELSE
        MOVE TH-SALES-AMOUNT TO WS-SIGNED-SALES
        ADD TH-TAX-AMOUNT TO JT-TAX-BILLED(JURIS-IDX)
    END-IF
    IF TH-TAXABLE = 'Y'
        ADD WS-SIGNED-SALES TO JT-TAXABLE-SALES(JURIS-IDX)
    ELSE
        ADD WS-SIGNED-SALES TO JT-EXEMPT-SALES(JURIS-IDX)
    END-IF.

FIND-OR-ADD-JURISDICTION.
    MOVE 'N' TO WS-JURIS-FOUND
    PERFORM VARYING JURIS-IDX FROM 1 BY 1
            UNTIL JURIS-IDX > WS-JURIS-COUNT
        IF JT-TAX-JURISDICTION(JURIS-IDX) = WS-LOOKUP-JURISDICTION
            SET JURIS-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT JURIS-FOUND
        IF WS-JURIS-COUNT < 200
            ADD 1 TO WS-JURIS-COUNT
            SET JURIS-IDX TO WS-JURIS-COUNT
            MOVE WS-LOOKUP-JURISDICTION TO JT-TAX-JURISDICTION(JURIS-IDX)
            IF WS-LOOKUP-JURISDICTION = 'NONE'
                MOVE 'NO JURISDICTION' TO JT-JURISDICTION-NAME(JURIS-IDX)
            ELSE
                MOVE SPACES TO JT-JURISDICTION-NAME(JURIS-IDX)
            END-IF
            MOVE ZERO TO JT-TAXABLE-SALES(JURIS-IDX)
            MOVE ZERO TO JT-EXEMPT-SALES(JURIS-IDX)
            MOVE ZERO TO JT-TAX-BILLED(JURIS-IDX)
            MOVE ZERO TO JT-TAX-CREDITED(JURIS-IDX)
            SET JURIS-FOUND TO TRUE
        ELSE
            DISPLAY "Jurisdiction table full - not reported "
                WS-LOOKUP-JURISDICTION
        END-IF
    END-IF.

WRITE-LIABILITY-REPORT.
    MOVE SPACES TO REPORT-LINE
    STRING 'SALES TAX LIABILITY BY JURISDICTION - MONTH '
        WS-REPORT-MONTH '   RUN DATE ' WS-CURRENT-DATE
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-REPORT-HEADINGS TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING JURIS-IDX FROM 1 BY 1
            UNTIL JURIS-IDX > WS-JURIS-COUNT
        MOVE JT-TAX-JURISDICTION(JURIS-IDX) TO RD-TAX-JURISDICTION
        MOVE JT-JURISDICTION-NAME(JURIS-IDX) TO RD-JURISDICTION-NAME
        MOVE JT-TAXABLE-SALES(JURIS-IDX) TO RD-TAXABLE-SALES
        MOVE JT-EXEMPT-SALES(JURIS-IDX) TO RD-EXEMPT-SALES
        MOVE JT-TAX-BILLED(JURIS-IDX) TO RD-TAX-BILLED
        MOVE JT-TAX-CREDITED(JURIS-IDX) TO RD-TAX-CREDITED
        COMPUTE WS-NET-TAX-DUE =
            JT-TAX-BILLED(JURIS-IDX) - JT-TAX-CREDITED(JURIS-IDX)
        MOVE WS-NET-TAX-DUE TO RD-NET-TAX-DUE
        MOVE WS-REPORT-DETAIL TO REPORT-LINE
        PERFORM WRITE-REPORT-LINE
        ADD JT-TAXABLE-SALES(JURIS-IDX) TO WS-TOTAL-TAXABLE
        ADD JT-EXEMPT-SALES(JURIS-IDX) TO WS-TOTAL-EXEMPT
        ADD JT-TAX-BILLED(JURIS-IDX) TO WS-TOTAL-TAX-BILLED
        ADD JT-TAX-CREDITED(JURIS-IDX) TO WS-TOTAL-TAX-CREDITED
    END-PERFORM
    MOVE 'TOTAL' TO RD-TAX-JURISDICTION
    MOVE SPACES TO RD-JURISDICTION-NAME
    MOVE WS-TOTAL-TAXABLE TO RD-TAXABLE-SALES
    MOVE WS-TOTAL-EXEMPT TO RD-EXEMPT-SALES
    MOVE WS-TOTAL-TAX-BILLED TO RD-TAX-BILLED
    MOVE WS-TOTAL-TAX-CREDITED TO RD-TAX-CREDITED
    COMPUTE WS-NET-TAX-DUE = WS-TOTAL-TAX-BILLED - WS-TOTAL-TAX-CREDITED
    MOVE WS-NET-TAX-DUE TO RD-NET-TAX-DUE
    MOVE WS-REPORT-DETAIL TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING 'BILLING RECORDS IN MONTH: ' WS-HISTORY-COUNT
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'SalesTaxLiabilityReport' TO OPS-PROGRAM-ID
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

END PROGRAM SalesTaxLiabilityReport.
