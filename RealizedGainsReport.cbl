IDENTIFICATION DIVISION.
PROGRAM-ID. RealizedGainsReport.
AUTHOR. Your Name.
*> Year-end realized gains report from the tax lots closed on
*> realized-gains.dat. Every lot sold in the tax year is listed with
*> its dates, proceeds and cost basis, short-term sales first and then
*> long-term, the way the broker's 1099-B sets them out. A wash sale
*> is marked W with the disallowed loss shown as an adjustment, and
*> the gain or loss shown is after that adjustment. The tax year is
*> taken from realized-gains-parameters.dat, or is the year before
*> the run date when none is given.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT realized-gains ASSIGN TO 'realized-gains.dat'
        FILE STATUS IS WS-REALIZED-STATUS.
    SELECT report-parameters
        ASSIGN TO 'realized-gains-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT realized-gains-report
        ASSIGN TO 'realized-gains-report.dat'.

DATA DIVISION.
FILE SECTION.
FD realized-gains.
01 REALIZED-GAIN-RECORD.
    05 RG-SYMBOL          PIC X(10).
    05 RG-LOT-ID          PIC 9(7).
    05 RG-QUANTITY        PIC 9(7).
    05 RG-ACQUIRED-DATE   PIC 9(8).
    05 RG-SALE-DATE       PIC 9(8).
    05 RG-SALE-DATE-PARTS REDEFINES RG-SALE-DATE.
        10 RG-SALE-YEAR   PIC 9(4).
        10 FILLER         PIC 9(4).
    05 RG-PROCEEDS        PIC 9(9)V99.
    05 RG-COST-BASIS      PIC 9(9)V99.
    05 RG-GAIN-LOSS       PIC S9(9)V99.
    05 RG-TERM            PIC X.
        88 RG-SHORT-TERM  VALUE 'S'.
        88 RG-LONG-TERM   VALUE 'L'.
    05 RG-WASH-FLAG       PIC X.
    05 RG-WASH-QUANTITY   PIC 9(7).
    05 RG-DISALLOWED-LOSS PIC 9(9)V99.
    05 RG-REPLACEMENT-LOT PIC 9(7).

FD report-parameters.
01 REPORT-PARAMETER-RECORD.
    05 RP-TAX-YEAR            PIC 9(4).

FD realized-gains-report.
01 REPORT-LINE                PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-REALIZED-STATUS      PIC XX.
01 WS-PARM-STATUS          PIC XX.

01 WS-CURRENT-DATE         PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR     PIC 9(4).
    05 WS-CURRENT-MONTH    PIC 9(2).
    05 WS-CURRENT-DAY      PIC 9(2).
01 WS-TAX-YEAR             PIC 9(4).

*> The tax year's sales, in the order they were closed.
01 WS-SALE-COUNT           PIC 9(5) VALUE 0.
01 SALE-TABLE.
    05 SALE-ENTRY OCCURS 10000 TIMES INDEXED BY SALE-IDX.
        10 SL-SYMBOL           PIC X(10).
        10 SL-QUANTITY         PIC 9(7).
        10 SL-ACQUIRED-DATE    PIC 9(8).
        10 SL-SALE-DATE        PIC 9(8).
        10 SL-PROCEEDS         PIC 9(9)V99.
        10 SL-COST-BASIS       PIC 9(9)V99.
        10 SL-GAIN-LOSS        PIC S9(9)V99.
        10 SL-TERM             PIC X.
        10 SL-WASH-FLAG        PIC X.
        10 SL-DISALLOWED-LOSS  PIC 9(9)V99.

01 WS-REPORT-TERM          PIC X.
01 WS-REPORTED-GAIN        PIC S9(9)V99.
01 WS-TERM-TOTALS.
    05 WS-TERM-PROCEEDS    PIC 9(10)V99.
    05 WS-TERM-BASIS       PIC 9(10)V99.
    05 WS-TERM-ADJUSTMENT  PIC 9(10)V99.
    05 WS-TERM-GAIN        PIC S9(10)V99.
01 WS-YEAR-TOTALS.
    05 WS-YEAR-PROCEEDS    PIC 9(10)V99 VALUE 0.
    05 WS-YEAR-BASIS       PIC 9(10)V99 VALUE 0.
    05 WS-YEAR-ADJUSTMENT  PIC 9(10)V99 VALUE 0.
    05 WS-YEAR-GAIN        PIC S9(10)V99 VALUE 0.
01 WS-WASH-SALE-COUNT      PIC 9(5) VALUE 0.

01 WS-REPORT-HEADER.
    05 FILLER              PIC X(39)
        VALUE 'REALIZED GAINS AND LOSSES FOR TAX YEAR '.
    05 RH-TAX-YEAR         PIC 9(4).
01 WS-SECTION-HEADER       PIC X(80).
01 WS-COLUMN-HEADINGS.
    05 FILLER              PIC X(10) VALUE 'SYMBOL'.
    05 FILLER              PIC X(7) VALUE '    QTY'.
    05 FILLER              PIC X(9) VALUE ' ACQUIRED'.
    05 FILLER              PIC X(9) VALUE ' SOLD'.
    05 FILLER              PIC X(10) VALUE '  PROCEEDS'.
    05 FILLER              PIC X(11) VALUE ' COST BASIS'.
    05 FILLER              PIC X(11) VALUE '   WASH ADJ'.
    05 FILLER              PIC X(11) VALUE '  GAIN/LOSS'.
01 WS-DETAIL-LINE.
    05 RD-SYMBOL           PIC X(10).
    05 RD-QUANTITY         PIC ZZZZZZ9.
    05 FILLER              PIC X VALUE SPACE.
    05 RD-ACQUIRED-DATE    PIC 9(8).
    05 FILLER              PIC X VALUE SPACE.
    05 RD-SALE-DATE        PIC 9(8).
    05 RD-PROCEEDS         PIC ZZZZZZ9.99.
    05 FILLER              PIC X VALUE SPACE.
    05 RD-COST-BASIS       PIC ZZZZZZ9.99.
    05 RD-WASH-CODE        PIC X(2).
    05 RD-ADJUSTMENT       PIC ZZZZZ9.99.
    05 RD-GAIN-LOSS        PIC ZZZZZZ9.99-.
01 WS-TOTAL-LINE.
    05 TL-LABEL            PIC X(35).
    05 TL-PROCEEDS         PIC ZZZZZZ9.99.
    05 FILLER              PIC X VALUE SPACE.
    05 TL-COST-BASIS       PIC ZZZZZZ9.99.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 TL-ADJUSTMENT       PIC ZZZZZ9.99.
    05 TL-GAIN-LOSS        PIC ZZZZZZ9.99-.
01 WS-WASH-NOTE            PIC X(80)
    VALUE 'W - WASH SALE: LOSS DISALLOWED AND ADDED TO THE REPLACEMENT LOT'.
01 WS-REPORT-SEPARATOR     PIC X(80) VALUE ALL '-'.

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
    COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
    PERFORM LOAD-REPORT-PARAMETERS
    PERFORM LOAD-YEAR-SALES
    OPEN OUTPUT realized-gains-report
    MOVE WS-TAX-YEAR TO RH-TAX-YEAR
    MOVE WS-REPORT-HEADER TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'S' TO WS-REPORT-TERM
    MOVE 'SHORT-TERM - HELD ONE YEAR OR LESS' TO WS-SECTION-HEADER
    PERFORM WRITE-TERM-SECTION
    MOVE 'L' TO WS-REPORT-TERM
    MOVE 'LONG-TERM - HELD MORE THAN ONE YEAR' TO WS-SECTION-HEADER
    PERFORM WRITE-TERM-SECTION
    MOVE 'TOTAL REALIZED FOR THE YEAR' TO TL-LABEL
    MOVE WS-YEAR-PROCEEDS TO TL-PROCEEDS
    MOVE WS-YEAR-BASIS TO TL-COST-BASIS
    MOVE WS-YEAR-ADJUSTMENT TO TL-ADJUSTMENT
    MOVE WS-YEAR-GAIN TO TL-GAIN-LOSS
    MOVE WS-TOTAL-LINE TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    IF WS-WASH-SALE-COUNT > 0
        MOVE WS-WASH-NOTE TO REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF
    CLOSE realized-gains-report
    DISPLAY "Realized gains report for " WS-TAX-YEAR ": "
        WS-SALE-COUNT " sales, " WS-WASH-SALE-COUNT " wash sales, net "
        WS-YEAR-GAIN
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-REPORT-PARAMETERS.
    OPEN INPUT report-parameters
    IF WS-PARM-STATUS = '00'
        READ report-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF RP-TAX-YEAR IS NUMERIC AND RP-TAX-YEAR > 0
                    MOVE RP-TAX-YEAR TO WS-TAX-YEAR
                END-IF
        END-READ
        CLOSE report-parameters
    END-IF.

LOAD-YEAR-SALES.
    OPEN INPUT realized-gains
    IF WS-REALIZED-STATUS NOT = '00'
        DISPLAY "No realized gains on file"
        EXIT PARAGRAPH
    END-IF
    READ realized-gains AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF RG-SALE-YEAR = WS-TAX-YEAR
            IF WS-SALE-COUNT < 10000
                ADD 1 TO WS-SALE-COUNT
                SET SALE-IDX TO WS-SALE-COUNT
                MOVE RG-SYMBOL TO SL-SYMBOL(SALE-IDX)
                MOVE RG-QUANTITY TO SL-QUANTITY(SALE-IDX)
                MOVE RG-ACQUIRED-DATE TO SL-ACQUIRED-DATE(SALE-IDX)
                MOVE RG-SALE-DATE TO SL-SALE-DATE(SALE-IDX)
                MOVE RG-PROCEEDS TO SL-PROCEEDS(SALE-IDX)
                MOVE RG-COST-BASIS TO SL-COST-BASIS(SALE-IDX)
                MOVE RG-GAIN-LOSS TO SL-GAIN-LOSS(SALE-IDX)
                MOVE RG-TERM TO SL-TERM(SALE-IDX)
                MOVE RG-WASH-FLAG TO SL-WASH-FLAG(SALE-IDX)
                MOVE RG-DISALLOWED-LOSS TO SL-DISALLOWED-LOSS(SALE-IDX)
            ELSE
                DISPLAY "Sale table full - discarding " RG-SYMBOL
            END-IF
        END-IF
        READ realized-gains AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE realized-gains
    MOVE 'N' TO WS-END-OF-FILE.

WRITE-TERM-SECTION.
    INITIALIZE WS-TERM-TOTALS
    MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-SECTION-HEADER TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-COLUMN-HEADINGS TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING SALE-IDX FROM 1 BY 1
            UNTIL SALE-IDX > WS-SALE-COUNT
        IF SL-TERM(SALE-IDX) = WS-REPORT-TERM
            PERFORM WRITE-SALE-DETAIL
        END-IF
    END-PERFORM
    IF WS-REPORT-TERM = 'S'
        MOVE 'TOTAL SHORT-TERM' TO TL-LABEL
    ELSE
        MOVE 'TOTAL LONG-TERM' TO TL-LABEL
    END-IF
    MOVE WS-TERM-PROCEEDS TO TL-PROCEEDS
    MOVE WS-TERM-BASIS TO TL-COST-BASIS
    MOVE WS-TERM-ADJUSTMENT TO TL-ADJUSTMENT
    MOVE WS-TERM-GAIN TO TL-GAIN-LOSS
    MOVE WS-TOTAL-LINE TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    ADD WS-TERM-PROCEEDS TO WS-YEAR-PROCEEDS
    ADD WS-TERM-BASIS TO WS-YEAR-BASIS
    ADD WS-TERM-ADJUSTMENT TO WS-YEAR-ADJUSTMENT
    ADD WS-TERM-GAIN TO WS-YEAR-GAIN.

WRITE-SALE-DETAIL.
    COMPUTE WS-REPORTED-GAIN = SL-GAIN-LOSS(SALE-IDX)
        + SL-DISALLOWED-LOSS(SALE-IDX)
    MOVE SL-SYMBOL(SALE-IDX) TO RD-SYMBOL
    MOVE SL-QUANTITY(SALE-IDX) TO RD-QUANTITY
    MOVE SL-ACQUIRED-DATE(SALE-IDX) TO RD-ACQUIRED-DATE
    MOVE SL-SALE-DATE(SALE-IDX) TO RD-SALE-DATE
    MOVE SL-PROCEEDS(SALE-IDX) TO RD-PROCEEDS
    MOVE SL-COST-BASIS(SALE-IDX) TO RD-COST-BASIS
    IF SL-WASH-FLAG(SALE-IDX) = 'W'
        MOVE ' W' TO RD-WASH-CODE
        MOVE SL-DISALLOWED-LOSS(SALE-IDX) TO RD-ADJUSTMENT
        ADD 1 TO WS-WASH-SALE-COUNT
    ELSE
        MOVE SPACES TO RD-WASH-CODE
        MOVE ZERO TO RD-ADJUSTMENT
    END-IF
    MOVE WS-REPORTED-GAIN TO RD-GAIN-LOSS
    MOVE WS-DETAIL-LINE TO REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    ADD SL-PROCEEDS(SALE-IDX) TO WS-TERM-PROCEEDS
    ADD SL-COST-BASIS(SALE-IDX) TO WS-TERM-BASIS
    ADD SL-DISALLOWED-LOSS(SALE-IDX) TO WS-TERM-ADJUSTMENT
    ADD WS-REPORTED-GAIN TO WS-TERM-GAIN.

WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'RealizedGainsReport' TO OPS-PROGRAM-ID
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

END PROGRAM RealizedGainsReport.
