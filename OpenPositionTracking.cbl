PROGRAM-ID. OpenPositionTracking.
AUTHOR. Your Name.
*> Maintains the open-positions file from the day's fill
*> transactions. Positions are held as tax lots: every buy fill opens
*> a new lot, and a sell fill closes lots first-in first-out, or the
*> one lot named on the fill. Each lot closed, in whole or in part, is
*> added to the realized gains carried in from realized-gains.dat,
*> with its cost basis, proceeds and short- or long-term holding
*> period, and the whole is written to realized-gains-updated.dat.
*> Like open-positions-updated.dat it is rolled forward over the input
*> file once the day is accepted, so a rerun of the same fills starts
*> again from the same lots and sales and nothing is counted twice.
*> A loss sale is a wash sale when another lot of the same symbol was
*> bought within 30 days either side of it; the disallowed loss is
*> added to that replacement lot's basis. Each surviving lot is then
*> marked against the end-of-day price file and the unrealized profit
*> and loss is written per lot with a marked-to-market total for the
*> performance report to pick up.
*> Every fill is first checked against risk-limits.dat: buys of a
*> restricted symbol are rejected, while a buy taking the symbol over
*> its position value or share of the book, or a sell taking the day's
*> realized loss past its limit, still posts but is written to
*> limit-breaches.dat with the amount over. risk-summary.dat shows how
*> much of each limit is used at the close.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT mark-to-market ASSIGN TO 'mark-to-market.dat'.
    SELECT position-exceptions
        ASSIGN TO 'position-exceptions.dat'.
    SELECT realized-gains ASSIGN TO 'realized-gains.dat'
        FILE STATUS IS WS-REALIZED-STATUS.
    SELECT realized-gains-updated
        ASSIGN TO 'realized-gains-updated.dat'.
    SELECT risk-limits ASSIGN TO 'risk-limits.dat'
        FILE STATUS IS WS-LIMITS-STATUS.
    SELECT limit-breaches ASSIGN TO 'limit-breaches.dat'.
    SELECT risk-summary ASSIGN TO 'risk-summary.dat'.

DATA DIVISION.
FILE SECTION.
*> One record per tax lot. OP-COST-BASIS is the lot's remaining cost
*> including any wash-sale loss added to it (OP-WASH-ADJUSTMENT);
*> OP-WASH-QUANTITY is how many of its shares have already replaced
*> shares sold at a loss. A record without a lot ID is a position
*> carried from before lots were kept and is given one on loading.
*> The record is the previous run's open-positions-updated.dat rolled
*> forward, so the filler skips that file's EOD price and unrealized
*> P/L and the lot fields line up with the OPU- fields.
FD open-positions.
01 OPEN-POSITION-RECORD.
    05 OP-SYMBOL          PIC X(10).
    05 OP-QUANTITY        PIC 9(7).
    05 OP-ENTRY-PRICE     PIC 9(5)V99.
    05 OP-ENTRY-DATE      PIC 9(8).
    05 FILLER             PIC X(18).
    05 OP-LOT-ID          PIC 9(7).
    05 OP-COST-BASIS      PIC 9(9)V99.
    05 OP-WASH-ADJUSTMENT PIC 9(9)V99.
    05 OP-WASH-QUANTITY   PIC 9(7).

FD open-positions-updated.
01 OPEN-POSITION-RECORD-OUT.
    05 OPU-ENTRY-DATE     PIC 9(8).
    05 OPU-EOD-PRICE      PIC 9(5)V99.
    05 OPU-UNREALIZED-PL  PIC S9(9)V99.
    05 OPU-LOT-ID         PIC 9(7).
    05 OPU-COST-BASIS     PIC 9(9)V99.
    05 OPU-WASH-ADJUSTMENT PIC 9(9)V99.
    05 OPU-WASH-QUANTITY  PIC 9(7).

FD fill-transactions.
01 FILL-TRANSACTION-RECORD.
    05 FI-QUANTITY        PIC 9(7).
    05 FI-PRICE           PIC 9(5)V99.
    05 FI-FILL-DATE       PIC 9(8).
    05 FI-LOT-ID          PIC 9(7).

FD eod-prices.
01 EOD-PRICE-RECORD.
    05 PX-QUANTITY        PIC 9(7).
    05 PX-REASON          PIC X(45).

*> Cumulative record of lots closed by sell fills. RG-GAIN-LOSS is
*> proceeds less basis; RG-DISALLOWED-LOSS is the part of a loss
*> deferred by a wash sale into lot RG-REPLACEMENT-LOT, so the gain
*> or loss reported is RG-GAIN-LOSS plus RG-DISALLOWED-LOSS. Earlier
*> sales stay on file because a buy up to 30 days later can still
*> make them wash sales.
FD realized-gains.
01 REALIZED-GAIN-RECORD.
    05 RG-SYMBOL          PIC X(10).
    05 RG-LOT-ID          PIC 9(7).
    05 RG-QUANTITY        PIC 9(7).
    05 RG-ACQUIRED-DATE   PIC 9(8).
    05 RG-SALE-DATE       PIC 9(8).
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

FD realized-gains-updated.
01 REALIZED-GAIN-RECORD-OUT.
    05 RGU-SYMBOL         PIC X(10).
    05 RGU-LOT-ID         PIC 9(7).
    05 RGU-QUANTITY       PIC 9(7).
    05 RGU-ACQUIRED-DATE  PIC 9(8).
    05 RGU-SALE-DATE      PIC 9(8).
    05 RGU-PROCEEDS       PIC 9(9)V99.
    05 RGU-COST-BASIS     PIC 9(9)V99.
    05 RGU-GAIN-LOSS      PIC S9(9)V99.
    05 RGU-TERM           PIC X.
        88 RGU-SHORT-TERM VALUE 'S'.
        88 RGU-LONG-TERM  VALUE 'L'.
    05 RGU-WASH-FLAG      PIC X.
    05 RGU-WASH-QUANTITY  PIC 9(7).
    05 RGU-DISALLOWED-LOSS PIC 9(9)V99.
    05 RGU-REPLACEMENT-LOT PIC 9(7).

*> 'G' carries the book-wide limits: the position value allowed for a
*> symbol with no limit of its own, the largest percentage of total
*> marked value any one symbol may be, and the largest realized loss
*> allowed in a day. 'S' sets a symbol's own position value limit and,
*> if given, its own concentration limit. 'R' restricts a symbol from
*> further buying. A zero limit is not checked.

FD risk-limits.
01 RISK-LIMIT-RECORD.
    05 RL-RECORD-TYPE            PIC X.
        88 RL-GLOBAL-LIMITS      VALUE 'G'.
        88 RL-SYMBOL-LIMIT       VALUE 'S'.
        88 RL-RESTRICTED-SYMBOL  VALUE 'R'.
    05 RL-SYMBOL                 PIC X(10).
    05 RL-MAX-POSITION-VALUE     PIC 9(9)V99.
    05 RL-MAX-CONCENTRATION-PCT  PIC 9(3)V99.
    05 RL-MAX-DAILY-LOSS         PIC 9(9)V99.

*> LB-LIMIT-TYPE is P for position value, C for concentration (values
*> in percent of the book) and L for daily loss. LB-EXCESS-PCT is the
*> amount over as a percentage of the limit.
FD limit-breaches.
01 LIMIT-BREACH-RECORD.
    05 LB-FILL-DATE       PIC 9(8).
    05 LB-SYMBOL          PIC X(10).
    05 LB-SIDE            PIC X.
    05 LB-QUANTITY        PIC 9(7).
    05 LB-PRICE           PIC 9(5)V99.
    05 LB-LIMIT-TYPE      PIC X.
    05 LB-LIMIT-VALUE     PIC 9(11)V99.
    05 LB-ACTUAL-VALUE    PIC 9(11)V99.
    05 LB-EXCESS          PIC 9(11)V99.
    05 LB-EXCESS-PCT      PIC 9(5)V99.

*> One record per limit in use at the close: P and C per symbol held,
*> R per restricted symbol (value still held and buys rejected) and
*> one L for the day's realized loss.
FD risk-summary.
01 RISK-SUMMARY-RECORD.
    05 RS-SUMMARY-DATE    PIC 9(8).
    05 RS-LIMIT-TYPE      PIC X.
    05 RS-SYMBOL          PIC X(10).
    05 RS-LIMIT-VALUE     PIC 9(11)V99.
    05 RS-CURRENT-VALUE   PIC 9(11)V99.
    05 RS-UTILISATION-PCT PIC 9(5)V99.
    05 RS-BREACH-COUNT    PIC 9(5).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
01 WS-POSITIONS-STATUS    PIC XX.
01 WS-FILLS-STATUS        PIC XX.
01 WS-PRICES-STATUS       PIC XX.
01 WS-REALIZED-STATUS     PIC XX.
01 WS-LIMITS-STATUS       PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).

01 WS-POSITION-COUNT      PIC 9(4) VALUE 0.
01 POSITION-TABLE.
    05 POSITION-ENTRY OCCURS 2000 TIMES INDEXED BY POS-IDX CHECK-IDX.
        10 PT-SYMBOL          PIC X(10).
        10 PT-QUANTITY        PIC 9(7).
        10 PT-ENTRY-PRICE     PIC 9(5)V99.
        10 PT-ENTRY-DATE      PIC 9(8).
        10 PT-LOT-ID          PIC 9(7).
        10 PT-COST-BASIS      PIC 9(9)V99.
        10 PT-WASH-ADJUSTMENT PIC 9(9)V99.
        10 PT-WASH-QUANTITY   PIC 9(7).
01 WS-POSITION-FOUND      PIC X.
    88 POSITION-FOUND     VALUE 'Y'.
01 WS-LAST-LOT-ID         PIC 9(7) VALUE 0.
01 WS-OPEN-QUANTITY       PIC 9(8).
01 WS-SELL-REMAINING      PIC 9(7).
01 WS-CLOSE-QUANTITY      PIC 9(7).
01 WS-CLOSE-BASIS         PIC 9(9)V99.
01 WS-CLOSE-WASH          PIC 9(9)V99.
01 WS-ONE-YEAR-DATE       PIC 9(8).

01 WS-REALIZED-COUNT      PIC 9(5) VALUE 0.
01 REALIZED-TABLE.
    05 REALIZED-ENTRY OCCURS 10000 TIMES INDEXED BY RG-IDX.
        10 RT-SYMBOL          PIC X(10).
        10 RT-LOT-ID          PIC 9(7).
        10 RT-QUANTITY        PIC 9(7).
        10 RT-ACQUIRED-DATE   PIC 9(8).
        10 RT-SALE-DATE       PIC 9(8).
        10 RT-PROCEEDS        PIC 9(9)V99.
        10 RT-COST-BASIS      PIC 9(9)V99.
        10 RT-GAIN-LOSS       PIC S9(9)V99.
        10 RT-TERM            PIC X.
        10 RT-WASH-FLAG       PIC X.
        10 RT-WASH-QUANTITY   PIC 9(7).
        10 RT-DISALLOWED-LOSS PIC 9(9)V99.
        10 RT-REPLACEMENT-LOT PIC 9(7).
01 WS-WASH-WINDOW-START   PIC 9(8).
01 WS-RUN-STOPPED         PIC X VALUE 'N'.
    88 RUN-STOPPED        VALUE 'Y'.
01 WS-WASH-QUANTITY       PIC 9(7).
01 WS-DISALLOWED          PIC 9(9)V99.
01 WS-REALIZED-TODAY      PIC S9(9)V99 VALUE 0.
01 WS-WASH-SALES          PIC 9(5) VALUE 0.

01 WS-DEFAULT-POSITION-LIMIT PIC 9(9)V99 VALUE 0.
01 WS-BOOK-CONCENTRATION-LIMIT PIC 9(3)V99 VALUE 0.
01 WS-DAILY-LOSS-LIMIT    PIC 9(9)V99 VALUE 0.
01 WS-LIMIT-COUNT         PIC 9(4) VALUE 0.
01 RISK-LIMIT-TABLE.
    05 RISK-LIMIT-ENTRY OCCURS 500 TIMES INDEXED BY LIMIT-IDX.
        10 LT-SYMBOL                PIC X(10).
        10 LT-MAX-POSITION-VALUE    PIC 9(9)V99.
        10 LT-MAX-CONCENTRATION-PCT PIC 9(3)V99.
        10 LT-RESTRICTED            PIC X.
        10 LT-REJECTED-BUYS         PIC 9(5).
01 WS-LIMIT-SYMBOL        PIC X(10).
01 WS-LIMIT-FOUND         PIC X.
    88 LIMIT-FOUND        VALUE 'Y'.
01 WS-POSITION-LIMIT      PIC 9(9)V99.
01 WS-CONCENTRATION-LIMIT PIC 9(3)V99.
01 WS-SYMBOL-RESTRICTED   PIC X.
    88 SYMBOL-RESTRICTED  VALUE 'Y'.

*> Quantity held per symbol and the latest price known for it, kept
*> current through the fills so each buy is checked against the book
*> as it stands at that point.
01 WS-EXPOSURE-COUNT      PIC 9(4) VALUE 0.
01 EXPOSURE-TABLE.
    05 EXPOSURE-ENTRY OCCURS 500 TIMES
            INDEXED BY EXP-IDX OTHER-EXP-IDX.
        10 EX-SYMBOL                 PIC X(10).
        10 EX-QUANTITY               PIC 9(8).
        10 EX-MARK-PRICE             PIC 9(5)V99.
        10 EX-MARKED-VALUE           PIC 9(11)V99.
        10 EX-POSITION-BREACHES      PIC 9(5).
        10 EX-CONCENTRATION-BREACHES PIC 9(5).
01 WS-EXPOSURE-SYMBOL     PIC X(10).
01 WS-EXPOSURE-FOUND      PIC X.
    88 EXPOSURE-FOUND     VALUE 'Y'.
01 WS-SYMBOL-VALUE        PIC 9(11)V99.
01 WS-BOOK-VALUE          PIC 9(11)V99.
01 WS-CONCENTRATION-PCT   PIC 9(3)V99.
01 WS-REALIZED-BEFORE     PIC S9(9)V99.
01 WS-DAILY-LOSS          PIC 9(9)V99.
01 WS-LOSS-BREACHES       PIC 9(5) VALUE 0.
01 WS-LIMIT-BREACHES      PIC 9(5) VALUE 0.
01 WS-RESTRICTED-REJECTS  PIC 9(5) VALUE 0.
01 WS-TOTAL-MARKED-VALUE  PIC 9(11)V99 VALUE 0.

01 WS-PRICE-COUNT         PIC 9(4) VALUE 0.
01 EOD-PRICE-TABLE.
01 WS-OPS-RECORDS-READ       PIC 9(7) VALUE 0.
01 WS-OPS-RECORDS-WRITTEN    PIC 9(7) VALUE 0.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE     PIC X.
    05 DS-DATE-FROM         PIC 9(8).
    05 DS-DATE-TO           PIC 9(8).
    05 DS-DAYS              PIC S9(7).
    05 DS-RESULT-DATE       PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
    PERFORM LOG-RUN-START
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    OPEN OUTPUT open-positions-updated mark-to-market
        position-exceptions limit-breaches risk-summary
        realized-gains-updated
    PERFORM LOAD-RISK-LIMITS
    PERFORM SET-WASH-WINDOW-START
    PERFORM LOAD-REALIZED-GAINS
    PERFORM LOAD-OPEN-POSITIONS
    PERFORM LOAD-EOD-PRICES
    PERFORM BUILD-EXPOSURE-TABLE
    PERFORM APPLY-FILL-TRANSACTIONS
    PERFORM DETECT-WASH-SALES
    PERFORM MARK-POSITIONS
    PERFORM WRITE-MARK-TOTAL
    PERFORM WRITE-RISK-SUMMARY
    CLOSE open-positions-updated mark-to-market
        position-exceptions limit-breaches risk-summary
    PERFORM WRITE-REALIZED-GAINS
    DISPLAY "Open lots marked:      " WS-MARKED-COUNT
    DISPLAY "Total unrealized P/L:  " WS-TOTAL-UNREALIZED
    DISPLAY "Realized P/L today:    " WS-REALIZED-TODAY
    DISPLAY "Wash sales flagged:    " WS-WASH-SALES
    DISPLAY "Limit breaches:        " WS-LIMIT-BREACHES
    DISPLAY "Restricted buys refused: " WS-RESTRICTED-REJECTS
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-RISK-LIMITS.
    OPEN INPUT risk-limits
    IF WS-LIMITS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ risk-limits AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        EVALUATE TRUE
            WHEN RL-GLOBAL-LIMITS
                MOVE RL-MAX-POSITION-VALUE TO WS-DEFAULT-POSITION-LIMIT
                MOVE RL-MAX-CONCENTRATION-PCT
                    TO WS-BOOK-CONCENTRATION-LIMIT
                MOVE RL-MAX-DAILY-LOSS TO WS-DAILY-LOSS-LIMIT
            WHEN RL-SYMBOL-LIMIT
            WHEN RL-RESTRICTED-SYMBOL
                PERFORM LOAD-ONE-SYMBOL-LIMIT
            WHEN OTHER
                DISPLAY "Unknown risk limit record type "
                    RL-RECORD-TYPE " - ignored"
        END-EVALUATE
        READ risk-limits AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE risk-limits
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ONE-SYMBOL-LIMIT.
    MOVE 'N' TO WS-LIMIT-FOUND
    PERFORM VARYING LIMIT-IDX FROM 1 BY 1
            UNTIL LIMIT-IDX > WS-LIMIT-COUNT
        IF LT-SYMBOL(LIMIT-IDX) = RL-SYMBOL
            SET LIMIT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT LIMIT-FOUND
        IF WS-LIMIT-COUNT < 500
            ADD 1 TO WS-LIMIT-COUNT
            SET LIMIT-IDX TO WS-LIMIT-COUNT
            MOVE RL-SYMBOL TO LT-SYMBOL(LIMIT-IDX)
            MOVE ZERO TO LT-MAX-POSITION-VALUE(LIMIT-IDX)
            MOVE ZERO TO LT-MAX-CONCENTRATION-PCT(LIMIT-IDX)
            MOVE 'N' TO LT-RESTRICTED(LIMIT-IDX)
            MOVE ZERO TO LT-REJECTED-BUYS(LIMIT-IDX)
        ELSE
            DISPLAY "Risk limit table full - discarding " RL-SYMBOL
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF RL-RESTRICTED-SYMBOL
        MOVE 'Y' TO LT-RESTRICTED(LIMIT-IDX)
    ELSE
        MOVE RL-MAX-POSITION-VALUE TO LT-MAX-POSITION-VALUE(LIMIT-IDX)
        MOVE RL-MAX-CONCENTRATION-PCT
            TO LT-MAX-CONCENTRATION-PCT(LIMIT-IDX)
    END-IF.

*> Limits for WS-LIMIT-SYMBOL: its own where set, otherwise the
*> book-wide ones.
LOOKUP-SYMBOL-LIMITS.
    MOVE 'N' TO WS-LIMIT-FOUND
    MOVE 'N' TO WS-SYMBOL-RESTRICTED
    MOVE WS-DEFAULT-POSITION-LIMIT TO WS-POSITION-LIMIT
    MOVE WS-BOOK-CONCENTRATION-LIMIT TO WS-CONCENTRATION-LIMIT
    PERFORM VARYING LIMIT-IDX FROM 1 BY 1
            UNTIL LIMIT-IDX > WS-LIMIT-COUNT
        IF LT-SYMBOL(LIMIT-IDX) = WS-LIMIT-SYMBOL
            SET LIMIT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT LIMIT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF LT-RESTRICTED(LIMIT-IDX) = 'Y'
        SET SYMBOL-RESTRICTED TO TRUE
    END-IF
    IF LT-MAX-POSITION-VALUE(LIMIT-IDX) > 0
        MOVE LT-MAX-POSITION-VALUE(LIMIT-IDX) TO WS-POSITION-LIMIT
    END-IF
    IF LT-MAX-CONCENTRATION-PCT(LIMIT-IDX) > 0
        MOVE LT-MAX-CONCENTRATION-PCT(LIMIT-IDX)
            TO WS-CONCENTRATION-LIMIT
    END-IF.

LOAD-OPEN-POSITIONS.
    OPEN INPUT open-positions
    IF WS-POSITIONS-STATUS = '00'
        END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-POSITION-COUNT < 2000
                ADD 1 TO WS-POSITION-COUNT
                SET POS-IDX TO WS-POSITION-COUNT
                PERFORM LOAD-ONE-LOT
            ELSE
                DISPLAY "Position table full - discarding " OP-SYMBOL
            END-IF
        END-PERFORM
        CLOSE open-positions
        MOVE 'N' TO WS-END-OF-FILE
    END-IF
    PERFORM VARYING POS-IDX FROM 1 BY 1
            UNTIL POS-IDX > WS-POSITION-COUNT
        IF PT-LOT-ID(POS-IDX) = 0
            ADD 1 TO WS-LAST-LOT-ID
            MOVE WS-LAST-LOT-ID TO PT-LOT-ID(POS-IDX)
        END-IF
    END-PERFORM.

LOAD-ONE-LOT.
    MOVE OP-SYMBOL TO PT-SYMBOL(POS-IDX)
    MOVE OP-QUANTITY TO PT-QUANTITY(POS-IDX)
    MOVE OP-ENTRY-PRICE TO PT-ENTRY-PRICE(POS-IDX)
    MOVE OP-ENTRY-DATE TO PT-ENTRY-DATE(POS-IDX)
    IF OP-LOT-ID IS NUMERIC
        MOVE OP-LOT-ID TO PT-LOT-ID(POS-IDX)
    ELSE
        MOVE ZERO TO PT-LOT-ID(POS-IDX)
    END-IF
    IF PT-LOT-ID(POS-IDX) > WS-LAST-LOT-ID
        MOVE PT-LOT-ID(POS-IDX) TO WS-LAST-LOT-ID
    END-IF
    IF OP-COST-BASIS IS NUMERIC AND OP-COST-BASIS > 0
        MOVE OP-COST-BASIS TO PT-COST-BASIS(POS-IDX)
    ELSE
        COMPUTE PT-COST-BASIS(POS-IDX) =
            OP-QUANTITY * OP-ENTRY-PRICE
    END-IF
    IF OP-WASH-ADJUSTMENT IS NUMERIC
        MOVE OP-WASH-ADJUSTMENT TO PT-WASH-ADJUSTMENT(POS-IDX)
    ELSE
        MOVE ZERO TO PT-WASH-ADJUSTMENT(POS-IDX)
    END-IF
    IF OP-WASH-QUANTITY IS NUMERIC
        MOVE OP-WASH-QUANTITY TO PT-WASH-QUANTITY(POS-IDX)
    ELSE
        MOVE ZERO TO PT-WASH-QUANTITY(POS-IDX)
    END-IF.

*> A sale can only become a wash sale through a buy within 30 days of
*> it, so only sales on or after this date are loaded to be checked.
SET-WASH-WINDOW-START.
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE -30 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-WASH-WINDOW-START.

*> Lot IDs carry on from the highest issued, whether the lot is still
*> open or has since been sold. Sales older than the wash-sale window
*> are copied straight to realized-gains-updated.dat, so the file can
*> grow without limit; only the sales inside the window are held.
LOAD-REALIZED-GAINS.
    OPEN INPUT realized-gains
    IF WS-REALIZED-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ realized-gains AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF RG-LOT-ID > WS-LAST-LOT-ID
            MOVE RG-LOT-ID TO WS-LAST-LOT-ID
        END-IF
        IF RG-SALE-DATE < WS-WASH-WINDOW-START
            MOVE REALIZED-GAIN-RECORD TO REALIZED-GAIN-RECORD-OUT
            WRITE REALIZED-GAIN-RECORD-OUT
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        ELSE
            IF WS-REALIZED-COUNT NOT < 10000
                PERFORM STOP-REALIZED-TABLE-FULL
            END-IF
            ADD 1 TO WS-REALIZED-COUNT
            SET RG-IDX TO WS-REALIZED-COUNT
            MOVE REALIZED-GAIN-RECORD TO REALIZED-ENTRY(RG-IDX)
        END-IF
        READ realized-gains AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE realized-gains
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-FILL-TRANSACTIONS.
    OPEN INPUT fill-transactions
    IF WS-FILLS-STATUS = '00'
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

APPLY-ONE-FILL.
    EVALUATE TRUE
        WHEN FI-BUY
            MOVE FI-SYMBOL TO WS-LIMIT-SYMBOL
            PERFORM LOOKUP-SYMBOL-LIMITS
            IF SYMBOL-RESTRICTED
                ADD 1 TO LT-REJECTED-BUYS(LIMIT-IDX)
                ADD 1 TO WS-RESTRICTED-REJECTS
                MOVE FI-SYMBOL TO PX-SYMBOL
                MOVE FI-QUANTITY TO PX-QUANTITY
                MOVE 'Restricted symbol - buy rejected' TO PX-REASON
                WRITE POSITION-EXCEPTION-RECORD
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
            ELSE
                PERFORM CHECK-BUY-LIMITS
                PERFORM OPEN-TAX-LOT
                PERFORM UPDATE-SYMBOL-EXPOSURE
            END-IF
        WHEN FI-SELL
            MOVE WS-REALIZED-TODAY TO WS-REALIZED-BEFORE
            PERFORM SELL-FROM-LOTS
            PERFORM UPDATE-SYMBOL-EXPOSURE
            PERFORM CHECK-DAILY-LOSS
        WHEN OTHER
            MOVE FI-SYMBOL TO PX-SYMBOL
            MOVE FI-QUANTITY TO PX-QUANTITY
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-EVALUATE.

OPEN-TAX-LOT.
    IF WS-POSITION-COUNT < 2000
        ADD 1 TO WS-POSITION-COUNT
        SET POS-IDX TO WS-POSITION-COUNT
        ADD 1 TO WS-LAST-LOT-ID
        MOVE FI-SYMBOL TO PT-SYMBOL(POS-IDX)
        MOVE FI-QUANTITY TO PT-QUANTITY(POS-IDX)
        MOVE FI-PRICE TO PT-ENTRY-PRICE(POS-IDX)
        MOVE FI-FILL-DATE TO PT-ENTRY-DATE(POS-IDX)
        MOVE WS-LAST-LOT-ID TO PT-LOT-ID(POS-IDX)
        COMPUTE PT-COST-BASIS(POS-IDX) = FI-QUANTITY * FI-PRICE
        MOVE ZERO TO PT-WASH-ADJUSTMENT(POS-IDX)
        MOVE ZERO TO PT-WASH-QUANTITY(POS-IDX)
    ELSE
        MOVE FI-SYMBOL TO PX-SYMBOL
        MOVE FI-QUANTITY TO PX-QUANTITY
        MOVE 'Position table full - fill not applied'
            TO PX-REASON
        WRITE POSITION-EXCEPTION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

*> Symbols already held start the day valued at the end-of-day price,
*> or at the entry price of their last lot where there is none; a
*> symbol traded today is then valued at its latest fill price.
BUILD-EXPOSURE-TABLE.
    PERFORM VARYING POS-IDX FROM 1 BY 1
            UNTIL POS-IDX > WS-POSITION-COUNT
        IF PT-QUANTITY(POS-IDX) > 0
            MOVE PT-SYMBOL(POS-IDX) TO WS-EXPOSURE-SYMBOL
            PERFORM FIND-EXPOSURE
            IF EXPOSURE-FOUND
                ADD PT-QUANTITY(POS-IDX) TO EX-QUANTITY(EXP-IDX)
                MOVE PT-ENTRY-PRICE(POS-IDX) TO EX-MARK-PRICE(EXP-IDX)
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING EXP-IDX FROM 1 BY 1
            UNTIL EXP-IDX > WS-EXPOSURE-COUNT
        PERFORM VARYING PRICE-IDX FROM 1 BY 1
                UNTIL PRICE-IDX > WS-PRICE-COUNT
            IF PE-SYMBOL(PRICE-IDX) = EX-SYMBOL(EXP-IDX)
                MOVE PE-PRICE(PRICE-IDX) TO EX-MARK-PRICE(EXP-IDX)
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.

*> Finds WS-EXPOSURE-SYMBOL in the exposure table, adding it if new.
FIND-EXPOSURE.
    MOVE 'N' TO WS-EXPOSURE-FOUND
    PERFORM VARYING EXP-IDX FROM 1 BY 1
            UNTIL EXP-IDX > WS-EXPOSURE-COUNT
        IF EX-SYMBOL(EXP-IDX) = WS-EXPOSURE-SYMBOL
            SET EXPOSURE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF EXPOSURE-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-EXPOSURE-COUNT < 500
        ADD 1 TO WS-EXPOSURE-COUNT
        SET EXP-IDX TO WS-EXPOSURE-COUNT
        MOVE WS-EXPOSURE-SYMBOL TO EX-SYMBOL(EXP-IDX)
        MOVE ZERO TO EX-QUANTITY(EXP-IDX)
        MOVE ZERO TO EX-MARK-PRICE(EXP-IDX)
        MOVE ZERO TO EX-MARKED-VALUE(EXP-IDX)
        MOVE ZERO TO EX-POSITION-BREACHES(EXP-IDX)
        MOVE ZERO TO EX-CONCENTRATION-BREACHES(EXP-IDX)
        SET EXPOSURE-FOUND TO TRUE
    ELSE
        DISPLAY "Exposure table full - limits not checked for "
            WS-EXPOSURE-SYMBOL
    END-IF.

UPDATE-SYMBOL-EXPOSURE.
    MOVE FI-SYMBOL TO WS-EXPOSURE-SYMBOL
    PERFORM FIND-EXPOSURE
    IF NOT EXPOSURE-FOUND
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO EX-QUANTITY(EXP-IDX)
    PERFORM VARYING POS-IDX FROM 1 BY 1
            UNTIL POS-IDX > WS-POSITION-COUNT
        IF PT-SYMBOL(POS-IDX) = FI-SYMBOL
            ADD PT-QUANTITY(POS-IDX) TO EX-QUANTITY(EXP-IDX)
        END-IF
    END-PERFORM
    MOVE FI-PRICE TO EX-MARK-PRICE(EXP-IDX).

*> The symbol is valued with the buy at the fill price, and the rest
*> of the book at each symbol's latest price.
CHECK-BUY-LIMITS.
    MOVE FI-SYMBOL TO WS-EXPOSURE-SYMBOL
    PERFORM FIND-EXPOSURE
    IF NOT EXPOSURE-FOUND
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SYMBOL-VALUE =
        (EX-QUANTITY(EXP-IDX) + FI-QUANTITY) * FI-PRICE
    MOVE WS-SYMBOL-VALUE TO WS-BOOK-VALUE
    PERFORM VARYING OTHER-EXP-IDX FROM 1 BY 1
            UNTIL OTHER-EXP-IDX > WS-EXPOSURE-COUNT
        IF OTHER-EXP-IDX NOT = EXP-IDX
            COMPUTE WS-BOOK-VALUE = WS-BOOK-VALUE
                + EX-QUANTITY(OTHER-EXP-IDX)
                * EX-MARK-PRICE(OTHER-EXP-IDX)
        END-IF
    END-PERFORM
    IF WS-POSITION-LIMIT > 0 AND WS-SYMBOL-VALUE > WS-POSITION-LIMIT
        MOVE 'P' TO LB-LIMIT-TYPE
        MOVE WS-POSITION-LIMIT TO LB-LIMIT-VALUE
        MOVE WS-SYMBOL-VALUE TO LB-ACTUAL-VALUE
        PERFORM WRITE-LIMIT-BREACH
        ADD 1 TO EX-POSITION-BREACHES(EXP-IDX)
    END-IF
    IF WS-CONCENTRATION-LIMIT > 0 AND WS-BOOK-VALUE > 0
        COMPUTE WS-CONCENTRATION-PCT ROUNDED =
            WS-SYMBOL-VALUE * 100 / WS-BOOK-VALUE
        IF WS-CONCENTRATION-PCT > WS-CONCENTRATION-LIMIT
            MOVE 'C' TO LB-LIMIT-TYPE
            MOVE WS-CONCENTRATION-LIMIT TO LB-LIMIT-VALUE
            MOVE WS-CONCENTRATION-PCT TO LB-ACTUAL-VALUE
            PERFORM WRITE-LIMIT-BREACH
            ADD 1 TO EX-CONCENTRATION-BREACHES(EXP-IDX)
        END-IF
    END-IF.

*> Only a sell that adds to the day's realized loss is a breach once
*> the loss is past the limit.
CHECK-DAILY-LOSS.
    IF WS-DAILY-LOSS-LIMIT = 0
            OR WS-REALIZED-TODAY NOT < 0
            OR WS-REALIZED-TODAY NOT < WS-REALIZED-BEFORE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAILY-LOSS = 0 - WS-REALIZED-TODAY
    IF WS-DAILY-LOSS > WS-DAILY-LOSS-LIMIT
        MOVE 'L' TO LB-LIMIT-TYPE
        MOVE WS-DAILY-LOSS-LIMIT TO LB-LIMIT-VALUE
        MOVE WS-DAILY-LOSS TO LB-ACTUAL-VALUE
        PERFORM WRITE-LIMIT-BREACH
        ADD 1 TO WS-LOSS-BREACHES
    END-IF.

WRITE-LIMIT-BREACH.
    MOVE FI-FILL-DATE TO LB-FILL-DATE
    MOVE FI-SYMBOL TO LB-SYMBOL
    MOVE FI-SIDE TO LB-SIDE
    MOVE FI-QUANTITY TO LB-QUANTITY
    MOVE FI-PRICE TO LB-PRICE
    COMPUTE LB-EXCESS = LB-ACTUAL-VALUE - LB-LIMIT-VALUE
    COMPUTE LB-EXCESS-PCT ROUNDED = LB-EXCESS * 100 / LB-LIMIT-VALUE
        ON SIZE ERROR MOVE 99999.99 TO LB-EXCESS-PCT
    END-COMPUTE
    WRITE LIMIT-BREACH-RECORD
    ADD 1 TO WS-LIMIT-BREACHES
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> A sell naming a lot closes that lot only; otherwise lots of the
*> symbol are closed oldest first.
SELL-FROM-LOTS.
    MOVE FI-SYMBOL TO PX-SYMBOL
    MOVE FI-QUANTITY TO PX-QUANTITY
    MOVE FI-QUANTITY TO WS-SELL-REMAINING
    IF FI-LOT-ID IS NUMERIC AND FI-LOT-ID > 0
        PERFORM FIND-SPECIFIC-LOT
        IF NOT POSITION-FOUND
            MOVE 'Sell names a lot not open for the symbol'
                TO PX-REASON
            WRITE POSITION-EXCEPTION-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            EXIT PARAGRAPH
        END-IF
        IF FI-QUANTITY > PT-QUANTITY(POS-IDX)
            MOVE 'Sell exceeds quantity of named lot - rejected'
                TO PX-REASON
            WRITE POSITION-EXCEPTION-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            EXIT PARAGRAPH
        END-IF
        PERFORM CLOSE-LOT-PORTION
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-OPEN-QUANTITY
    PERFORM VARYING POS-IDX FROM 1 BY 1
            UNTIL POS-IDX > WS-POSITION-COUNT
        IF PT-SYMBOL(POS-IDX) = FI-SYMBOL
            ADD PT-QUANTITY(POS-IDX) TO WS-OPEN-QUANTITY
        END-IF
    END-PERFORM
    IF WS-OPEN-QUANTITY = 0
        MOVE 'Sell with no open position' TO PX-REASON
        WRITE POSITION-EXCEPTION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        EXIT PARAGRAPH
    END-IF
    IF FI-QUANTITY > WS-OPEN-QUANTITY
        MOVE 'Sell exceeds open quantity - position zeroed'
            TO PX-REASON
        WRITE POSITION-EXCEPTION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        MOVE WS-OPEN-QUANTITY TO WS-SELL-REMAINING
    END-IF
    PERFORM UNTIL WS-SELL-REMAINING = 0
        PERFORM FIND-OLDEST-LOT
        PERFORM CLOSE-LOT-PORTION
    END-PERFORM.

FIND-SPECIFIC-LOT.
    MOVE 'N' TO WS-POSITION-FOUND
    PERFORM VARYING POS-IDX FROM 1 BY 1
            UNTIL POS-IDX > WS-POSITION-COUNT
        IF PT-LOT-ID(POS-IDX) = FI-LOT-ID
                AND PT-SYMBOL(POS-IDX) = FI-SYMBOL
                AND PT-QUANTITY(POS-IDX) > 0
            SET POSITION-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Oldest by acquisition date, then by lot ID.
FIND-OLDEST-LOT.
    MOVE 'N' TO WS-POSITION-FOUND
    PERFORM VARYING CHECK-IDX FROM 1 BY 1
            UNTIL CHECK-IDX > WS-POSITION-COUNT
        IF PT-SYMBOL(CHECK-IDX) = FI-SYMBOL
                AND PT-QUANTITY(CHECK-IDX) > 0
            IF NOT POSITION-FOUND
                SET POS-IDX TO CHECK-IDX
                SET POSITION-FOUND TO TRUE
            ELSE
                IF PT-ENTRY-DATE(CHECK-IDX) < PT-ENTRY-DATE(POS-IDX)
                    OR (PT-ENTRY-DATE(CHECK-IDX) = PT-ENTRY-DATE(POS-IDX)
                        AND PT-LOT-ID(CHECK-IDX) < PT-LOT-ID(POS-IDX))
                    SET POS-IDX TO CHECK-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Closes up to WS-SELL-REMAINING shares of lot POS-IDX at the fill
*> price, taking a proportional share of its basis.
CLOSE-LOT-PORTION.
    IF WS-SELL-REMAINING < PT-QUANTITY(POS-IDX)
        MOVE WS-SELL-REMAINING TO WS-CLOSE-QUANTITY
        COMPUTE WS-CLOSE-BASIS ROUNDED = PT-COST-BASIS(POS-IDX)
            * WS-CLOSE-QUANTITY / PT-QUANTITY(POS-IDX)
        COMPUTE WS-CLOSE-WASH ROUNDED = PT-WASH-ADJUSTMENT(POS-IDX)
            * WS-CLOSE-QUANTITY / PT-QUANTITY(POS-IDX)
    ELSE
        MOVE PT-QUANTITY(POS-IDX) TO WS-CLOSE-QUANTITY
        MOVE PT-COST-BASIS(POS-IDX) TO WS-CLOSE-BASIS
        MOVE PT-WASH-ADJUSTMENT(POS-IDX) TO WS-CLOSE-WASH
    END-IF
    IF WS-REALIZED-COUNT NOT < 10000
        PERFORM STOP-REALIZED-TABLE-FULL
    END-IF
    ADD 1 TO WS-REALIZED-COUNT
    SET RG-IDX TO WS-REALIZED-COUNT
    MOVE PT-SYMBOL(POS-IDX) TO RT-SYMBOL(RG-IDX)
    MOVE PT-LOT-ID(POS-IDX) TO RT-LOT-ID(RG-IDX)
    MOVE WS-CLOSE-QUANTITY TO RT-QUANTITY(RG-IDX)
    MOVE PT-ENTRY-DATE(POS-IDX) TO RT-ACQUIRED-DATE(RG-IDX)
    MOVE FI-FILL-DATE TO RT-SALE-DATE(RG-IDX)
    COMPUTE RT-PROCEEDS(RG-IDX) = WS-CLOSE-QUANTITY * FI-PRICE
    MOVE WS-CLOSE-BASIS TO RT-COST-BASIS(RG-IDX)
    COMPUTE RT-GAIN-LOSS(RG-IDX) =
        RT-PROCEEDS(RG-IDX) - RT-COST-BASIS(RG-IDX)
    COMPUTE WS-ONE-YEAR-DATE = PT-ENTRY-DATE(POS-IDX) + 10000
    IF FI-FILL-DATE > WS-ONE-YEAR-DATE
        MOVE 'L' TO RT-TERM(RG-IDX)
    ELSE
        MOVE 'S' TO RT-TERM(RG-IDX)
    END-IF
    MOVE SPACE TO RT-WASH-FLAG(RG-IDX)
    MOVE ZERO TO RT-WASH-QUANTITY(RG-IDX)
    MOVE ZERO TO RT-DISALLOWED-LOSS(RG-IDX)
    MOVE ZERO TO RT-REPLACEMENT-LOT(RG-IDX)
    ADD RT-GAIN-LOSS(RG-IDX) TO WS-REALIZED-TODAY
    SUBTRACT WS-CLOSE-QUANTITY FROM PT-QUANTITY(POS-IDX)
    SUBTRACT WS-CLOSE-BASIS FROM PT-COST-BASIS(POS-IDX)
    SUBTRACT WS-CLOSE-WASH FROM PT-WASH-ADJUSTMENT(POS-IDX)
    IF PT-WASH-QUANTITY(POS-IDX) > PT-QUANTITY(POS-IDX)
        MOVE PT-QUANTITY(POS-IDX) TO PT-WASH-QUANTITY(POS-IDX)
    END-IF
    SUBTRACT WS-CLOSE-QUANTITY FROM WS-SELL-REMAINING.

*> Loss sales in the last 30 days not yet wholly washed are matched to
*> open lots of the symbol bought within 30 days before or after the
*> sale, other than the lot sold. Each replacement share covers one
*> share sold, and the matching part of the loss is disallowed and
*> added to the replacement lot's basis.
DETECT-WASH-SALES.
    PERFORM VARYING RG-IDX FROM 1 BY 1
            UNTIL RG-IDX > WS-REALIZED-COUNT
        IF RT-GAIN-LOSS(RG-IDX) < 0
                AND RT-SALE-DATE(RG-IDX) NOT < WS-WASH-WINDOW-START
                AND RT-WASH-QUANTITY(RG-IDX) < RT-QUANTITY(RG-IDX)
            PERFORM FIND-REPLACEMENT-LOTS
        END-IF
    END-PERFORM.

FIND-REPLACEMENT-LOTS.
    PERFORM VARYING POS-IDX FROM 1 BY 1
            UNTIL POS-IDX > WS-POSITION-COUNT
                OR RT-WASH-QUANTITY(RG-IDX) = RT-QUANTITY(RG-IDX)
        IF PT-SYMBOL(POS-IDX) = RT-SYMBOL(RG-IDX)
                AND PT-LOT-ID(POS-IDX) NOT = RT-LOT-ID(RG-IDX)
                AND PT-QUANTITY(POS-IDX) > PT-WASH-QUANTITY(POS-IDX)
            MOVE 'D' TO DS-FUNCTION-CODE
            MOVE RT-SALE-DATE(RG-IDX) TO DS-DATE-FROM
            MOVE PT-ENTRY-DATE(POS-IDX) TO DS-DATE-TO
            CALL 'DateService' USING DATE-SERVICE-PARAMETERS
            IF DS-DAYS NOT < -30 AND DS-DAYS NOT > 30
                PERFORM APPLY-WASH-SALE
            END-IF
        END-IF
    END-PERFORM.

APPLY-WASH-SALE.
    COMPUTE WS-WASH-QUANTITY =
        RT-QUANTITY(RG-IDX) - RT-WASH-QUANTITY(RG-IDX)
    IF PT-QUANTITY(POS-IDX) - PT-WASH-QUANTITY(POS-IDX)
            < WS-WASH-QUANTITY
        COMPUTE WS-WASH-QUANTITY =
            PT-QUANTITY(POS-IDX) - PT-WASH-QUANTITY(POS-IDX)
    END-IF
    COMPUTE WS-DISALLOWED ROUNDED = (0 - RT-GAIN-LOSS(RG-IDX))
        * WS-WASH-QUANTITY / RT-QUANTITY(RG-IDX)
    MOVE 'W' TO RT-WASH-FLAG(RG-IDX)
    ADD WS-WASH-QUANTITY TO RT-WASH-QUANTITY(RG-IDX)
    ADD WS-DISALLOWED TO RT-DISALLOWED-LOSS(RG-IDX)
    MOVE PT-LOT-ID(POS-IDX) TO RT-REPLACEMENT-LOT(RG-IDX)
    ADD WS-WASH-QUANTITY TO PT-WASH-QUANTITY(POS-IDX)
    ADD WS-DISALLOWED TO PT-COST-BASIS(POS-IDX)
    ADD WS-DISALLOWED TO PT-WASH-ADJUSTMENT(POS-IDX)
    ADD 1 TO WS-WASH-SALES
    MOVE RT-SYMBOL(RG-IDX) TO PX-SYMBOL
    MOVE WS-WASH-QUANTITY TO PX-QUANTITY
    MOVE 'Wash sale - loss added to replacement lot' TO PX-REASON
    WRITE POSITION-EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> The sales inside the wash-sale window follow the older sales
*> already copied through on loading.
WRITE-REALIZED-GAINS.
    PERFORM VARYING RG-IDX FROM 1 BY 1
            UNTIL RG-IDX > WS-REALIZED-COUNT
        MOVE REALIZED-ENTRY(RG-IDX) TO REALIZED-GAIN-RECORD-OUT
        WRITE REALIZED-GAIN-RECORD-OUT
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE realized-gains-updated.

LOAD-EOD-PRICES.
    OPEN INPUT eod-prices
    IF WS-PRICES-STATUS = '00'
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF
    COMPUTE WS-UNREALIZED =
        (WS-EOD-PRICE * PT-QUANTITY(POS-IDX)) - PT-COST-BASIS(POS-IDX)
    ADD WS-UNREALIZED TO WS-TOTAL-UNREALIZED
    ADD 1 TO WS-MARKED-COUNT
    MOVE PT-SYMBOL(POS-IDX) TO OPU-SYMBOL
    MOVE PT-ENTRY-DATE(POS-IDX) TO OPU-ENTRY-DATE
    MOVE WS-EOD-PRICE TO OPU-EOD-PRICE
    MOVE WS-UNREALIZED TO OPU-UNREALIZED-PL
    MOVE PT-LOT-ID(POS-IDX) TO OPU-LOT-ID
    MOVE PT-COST-BASIS(POS-IDX) TO OPU-COST-BASIS
    MOVE PT-WASH-ADJUSTMENT(POS-IDX) TO OPU-WASH-ADJUSTMENT
    MOVE PT-WASH-QUANTITY(POS-IDX) TO OPU-WASH-QUANTITY
    WRITE OPEN-POSITION-RECORD-OUT
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE PT-SYMBOL(POS-IDX) TO WS-EXPOSURE-SYMBOL
    PERFORM FIND-EXPOSURE
    IF EXPOSURE-FOUND
        COMPUTE EX-MARKED-VALUE(EXP-IDX) = EX-MARKED-VALUE(EXP-IDX)
            + WS-EOD-PRICE * PT-QUANTITY(POS-IDX)
    END-IF
    COMPUTE WS-TOTAL-MARKED-VALUE = WS-TOTAL-MARKED-VALUE
        + WS-EOD-PRICE * PT-QUANTITY(POS-IDX).

WRITE-MARK-TOTAL.
    MOVE WS-CURRENT-DATE TO MT-MARK-DATE
    WRITE MARK-TO-MARKET-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-RISK-SUMMARY.
    MOVE WS-CURRENT-DATE TO RS-SUMMARY-DATE
    PERFORM VARYING EXP-IDX FROM 1 BY 1
            UNTIL EXP-IDX > WS-EXPOSURE-COUNT
        IF EX-MARKED-VALUE(EXP-IDX) > 0
                OR EX-POSITION-BREACHES(EXP-IDX) > 0
                OR EX-CONCENTRATION-BREACHES(EXP-IDX) > 0
            PERFORM WRITE-SYMBOL-UTILISATION
        END-IF
    END-PERFORM
    PERFORM VARYING LIMIT-IDX FROM 1 BY 1
            UNTIL LIMIT-IDX > WS-LIMIT-COUNT
        IF LT-RESTRICTED(LIMIT-IDX) = 'Y'
            PERFORM WRITE-RESTRICTED-SUMMARY
        END-IF
    END-PERFORM
    MOVE 'L' TO RS-LIMIT-TYPE
    MOVE SPACES TO RS-SYMBOL
    MOVE WS-DAILY-LOSS-LIMIT TO RS-LIMIT-VALUE
    IF WS-REALIZED-TODAY < 0
        COMPUTE RS-CURRENT-VALUE = 0 - WS-REALIZED-TODAY
    ELSE
        MOVE ZERO TO RS-CURRENT-VALUE
    END-IF
    MOVE WS-LOSS-BREACHES TO RS-BREACH-COUNT
    PERFORM WRITE-SUMMARY-RECORD.

WRITE-SYMBOL-UTILISATION.
    MOVE EX-SYMBOL(EXP-IDX) TO WS-LIMIT-SYMBOL
    PERFORM LOOKUP-SYMBOL-LIMITS
    MOVE 'P' TO RS-LIMIT-TYPE
    MOVE EX-SYMBOL(EXP-IDX) TO RS-SYMBOL
    MOVE WS-POSITION-LIMIT TO RS-LIMIT-VALUE
    MOVE EX-MARKED-VALUE(EXP-IDX) TO RS-CURRENT-VALUE
    MOVE EX-POSITION-BREACHES(EXP-IDX) TO RS-BREACH-COUNT
    PERFORM WRITE-SUMMARY-RECORD
    MOVE 'C' TO RS-LIMIT-TYPE
    MOVE WS-CONCENTRATION-LIMIT TO RS-LIMIT-VALUE
    IF WS-TOTAL-MARKED-VALUE > 0
        COMPUTE RS-CURRENT-VALUE ROUNDED =
            EX-MARKED-VALUE(EXP-IDX) * 100 / WS-TOTAL-MARKED-VALUE
    ELSE
        MOVE ZERO TO RS-CURRENT-VALUE
    END-IF
    MOVE EX-CONCENTRATION-BREACHES(EXP-IDX) TO RS-BREACH-COUNT
    PERFORM WRITE-SUMMARY-RECORD.

*> A restricted symbol has no limit to use; the record shows what is
*> still held and how many buys were refused.
WRITE-RESTRICTED-SUMMARY.
    MOVE 'R' TO RS-LIMIT-TYPE
    MOVE LT-SYMBOL(LIMIT-IDX) TO RS-SYMBOL
    MOVE ZERO TO RS-LIMIT-VALUE
    MOVE ZERO TO RS-CURRENT-VALUE
    PERFORM VARYING OTHER-EXP-IDX FROM 1 BY 1
            UNTIL OTHER-EXP-IDX > WS-EXPOSURE-COUNT
        IF EX-SYMBOL(OTHER-EXP-IDX) = LT-SYMBOL(LIMIT-IDX)
            MOVE EX-MARKED-VALUE(OTHER-EXP-IDX) TO RS-CURRENT-VALUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE LT-REJECTED-BUYS(LIMIT-IDX) TO RS-BREACH-COUNT
    PERFORM WRITE-SUMMARY-RECORD.

WRITE-SUMMARY-RECORD.
    IF RS-LIMIT-VALUE > 0
        COMPUTE RS-UTILISATION-PCT ROUNDED =
            RS-CURRENT-VALUE * 100 / RS-LIMIT-VALUE
            ON SIZE ERROR MOVE 99999.99 TO RS-UTILISATION-PCT
        END-COMPUTE
    ELSE
        MOVE ZERO TO RS-UTILISATION-PCT
    END-IF
    WRITE RISK-SUMMARY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> A sale that cannot be held cannot be written to the realized gains
*> file, so the run stops rather than lose it. The updated files are
*> left incomplete and must not be rolled forward; the inputs are
*> untouched, so the run can be repeated once the table is enlarged.
STOP-REALIZED-TABLE-FULL.
    DISPLAY "Run stopped - more than 10000 sales inside the wash-sale"
        " window"
    SET RUN-STOPPED TO TRUE
    PERFORM LOG-RUN-END
    MOVE 8 TO RETURN-CODE
    STOP RUN.

LOG-RUN-START.
    MOVE 'OpenPositionTracking' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    IF RUN-STOPPED
        MOVE 'ABORTED' TO OPS-COMPLETION-STATUS
    ELSE
        MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    END-IF
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

END PROGRAM OpenPositionTracking.
