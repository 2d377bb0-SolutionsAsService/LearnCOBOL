IDENTIFICATION DIVISION.
PROGRAM-ID. ProductMarginReport.
AUTHOR. Your Name.
*> Gross margin by product and by week. Each sale on sales-data.dat is
*> priced at the price in effect on the sale date from
*> price-change-history.dat (the product's current price when it has
*> no history) and costed from product-costs.dat: unit cost and
*> freight from the cost row effective on the sale date, plus the
*> marketplace fee percentage of the price. Weeks run Monday to
*> Sunday. The report week's best and worst margin products are
*> ranked, and every recommended, clearance or promotion price that
*> would take a product's margin below the floor in
*> margin-parameters.dat (default 15%) is flagged. The report week is
*> the last full week before the run date unless a week start date is
*> given on the parameters.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT product-details ASSIGN TO 'product-details.dat'.
    SELECT product-costs ASSIGN TO 'product-costs.dat'
        FILE STATUS IS WS-COST-STATUS.
    SELECT sales-data ASSIGN TO 'sales-data.dat'
        FILE STATUS IS WS-SALES-STATUS.
    SELECT price-change-history ASSIGN TO 'price-change-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT pricing-recommendations
        ASSIGN TO 'pricing-recommendations.dat'
        FILE STATUS IS WS-RECOMMEND-STATUS.
    SELECT clearance-schedule ASSIGN TO 'clearance-schedule.dat'
        FILE STATUS IS WS-CLEARANCE-STATUS.
    SELECT promotions-file ASSIGN TO 'promotions.dat'
        FILE STATUS IS WS-PROMO-STATUS.
    SELECT margin-parameters ASSIGN TO 'margin-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT margin-report ASSIGN TO 'product-margin-report.dat'.
    SELECT margin-floor-flags ASSIGN TO 'margin-floor-flags.dat'.

DATA DIVISION.
FILE SECTION.
FD product-details.
01 PRODUCT-RECORD.
    05 PRODUCT-ID        PIC X(10).
    05 CURRENT-PRICE     PIC 9(5)V99.
    05 TARGET-STOCK      PIC 9(5).
    05 CURRENT-STOCK     PIC 9(5).
    05 MIN-PRICE         PIC 9(5)V99.
    05 MAX-PRICE         PIC 9(5)V99.
    05 RECEIVED-DATE     PIC 9(8).

*> Unit cost and freight are per unit; the fee is a percentage of the
*> selling price.
FD product-costs.
01 PRODUCT-COST-RECORD.
    05 PC-PRODUCT-ID         PIC X(10).
    05 PC-EFFECTIVE-DATE     PIC 9(8).
    05 PC-UNIT-COST          PIC 9(5)V99.
    05 PC-FREIGHT            PIC 9(5)V99.
    05 PC-FEE-PCT            PIC 9(2)V99.

FD sales-data.
01 SALES-RECORD.
    05 SR-PRODUCT-ID     PIC X(10).
    05 UNITS-SOLD        PIC 9(5).
    05 SR-SALES-DATE     PIC 9(8).

FD price-change-history.
01 PRICE-CHANGE-RECORD.
    05 PH-PRODUCT-ID      PIC X(10).
    05 PH-OLD-PRICE       PIC 9(5)V99.
    05 PH-NEW-PRICE       PIC 9(5)V99.
    05 PH-CHANGE-DATE     PIC 9(8).
    05 PH-REASON          PIC X(30).

FD pricing-recommendations.
01 RECOMMENDATION-RECORD.
    05 RR-PRODUCT-ID     PIC X(10).
    05 RR-NEW-PRICE      PIC 9(5)V99.
    05 RR-STOCKOUT-FLAG  PIC X.

FD clearance-schedule.
01 CLEARANCE-RECORD.
    05 CS-PRODUCT-ID       PIC X(10).
    05 CS-AGE-IN-DAYS      PIC 9(5).
    05 CS-MARKDOWN-PERCENT PIC V99.
    05 CS-OLD-PRICE        PIC 9(5)V99.
    05 CS-NEW-PRICE        PIC 9(5)V99.
    05 CS-MARGIN-IMPACT    PIC S9(8)V99.

FD promotions-file.
01 PROMOTION-RECORD.
    05 PRM-PRODUCT-ID      PIC X(10).
    05 PRM-START-DATE      PIC 9(8).
    05 PRM-END-DATE        PIC 9(8).
    05 PRM-PROMO-PRICE     PIC 9(5)V99.

FD margin-parameters.
01 MARGIN-PARAMETER-RECORD.
    05 MG-MARGIN-FLOOR-PCT   PIC 9(2)V99.
    05 MG-REPORT-WEEK-START  PIC 9(8).

*> 'W' lines are product by week, 'P' the product's total over all
*> weeks, then 'B' and 'L' rank the report week's best and lowest
*> margin products.
FD margin-report.
01 MARGIN-REPORT-RECORD.
    05 MR-LINE-TYPE          PIC X.
    05 MR-PRODUCT-ID         PIC X(10).
    05 MR-WEEK-START         PIC 9(8).
    05 MR-UNITS              PIC 9(7).
    05 MR-REVENUE            PIC 9(9)V99.
    05 MR-COST               PIC 9(9)V99.
    05 MR-MARGIN             PIC S9(9)V99.
    05 MR-MARGIN-PCT         PIC S9(3)V99.
    05 MR-RANK               PIC 9(2).

FD margin-floor-flags.
01 MARGIN-FLAG-RECORD.
    05 MF-PRODUCT-ID         PIC X(10).
    05 MF-PRICE-SOURCE       PIC X(10).
    05 MF-PRICE              PIC 9(5)V99.
    05 MF-UNIT-COST          PIC 9(5)V99.
    05 MF-FREIGHT            PIC 9(5)V99.
    05 MF-FEE-AMOUNT         PIC 9(5)V99.
    05 MF-UNIT-MARGIN        PIC S9(5)V99.
    05 MF-MARGIN-PCT         PIC S9(3)V99.
    05 MF-FLOOR-PCT          PIC 9(2)V99.

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-COST-STATUS         PIC XX.
01 WS-SALES-STATUS        PIC XX.
01 WS-HISTORY-STATUS      PIC XX.
01 WS-RECOMMEND-STATUS    PIC XX.
01 WS-CLEARANCE-STATUS    PIC XX.
01 WS-PROMO-STATUS        PIC XX.
01 WS-PARM-STATUS         PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-MARGIN-FLOOR-PCT    PIC 9(2)V99 VALUE 15.00.
01 WS-REPORT-WEEK-START   PIC 9(8).
01 WS-WEEK-BASE-DATE      PIC 9(8) VALUE 20000103.
01 WS-WORK-DATE           PIC 9(8).
01 WS-WEEK-START          PIC 9(8).
01 WS-WEEK-NUMBER         PIC 9(7).
01 WS-FLAG-COUNT          PIC 9(5) VALUE 0.
01 WS-NO-COST-COUNT       PIC 9(5) VALUE 0.
01 WS-SALES-COUNT         PIC 9(7) VALUE 0.

01 WS-PRODUCT-COUNT       PIC 9(4) VALUE 0.
01 PRODUCT-TABLE.
    05 PRODUCT-ENTRY OCCURS 1000 TIMES INDEXED BY PRODUCT-IDX.
        10 PT-PRODUCT-ID       PIC X(10).
        10 PT-CURRENT-PRICE    PIC 9(5)V99.
01 WS-PRODUCT-FOUND       PIC X.
    88 PRODUCT-FOUND      VALUE 'Y'.
01 WS-WORK-PRODUCT-ID     PIC X(10).

01 WS-COST-COUNT          PIC 9(4) VALUE 0.
01 COST-TABLE.
    05 COST-ENTRY OCCURS 2000 TIMES INDEXED BY COST-IDX.
        10 CT-PRODUCT-ID       PIC X(10).
        10 CT-EFFECTIVE-DATE   PIC 9(8).
        10 CT-UNIT-COST        PIC 9(5)V99.
        10 CT-FREIGHT          PIC 9(5)V99.
        10 CT-FEE-PCT          PIC 9(2)V99.
01 WS-COST-ENTRY          PIC 9(4).

01 WS-HISTORY-COUNT       PIC 9(4) VALUE 0.
01 PRICE-HISTORY-TABLE.
    05 PRICE-HISTORY-ENTRY OCCURS 5000 TIMES INDEXED BY HISTORY-IDX.
        10 HT-PRODUCT-ID       PIC X(10).
        10 HT-CHANGE-DATE      PIC 9(8).
        10 HT-OLD-PRICE        PIC 9(5)V99.
        10 HT-NEW-PRICE        PIC 9(5)V99.
01 WS-BEFORE-ENTRY        PIC 9(4).
01 WS-AFTER-ENTRY         PIC 9(4).

01 WS-WEEK-COUNT          PIC 9(4) VALUE 0.
01 PRODUCT-WEEK-TABLE.
    05 PRODUCT-WEEK-ENTRY OCCURS 5000 TIMES INDEXED BY WEEK-IDX.
        10 PW-PRODUCT-ID       PIC X(10).
        10 PW-WEEK-START       PIC 9(8).
        10 PW-UNITS            PIC 9(7).
        10 PW-REVENUE          PIC 9(9)V99.
        10 PW-COST             PIC 9(9)V99.
        10 PW-MARGIN-PCT       PIC S9(3)V99.
        10 PW-BEST-LISTED      PIC X.
        10 PW-WORST-LISTED     PIC X.
01 WS-WEEK-FOUND          PIC X.
    88 WEEK-FOUND         VALUE 'Y'.
01 WS-LAST-WEEK-PRINTED   PIC 9(8).
01 WS-NEXT-WEEK-ENTRY     PIC 9(4).
01 WS-RANK                PIC 9(2).
01 WS-RANK-LIMIT          PIC 9(2) VALUE 5.
01 WS-PICKED-ENTRY        PIC 9(4).
01 WS-UNLISTED-ENTRY      PIC 9(4).

01 WS-SALE-PRICE          PIC 9(5)V99.
01 WS-UNIT-COST           PIC 9(5)V99.
01 WS-FREIGHT             PIC 9(5)V99.
01 WS-FEE-PCT             PIC 9(2)V99.
01 WS-FEE-AMOUNT          PIC 9(5)V99.
01 WS-UNIT-MARGIN         PIC S9(5)V99.
01 WS-MARGIN-PCT          PIC S9(3)V99.
01 WS-SALE-REVENUE        PIC 9(9)V99.
01 WS-SALE-COST           PIC 9(9)V99.
01 WS-CHECK-PRICE         PIC 9(5)V99.
01 WS-PRICE-SOURCE        PIC X(10).

01 WS-PRODUCT-TOTALS.
    05 WS-TOTAL-UNITS        PIC 9(7).
    05 WS-TOTAL-REVENUE      PIC 9(9)V99.
    05 WS-TOTAL-COST         PIC 9(9)V99.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE   PIC X.
    05 DS-DATE-FROM       PIC 9(8).
    05 DS-DATE-TO         PIC 9(8).
    05 DS-DAYS            PIC S9(7).
    05 DS-RESULT-DATE     PIC 9(8).

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
    PERFORM LOAD-MARGIN-PARAMETERS
    OPEN INPUT product-details
    PERFORM LOAD-PRODUCTS
    CLOSE product-details
    PERFORM LOAD-PRODUCT-COSTS
    PERFORM LOAD-PRICE-HISTORY
    PERFORM TALLY-SALES
    OPEN OUTPUT margin-report
    PERFORM WRITE-PRODUCT-MARGINS
    PERFORM WRITE-WEEK-RANKINGS
    CLOSE margin-report
    OPEN OUTPUT margin-floor-flags
    PERFORM CHECK-RECOMMENDED-PRICES
    PERFORM CHECK-CLEARANCE-PRICES
    PERFORM CHECK-PROMOTION-PRICES
    CLOSE margin-floor-flags
    DISPLAY "Sales lines costed: " WS-SALES-COUNT
    DISPLAY "Sales lines with no cost on file: " WS-NO-COST-COUNT
    DISPLAY "Report week starting: " WS-REPORT-WEEK-START
    DISPLAY "Prices below margin floor: " WS-FLAG-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-MARGIN-PARAMETERS.
    MOVE WS-CURRENT-DATE TO WS-WORK-DATE
    PERFORM DERIVE-WEEK-START
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-WEEK-START TO DS-DATE-FROM
    MOVE -7 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-REPORT-WEEK-START
    OPEN INPUT margin-parameters
    IF WS-PARM-STATUS = '00'
        READ margin-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF MG-MARGIN-FLOOR-PCT IS NUMERIC
                        AND MG-MARGIN-FLOOR-PCT > 0
                    MOVE MG-MARGIN-FLOOR-PCT TO WS-MARGIN-FLOOR-PCT
                END-IF
                IF MG-REPORT-WEEK-START IS NUMERIC
                        AND MG-REPORT-WEEK-START > 0
                    MOVE MG-REPORT-WEEK-START TO WS-WORK-DATE
                    PERFORM DERIVE-WEEK-START
                    MOVE WS-WEEK-START TO WS-REPORT-WEEK-START
                END-IF
        END-READ
        CLOSE margin-parameters
    END-IF.

*> The Monday on or before WS-WORK-DATE.
DERIVE-WEEK-START.
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE WS-WEEK-BASE-DATE TO DS-DATE-FROM
    MOVE WS-WORK-DATE TO DS-DATE-TO
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    COMPUTE WS-WEEK-NUMBER = DS-DAYS / 7
    COMPUTE DS-DAYS = WS-WEEK-NUMBER * 7
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-WEEK-BASE-DATE TO DS-DATE-FROM
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-WEEK-START.

LOAD-PRODUCTS.
    READ product-details AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-PRODUCT-COUNT < 1000
            ADD 1 TO WS-PRODUCT-COUNT
            SET PRODUCT-IDX TO WS-PRODUCT-COUNT
            MOVE PRODUCT-ID TO PT-PRODUCT-ID(PRODUCT-IDX)
            MOVE CURRENT-PRICE TO PT-CURRENT-PRICE(PRODUCT-IDX)
        ELSE
            DISPLAY "Product table full - discarding " PRODUCT-ID
        END-IF
        READ product-details AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-PRODUCT-COSTS.
    OPEN INPUT product-costs
    IF WS-COST-STATUS NOT = '00'
        DISPLAY "No product cost file - margins cannot be costed"
        EXIT PARAGRAPH
    END-IF
    READ product-costs AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-COST-COUNT < 2000
            ADD 1 TO WS-COST-COUNT
            SET COST-IDX TO WS-COST-COUNT
            MOVE PC-PRODUCT-ID TO CT-PRODUCT-ID(COST-IDX)
            MOVE PC-EFFECTIVE-DATE TO CT-EFFECTIVE-DATE(COST-IDX)
            MOVE PC-UNIT-COST TO CT-UNIT-COST(COST-IDX)
            MOVE PC-FREIGHT TO CT-FREIGHT(COST-IDX)
            MOVE PC-FEE-PCT TO CT-FEE-PCT(COST-IDX)
        ELSE
            DISPLAY "Cost table full - discarding " PC-PRODUCT-ID
        END-IF
        READ product-costs AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE product-costs
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-PRICE-HISTORY.
    OPEN INPUT price-change-history
    IF WS-HISTORY-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ price-change-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-HISTORY-COUNT < 5000
            ADD 1 TO WS-HISTORY-COUNT
            SET HISTORY-IDX TO WS-HISTORY-COUNT
            MOVE PH-PRODUCT-ID TO HT-PRODUCT-ID(HISTORY-IDX)
            MOVE PH-CHANGE-DATE TO HT-CHANGE-DATE(HISTORY-IDX)
            MOVE PH-OLD-PRICE TO HT-OLD-PRICE(HISTORY-IDX)
            MOVE PH-NEW-PRICE TO HT-NEW-PRICE(HISTORY-IDX)
        ELSE
            DISPLAY "Price history table full - discarding "
                PH-PRODUCT-ID
        END-IF
        READ price-change-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE price-change-history
    MOVE 'N' TO WS-END-OF-FILE.

TALLY-SALES.
    OPEN INPUT sales-data
    IF WS-SALES-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ sales-data AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM COST-ONE-SALE
        READ sales-data AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE sales-data
    MOVE 'N' TO WS-END-OF-FILE.

COST-ONE-SALE.
    MOVE SR-PRODUCT-ID TO WS-WORK-PRODUCT-ID
    MOVE SR-SALES-DATE TO WS-WORK-DATE
    PERFORM FIND-COST-ON-DATE
    IF WS-COST-ENTRY = 0
        ADD 1 TO WS-NO-COST-COUNT
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-PRICE-ON-DATE
    MOVE WS-SALE-PRICE TO WS-CHECK-PRICE
    PERFORM COMPUTE-UNIT-MARGIN
    COMPUTE WS-SALE-REVENUE = UNITS-SOLD * WS-SALE-PRICE
    COMPUTE WS-SALE-COST =
        UNITS-SOLD * (WS-UNIT-COST + WS-FREIGHT + WS-FEE-AMOUNT)
    PERFORM DERIVE-WEEK-START
    PERFORM FIND-OR-ADD-PRODUCT-WEEK
    IF WEEK-FOUND
        ADD UNITS-SOLD TO PW-UNITS(WEEK-IDX)
        ADD WS-SALE-REVENUE TO PW-REVENUE(WEEK-IDX)
        ADD WS-SALE-COST TO PW-COST(WEEK-IDX)
    END-IF
    ADD 1 TO WS-SALES-COUNT.

*> The cost row effective on the date, or the product's earliest row
*> for sales made before any cost was recorded.
FIND-COST-ON-DATE.
    MOVE ZERO TO WS-COST-ENTRY
    PERFORM VARYING COST-IDX FROM 1 BY 1
            UNTIL COST-IDX > WS-COST-COUNT
        IF CT-PRODUCT-ID(COST-IDX) = WS-WORK-PRODUCT-ID
            EVALUATE TRUE
                WHEN WS-COST-ENTRY = 0
                    SET WS-COST-ENTRY TO COST-IDX
                WHEN CT-EFFECTIVE-DATE(COST-IDX) <= WS-WORK-DATE
                        AND (CT-EFFECTIVE-DATE(WS-COST-ENTRY)
                                > WS-WORK-DATE
                            OR CT-EFFECTIVE-DATE(COST-IDX)
                                > CT-EFFECTIVE-DATE(WS-COST-ENTRY))
                    SET WS-COST-ENTRY TO COST-IDX
                WHEN CT-EFFECTIVE-DATE(COST-IDX) > WS-WORK-DATE
                        AND CT-EFFECTIVE-DATE(WS-COST-ENTRY)
                            > WS-WORK-DATE
                        AND CT-EFFECTIVE-DATE(COST-IDX)
                            < CT-EFFECTIVE-DATE(WS-COST-ENTRY)
                    SET WS-COST-ENTRY TO COST-IDX
            END-EVALUATE
        END-IF
    END-PERFORM
    IF WS-COST-ENTRY > 0
        MOVE CT-UNIT-COST(WS-COST-ENTRY) TO WS-UNIT-COST
        MOVE CT-FREIGHT(WS-COST-ENTRY) TO WS-FREIGHT
        MOVE CT-FEE-PCT(WS-COST-ENTRY) TO WS-FEE-PCT
    END-IF.

*> The new price of the last change on or before the date; failing
*> that the old price of the first change after it, and failing that
*> the current price.
FIND-PRICE-ON-DATE.
    MOVE ZERO TO WS-BEFORE-ENTRY
    MOVE ZERO TO WS-AFTER-ENTRY
    PERFORM VARYING HISTORY-IDX FROM 1 BY 1
            UNTIL HISTORY-IDX > WS-HISTORY-COUNT
        IF HT-PRODUCT-ID(HISTORY-IDX) = WS-WORK-PRODUCT-ID
            IF HT-CHANGE-DATE(HISTORY-IDX) <= WS-WORK-DATE
                IF WS-BEFORE-ENTRY = 0
                    SET WS-BEFORE-ENTRY TO HISTORY-IDX
                ELSE
                    IF HT-CHANGE-DATE(HISTORY-IDX) >=
                            HT-CHANGE-DATE(WS-BEFORE-ENTRY)
                        SET WS-BEFORE-ENTRY TO HISTORY-IDX
                    END-IF
                END-IF
            ELSE
                IF WS-AFTER-ENTRY = 0
                    SET WS-AFTER-ENTRY TO HISTORY-IDX
                ELSE
                    IF HT-CHANGE-DATE(HISTORY-IDX) <
                            HT-CHANGE-DATE(WS-AFTER-ENTRY)
                        SET WS-AFTER-ENTRY TO HISTORY-IDX
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-BEFORE-ENTRY > 0
            MOVE HT-NEW-PRICE(WS-BEFORE-ENTRY) TO WS-SALE-PRICE
        WHEN WS-AFTER-ENTRY > 0
            MOVE HT-OLD-PRICE(WS-AFTER-ENTRY) TO WS-SALE-PRICE
        WHEN OTHER
            PERFORM FIND-PRODUCT
            IF PRODUCT-FOUND
                MOVE PT-CURRENT-PRICE(PRODUCT-IDX) TO WS-SALE-PRICE
            ELSE
                MOVE ZERO TO WS-SALE-PRICE
            END-IF
    END-EVALUATE.

FIND-PRODUCT.
    MOVE 'N' TO WS-PRODUCT-FOUND
    PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
            UNTIL PRODUCT-IDX > WS-PRODUCT-COUNT
        IF PT-PRODUCT-ID(PRODUCT-IDX) = WS-WORK-PRODUCT-ID
            SET PRODUCT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

COMPUTE-UNIT-MARGIN.
    COMPUTE WS-FEE-AMOUNT ROUNDED = WS-CHECK-PRICE * WS-FEE-PCT / 100
    COMPUTE WS-UNIT-MARGIN =
        WS-CHECK-PRICE - WS-UNIT-COST - WS-FREIGHT - WS-FEE-AMOUNT
    MOVE ZERO TO WS-MARGIN-PCT
    IF WS-CHECK-PRICE > 0
        COMPUTE WS-MARGIN-PCT ROUNDED =
            WS-UNIT-MARGIN * 100 / WS-CHECK-PRICE
            ON SIZE ERROR MOVE -999.99 TO WS-MARGIN-PCT
        END-COMPUTE
    END-IF.

FIND-OR-ADD-PRODUCT-WEEK.
    MOVE 'N' TO WS-WEEK-FOUND
    PERFORM VARYING WEEK-IDX FROM 1 BY 1
            UNTIL WEEK-IDX > WS-WEEK-COUNT
        IF PW-PRODUCT-ID(WEEK-IDX) = WS-WORK-PRODUCT-ID
                AND PW-WEEK-START(WEEK-IDX) = WS-WEEK-START
            SET WEEK-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WEEK-FOUND
        IF WS-WEEK-COUNT < 5000
            ADD 1 TO WS-WEEK-COUNT
            SET WEEK-IDX TO WS-WEEK-COUNT
            MOVE WS-WORK-PRODUCT-ID TO PW-PRODUCT-ID(WEEK-IDX)
            MOVE WS-WEEK-START TO PW-WEEK-START(WEEK-IDX)
            MOVE ZERO TO PW-UNITS(WEEK-IDX)
            MOVE ZERO TO PW-REVENUE(WEEK-IDX)
            MOVE ZERO TO PW-COST(WEEK-IDX)
            MOVE ZERO TO PW-MARGIN-PCT(WEEK-IDX)
            MOVE 'N' TO PW-BEST-LISTED(WEEK-IDX)
            MOVE 'N' TO PW-WORST-LISTED(WEEK-IDX)
            SET WEEK-FOUND TO TRUE
        ELSE
            DISPLAY "Product week table full - discarding "
                WS-WORK-PRODUCT-ID " " WS-WEEK-START
        END-IF
    END-IF.

*> Products in product file order, each with its weeks in date order
*> and then its total. Products not on the product file follow.
WRITE-PRODUCT-MARGINS.
    PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
            UNTIL PRODUCT-IDX > WS-PRODUCT-COUNT
        MOVE PT-PRODUCT-ID(PRODUCT-IDX) TO WS-WORK-PRODUCT-ID
        PERFORM WRITE-ONE-PRODUCT-MARGIN
    END-PERFORM
    PERFORM VARYING WS-UNLISTED-ENTRY FROM 1 BY 1
            UNTIL WS-UNLISTED-ENTRY > WS-WEEK-COUNT
        MOVE PW-PRODUCT-ID(WS-UNLISTED-ENTRY) TO WS-WORK-PRODUCT-ID
        PERFORM FIND-PRODUCT
        IF NOT PRODUCT-FOUND
                AND PW-BEST-LISTED(WS-UNLISTED-ENTRY) = 'N'
            PERFORM WRITE-ONE-PRODUCT-MARGIN
        END-IF
    END-PERFORM
    PERFORM VARYING WEEK-IDX FROM 1 BY 1
            UNTIL WEEK-IDX > WS-WEEK-COUNT
        MOVE 'N' TO PW-BEST-LISTED(WEEK-IDX)
    END-PERFORM.

*> PW-BEST-LISTED marks weeks already printed until the rankings
*> reuse it.
WRITE-ONE-PRODUCT-MARGIN.
    INITIALIZE WS-PRODUCT-TOTALS
    MOVE ZERO TO WS-LAST-WEEK-PRINTED
    MOVE 1 TO WS-NEXT-WEEK-ENTRY
    PERFORM UNTIL WS-NEXT-WEEK-ENTRY = 0
        MOVE ZERO TO WS-NEXT-WEEK-ENTRY
        PERFORM VARYING WEEK-IDX FROM 1 BY 1
                UNTIL WEEK-IDX > WS-WEEK-COUNT
            IF PW-PRODUCT-ID(WEEK-IDX) = WS-WORK-PRODUCT-ID
                    AND PW-WEEK-START(WEEK-IDX) > WS-LAST-WEEK-PRINTED
                IF WS-NEXT-WEEK-ENTRY = 0
                    SET WS-NEXT-WEEK-ENTRY TO WEEK-IDX
                ELSE
                    IF PW-WEEK-START(WEEK-IDX) <
                            PW-WEEK-START(WS-NEXT-WEEK-ENTRY)
                        SET WS-NEXT-WEEK-ENTRY TO WEEK-IDX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-NEXT-WEEK-ENTRY > 0
            SET WEEK-IDX TO WS-NEXT-WEEK-ENTRY
            MOVE PW-WEEK-START(WEEK-IDX) TO WS-LAST-WEEK-PRINTED
            MOVE 'Y' TO PW-BEST-LISTED(WEEK-IDX)
            PERFORM WRITE-PRODUCT-WEEK-LINE
        END-IF
    END-PERFORM
    IF WS-TOTAL-UNITS > 0
        MOVE 'P' TO MR-LINE-TYPE
        MOVE WS-WORK-PRODUCT-ID TO MR-PRODUCT-ID
        MOVE ZERO TO MR-WEEK-START
        MOVE WS-TOTAL-UNITS TO MR-UNITS
        MOVE WS-TOTAL-REVENUE TO MR-REVENUE
        MOVE WS-TOTAL-COST TO MR-COST
        COMPUTE MR-MARGIN = WS-TOTAL-REVENUE - WS-TOTAL-COST
        MOVE ZERO TO MR-MARGIN-PCT
        IF WS-TOTAL-REVENUE > 0
            COMPUTE MR-MARGIN-PCT ROUNDED =
                (WS-TOTAL-REVENUE - WS-TOTAL-COST) * 100
                / WS-TOTAL-REVENUE
                ON SIZE ERROR MOVE -999.99 TO MR-MARGIN-PCT
            END-COMPUTE
        END-IF
        MOVE ZERO TO MR-RANK
        WRITE MARGIN-REPORT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

WRITE-PRODUCT-WEEK-LINE.
    MOVE ZERO TO PW-MARGIN-PCT(WEEK-IDX)
    IF PW-REVENUE(WEEK-IDX) > 0
        COMPUTE PW-MARGIN-PCT(WEEK-IDX) ROUNDED =
            (PW-REVENUE(WEEK-IDX) - PW-COST(WEEK-IDX)) * 100
            / PW-REVENUE(WEEK-IDX)
            ON SIZE ERROR MOVE -999.99 TO PW-MARGIN-PCT(WEEK-IDX)
        END-COMPUTE
    END-IF
    MOVE 'W' TO MR-LINE-TYPE
    MOVE ZERO TO MR-RANK
    PERFORM MOVE-WEEK-TO-REPORT
    WRITE MARGIN-REPORT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD PW-UNITS(WEEK-IDX) TO WS-TOTAL-UNITS
    ADD PW-REVENUE(WEEK-IDX) TO WS-TOTAL-REVENUE
    ADD PW-COST(WEEK-IDX) TO WS-TOTAL-COST.

MOVE-WEEK-TO-REPORT.
    MOVE PW-PRODUCT-ID(WEEK-IDX) TO MR-PRODUCT-ID
    MOVE PW-WEEK-START(WEEK-IDX) TO MR-WEEK-START
    MOVE PW-UNITS(WEEK-IDX) TO MR-UNITS
    MOVE PW-REVENUE(WEEK-IDX) TO MR-REVENUE
    MOVE PW-COST(WEEK-IDX) TO MR-COST
    COMPUTE MR-MARGIN = PW-REVENUE(WEEK-IDX) - PW-COST(WEEK-IDX)
    MOVE PW-MARGIN-PCT(WEEK-IDX) TO MR-MARGIN-PCT.

*> The top and bottom products by margin percentage in the report
*> week, up to five of each.
WRITE-WEEK-RANKINGS.
    PERFORM VARYING WS-RANK FROM 1 BY 1
            UNTIL WS-RANK > WS-RANK-LIMIT
        MOVE ZERO TO WS-PICKED-ENTRY
        PERFORM VARYING WEEK-IDX FROM 1 BY 1
                UNTIL WEEK-IDX > WS-WEEK-COUNT
            IF PW-WEEK-START(WEEK-IDX) = WS-REPORT-WEEK-START
                    AND PW-REVENUE(WEEK-IDX) > 0
                    AND PW-BEST-LISTED(WEEK-IDX) = 'N'
                IF WS-PICKED-ENTRY = 0
                    SET WS-PICKED-ENTRY TO WEEK-IDX
                ELSE
                    IF PW-MARGIN-PCT(WEEK-IDX) >
                            PW-MARGIN-PCT(WS-PICKED-ENTRY)
                        SET WS-PICKED-ENTRY TO WEEK-IDX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-PICKED-ENTRY = 0
            EXIT PERFORM
        END-IF
        SET WEEK-IDX TO WS-PICKED-ENTRY
        MOVE 'Y' TO PW-BEST-LISTED(WEEK-IDX)
        MOVE 'B' TO MR-LINE-TYPE
        MOVE WS-RANK TO MR-RANK
        PERFORM MOVE-WEEK-TO-REPORT
        WRITE MARGIN-REPORT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    PERFORM VARYING WS-RANK FROM 1 BY 1
            UNTIL WS-RANK > WS-RANK-LIMIT
        MOVE ZERO TO WS-PICKED-ENTRY
        PERFORM VARYING WEEK-IDX FROM 1 BY 1
                UNTIL WEEK-IDX > WS-WEEK-COUNT
            IF PW-WEEK-START(WEEK-IDX) = WS-REPORT-WEEK-START
                    AND PW-REVENUE(WEEK-IDX) > 0
                    AND PW-WORST-LISTED(WEEK-IDX) = 'N'
                IF WS-PICKED-ENTRY = 0
                    SET WS-PICKED-ENTRY TO WEEK-IDX
                ELSE
                    IF PW-MARGIN-PCT(WEEK-IDX) <
                            PW-MARGIN-PCT(WS-PICKED-ENTRY)
                        SET WS-PICKED-ENTRY TO WEEK-IDX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-PICKED-ENTRY = 0
            EXIT PERFORM
        END-IF
        SET WEEK-IDX TO WS-PICKED-ENTRY
        MOVE 'Y' TO PW-WORST-LISTED(WEEK-IDX)
        MOVE 'L' TO MR-LINE-TYPE
        MOVE WS-RANK TO MR-RANK
        PERFORM MOVE-WEEK-TO-REPORT
        WRITE MARGIN-REPORT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

CHECK-RECOMMENDED-PRICES.
    OPEN INPUT pricing-recommendations
    IF WS-RECOMMEND-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    MOVE 'RECOMMEND' TO WS-PRICE-SOURCE
    READ pricing-recommendations AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE RR-PRODUCT-ID TO WS-WORK-PRODUCT-ID
        MOVE RR-NEW-PRICE TO WS-CHECK-PRICE
        MOVE WS-CURRENT-DATE TO WS-WORK-DATE
        PERFORM CHECK-MARGIN-FLOOR
        READ pricing-recommendations AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE pricing-recommendations
    MOVE 'N' TO WS-END-OF-FILE.

CHECK-CLEARANCE-PRICES.
    OPEN INPUT clearance-schedule
    IF WS-CLEARANCE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    MOVE 'CLEARANCE' TO WS-PRICE-SOURCE
    READ clearance-schedule AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE CS-PRODUCT-ID TO WS-WORK-PRODUCT-ID
        MOVE CS-NEW-PRICE TO WS-CHECK-PRICE
        MOVE WS-CURRENT-DATE TO WS-WORK-DATE
        PERFORM CHECK-MARGIN-FLOOR
        READ clearance-schedule AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE clearance-schedule
    MOVE 'N' TO WS-END-OF-FILE.

*> Promotions still running or yet to start are costed at their start
*> date (or today for one already running).
CHECK-PROMOTION-PRICES.
    OPEN INPUT promotions-file
    IF WS-PROMO-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    MOVE 'PROMOTION' TO WS-PRICE-SOURCE
    READ promotions-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF PRM-END-DATE >= WS-CURRENT-DATE
            MOVE PRM-PRODUCT-ID TO WS-WORK-PRODUCT-ID
            MOVE PRM-PROMO-PRICE TO WS-CHECK-PRICE
            IF PRM-START-DATE > WS-CURRENT-DATE
                MOVE PRM-START-DATE TO WS-WORK-DATE
            ELSE
                MOVE WS-CURRENT-DATE TO WS-WORK-DATE
            END-IF
            PERFORM CHECK-MARGIN-FLOOR
        END-IF
        READ promotions-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE promotions-file
    MOVE 'N' TO WS-END-OF-FILE.

CHECK-MARGIN-FLOOR.
    PERFORM FIND-COST-ON-DATE
    IF WS-COST-ENTRY = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM COMPUTE-UNIT-MARGIN
    IF WS-MARGIN-PCT < WS-MARGIN-FLOOR-PCT
        MOVE WS-WORK-PRODUCT-ID TO MF-PRODUCT-ID
        MOVE WS-PRICE-SOURCE TO MF-PRICE-SOURCE
        MOVE WS-CHECK-PRICE TO MF-PRICE
        MOVE WS-UNIT-COST TO MF-UNIT-COST
        MOVE WS-FREIGHT TO MF-FREIGHT
        MOVE WS-FEE-AMOUNT TO MF-FEE-AMOUNT
        MOVE WS-UNIT-MARGIN TO MF-UNIT-MARGIN
        MOVE WS-MARGIN-PCT TO MF-MARGIN-PCT
        MOVE WS-MARGIN-FLOOR-PCT TO MF-FLOOR-PCT
        WRITE MARGIN-FLAG-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        ADD 1 TO WS-FLAG-COUNT
        DISPLAY "Margin below floor: " WS-WORK-PRODUCT-ID " "
            WS-PRICE-SOURCE " " WS-MARGIN-PCT "%"
    END-IF.

LOG-RUN-START.
    MOVE 'ProductMarginReport' TO OPS-PROGRAM-ID
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

END PROGRAM ProductMarginReport.
