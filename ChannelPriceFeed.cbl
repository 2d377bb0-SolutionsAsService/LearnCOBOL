IDENTIFICATION DIVISION.
PROGRAM-ID. ChannelPriceFeed.
AUTHOR. Your Name.
*> Builds the price feeds for the web store and marketplaces. Each
*> product's final price is its recommendation (which already carries
*> any promotion price) from pricing-recommendations.dat, or its
*> current price when no recommendation was made. Every channel on
*> the channel master then applies its markup or fee percentage, its
*> price ending rule and its minimum advertised price. A channel price
*> that would fall below the product's MIN-PRICE is raised back to it
*> and listed on the control report. Each channel gets its own feed
*> file, price-feed-<channel>.dat, holding only products whose channel
*> price differs from the last one sent; the prices sent are kept on
*> channel-feed-prices.dat for the next run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT channel-master ASSIGN TO 'channel-master.dat'
        FILE STATUS IS WS-CHANNEL-STATUS.
    SELECT product-details ASSIGN TO 'product-details.dat'.
    SELECT pricing-recommendations
        ASSIGN TO 'pricing-recommendations.dat'
        FILE STATUS IS WS-RECOMMEND-STATUS.
    SELECT channel-feed-prices ASSIGN TO 'channel-feed-prices.dat'
        FILE STATUS IS WS-FEED-PRICE-STATUS.
    SELECT channel-feed ASSIGN TO WS-FEED-FILE-NAME
        FILE STATUS IS WS-FEED-STATUS.
    SELECT feed-control-report ASSIGN TO 'feed-control-report.dat'.

DATA DIVISION.
FILE SECTION.
*> CH-PRICE-ENDING is the cents every channel price must end in ('99',
*> '95', '00'); spaces leave the price unrounded. The markup or fee
*> percentage is added to the final price and may be negative.
FD channel-master.
01 CHANNEL-MASTER-RECORD.
    05 CH-CHANNEL-CODE       PIC X(8).
    05 CH-CHANNEL-NAME       PIC X(20).
    05 CH-PRICE-ENDING       PIC X(2).
    05 CH-MARKUP-PCT         PIC S9(3)V99.
    05 CH-MIN-ADVERTISED     PIC 9(5)V99.

FD product-details.
01 PRODUCT-RECORD.
    05 PRODUCT-ID        PIC X(10).
    05 CURRENT-PRICE     PIC 9(5)V99.
    05 TARGET-STOCK      PIC 9(5).
    05 CURRENT-STOCK     PIC 9(5).
    05 MIN-PRICE         PIC 9(5)V99.
    05 MAX-PRICE         PIC 9(5)V99.
    05 RECEIVED-DATE     PIC 9(8).

FD pricing-recommendations.
01 RECOMMENDATION-RECORD.
    05 RR-PRODUCT-ID     PIC X(10).
    05 RR-NEW-PRICE      PIC 9(5)V99.
    05 RR-STOCKOUT-FLAG  PIC X.

FD channel-feed-prices.
01 FEED-PRICE-RECORD.
    05 FP-CHANNEL-CODE       PIC X(8).
    05 FP-PRODUCT-ID         PIC X(10).
    05 FP-PRICE              PIC 9(5)V99.
    05 FP-FEED-DATE          PIC 9(8).

FD channel-feed.
01 CHANNEL-FEED-RECORD.
    05 PF-CHANNEL-CODE       PIC X(8).
    05 PF-PRODUCT-ID         PIC X(10).
    05 PF-CHANNEL-PRICE      PIC 9(5)V99.
    05 PF-PREVIOUS-PRICE     PIC 9(5)V99.
    05 PF-FEED-DATE          PIC 9(8).

*> One 'C' line per channel with its counts, preceded by an 'M' line
*> for each product held up at MIN-PRICE on that channel.
FD feed-control-report.
01 FEED-CONTROL-RECORD.
    05 FC-LINE-TYPE          PIC X.
    05 FC-CHANNEL-CODE       PIC X(8).
    05 FC-CHANNEL-NAME       PIC X(20).
    05 FC-PRODUCTS-PRICED    PIC 9(6).
    05 FC-PRODUCTS-FED       PIC 9(6).
    05 FC-PRODUCTS-UNCHANGED PIC 9(6).
    05 FC-MIN-PRICE-COUNT    PIC 9(6).
    05 FC-FEED-FILE-NAME     PIC X(40).
01 FEED-EXCEPTION-RECORD.
    05 FE-LINE-TYPE          PIC X.
    05 FE-CHANNEL-CODE       PIC X(8).
    05 FE-PRODUCT-ID         PIC X(10).
    05 FE-FINAL-PRICE        PIC 9(5)V99.
    05 FE-CHANNEL-PRICE      PIC 9(5)V99.
    05 FE-MIN-PRICE          PIC 9(5)V99.
    05 FE-PRICE-SENT         PIC 9(5)V99.
    05 FE-MESSAGE            PIC X(40).
    05 FILLER                PIC X(6).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-CHANNEL-STATUS      PIC XX.
01 WS-RECOMMEND-STATUS    PIC XX.
01 WS-FEED-PRICE-STATUS   PIC XX.
01 WS-FEED-STATUS         PIC XX.
01 WS-FEED-FILE-NAME      PIC X(40).
01 WS-CURRENT-DATE        PIC 9(8).

01 WS-CHANNEL-COUNT       PIC 9(2) VALUE 0.
01 CHANNEL-TABLE.
    05 CHANNEL-ENTRY OCCURS 20 TIMES INDEXED BY CHANNEL-IDX.
        10 CN-CHANNEL-CODE     PIC X(8).
        10 CN-CHANNEL-NAME     PIC X(20).
        10 CN-PRICE-ENDING     PIC X(2).
        10 CN-MARKUP-PCT       PIC S9(3)V99.
        10 CN-MIN-ADVERTISED   PIC 9(5)V99.

01 WS-RECOMMEND-COUNT     PIC 9(4) VALUE 0.
01 RECOMMEND-TABLE.
    05 RECOMMEND-ENTRY OCCURS 2000 TIMES INDEXED BY RECOMMEND-IDX.
        10 RC-PRODUCT-ID       PIC X(10).
        10 RC-NEW-PRICE        PIC 9(5)V99.

01 WS-SENT-COUNT          PIC 9(5) VALUE 0.
01 SENT-PRICE-TABLE.
    05 SENT-PRICE-ENTRY OCCURS 10000 TIMES INDEXED BY SENT-IDX.
        10 SP-CHANNEL-CODE     PIC X(8).
        10 SP-PRODUCT-ID       PIC X(10).
        10 SP-PRICE            PIC 9(5)V99.
        10 SP-FEED-DATE        PIC 9(8).
01 WS-SENT-FOUND          PIC X.
    88 SENT-FOUND         VALUE 'Y'.

01 WS-FINAL-PRICE         PIC 9(5)V99.
01 WS-MARKED-UP-PRICE     PIC S9(6)V99.
01 WS-CHANNEL-PRICE       PIC 9(5)V99.
01 WS-PRICE-BEFORE-FLOOR  PIC 9(5)V99.
01 WS-WHOLE-DOLLARS       PIC 9(5).
01 WS-ENDING-CENTS        PIC 9(2).
01 WS-ENDED-PRICE         PIC 9(6)V99.

01 WS-CHANNEL-TOTALS.
    05 WS-PRODUCTS-PRICED    PIC 9(6).
    05 WS-PRODUCTS-FED       PIC 9(6).
    05 WS-PRODUCTS-UNCHANGED PIC 9(6).
    05 WS-MIN-PRICE-COUNT    PIC 9(6).
01 WS-TOTAL-FED           PIC 9(7) VALUE 0.

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
    PERFORM LOAD-CHANNEL-MASTER
    PERFORM LOAD-RECOMMENDATIONS
    PERFORM LOAD-FEED-PRICES
    OPEN OUTPUT feed-control-report
    PERFORM VARYING CHANNEL-IDX FROM 1 BY 1
            UNTIL CHANNEL-IDX > WS-CHANNEL-COUNT
        PERFORM WRITE-CHANNEL-FEED
    END-PERFORM
    CLOSE feed-control-report
    OPEN OUTPUT channel-feed-prices
    PERFORM WRITE-FEED-PRICES
    CLOSE channel-feed-prices
    DISPLAY "Channels fed: " WS-CHANNEL-COUNT
    DISPLAY "Channel price changes sent: " WS-TOTAL-FED
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-CHANNEL-MASTER.
    OPEN INPUT channel-master
    IF WS-CHANNEL-STATUS NOT = '00'
        DISPLAY "No channel master - no feeds written"
        EXIT PARAGRAPH
    END-IF
    READ channel-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-CHANNEL-COUNT < 20
            ADD 1 TO WS-CHANNEL-COUNT
            SET CHANNEL-IDX TO WS-CHANNEL-COUNT
            MOVE CH-CHANNEL-CODE TO CN-CHANNEL-CODE(CHANNEL-IDX)
            MOVE CH-CHANNEL-NAME TO CN-CHANNEL-NAME(CHANNEL-IDX)
            MOVE CH-PRICE-ENDING TO CN-PRICE-ENDING(CHANNEL-IDX)
            MOVE CH-MARKUP-PCT TO CN-MARKUP-PCT(CHANNEL-IDX)
            MOVE CH-MIN-ADVERTISED TO CN-MIN-ADVERTISED(CHANNEL-IDX)
        ELSE
            DISPLAY "Channel table full - discarding " CH-CHANNEL-CODE
        END-IF
        READ channel-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE channel-master
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-RECOMMENDATIONS.
    OPEN INPUT pricing-recommendations
    IF WS-RECOMMEND-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ pricing-recommendations AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-RECOMMEND-COUNT < 2000
            ADD 1 TO WS-RECOMMEND-COUNT
            SET RECOMMEND-IDX TO WS-RECOMMEND-COUNT
            MOVE RR-PRODUCT-ID TO RC-PRODUCT-ID(RECOMMEND-IDX)
            MOVE RR-NEW-PRICE TO RC-NEW-PRICE(RECOMMEND-IDX)
        ELSE
            DISPLAY "Recommendation table full - discarding "
                RR-PRODUCT-ID
        END-IF
        READ pricing-recommendations AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE pricing-recommendations
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-FEED-PRICES.
    OPEN INPUT channel-feed-prices
    IF WS-FEED-PRICE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ channel-feed-prices AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-SENT-COUNT < 10000
            ADD 1 TO WS-SENT-COUNT
            SET SENT-IDX TO WS-SENT-COUNT
            MOVE FP-CHANNEL-CODE TO SP-CHANNEL-CODE(SENT-IDX)
            MOVE FP-PRODUCT-ID TO SP-PRODUCT-ID(SENT-IDX)
            MOVE FP-PRICE TO SP-PRICE(SENT-IDX)
            MOVE FP-FEED-DATE TO SP-FEED-DATE(SENT-IDX)
        ELSE
            DISPLAY "Feed price table full - discarding "
                FP-CHANNEL-CODE " " FP-PRODUCT-ID
        END-IF
        READ channel-feed-prices AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE channel-feed-prices
    MOVE 'N' TO WS-END-OF-FILE.

*> The product file is read once per channel so each feed file is
*> written and closed before the next one is opened.
WRITE-CHANNEL-FEED.
    INITIALIZE WS-CHANNEL-TOTALS
    MOVE SPACES TO WS-FEED-FILE-NAME
    STRING 'price-feed-' DELIMITED BY SIZE
           CN-CHANNEL-CODE(CHANNEL-IDX) DELIMITED BY SPACE
           '.dat' DELIMITED BY SIZE
        INTO WS-FEED-FILE-NAME
    END-STRING
    OPEN OUTPUT channel-feed
    IF WS-FEED-STATUS NOT = '00'
        DISPLAY "Cannot open feed file " WS-FEED-FILE-NAME
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT product-details
    READ product-details AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM PRICE-PRODUCT-FOR-CHANNEL
        READ product-details AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE product-details
    MOVE 'N' TO WS-END-OF-FILE
    CLOSE channel-feed
    ADD WS-PRODUCTS-FED TO WS-TOTAL-FED
    MOVE SPACES TO FEED-CONTROL-RECORD
    MOVE 'C' TO FC-LINE-TYPE
    MOVE CN-CHANNEL-CODE(CHANNEL-IDX) TO FC-CHANNEL-CODE
    MOVE CN-CHANNEL-NAME(CHANNEL-IDX) TO FC-CHANNEL-NAME
    MOVE WS-PRODUCTS-PRICED TO FC-PRODUCTS-PRICED
    MOVE WS-PRODUCTS-FED TO FC-PRODUCTS-FED
    MOVE WS-PRODUCTS-UNCHANGED TO FC-PRODUCTS-UNCHANGED
    MOVE WS-MIN-PRICE-COUNT TO FC-MIN-PRICE-COUNT
    MOVE WS-FEED-FILE-NAME TO FC-FEED-FILE-NAME
    WRITE FEED-CONTROL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    DISPLAY "Channel " CN-CHANNEL-CODE(CHANNEL-IDX) ": "
        WS-PRODUCTS-FED " changed of " WS-PRODUCTS-PRICED.

PRICE-PRODUCT-FOR-CHANNEL.
    ADD 1 TO WS-PRODUCTS-PRICED
    MOVE CURRENT-PRICE TO WS-FINAL-PRICE
    PERFORM VARYING RECOMMEND-IDX FROM 1 BY 1
            UNTIL RECOMMEND-IDX > WS-RECOMMEND-COUNT
        IF RC-PRODUCT-ID(RECOMMEND-IDX) = PRODUCT-ID
            MOVE RC-NEW-PRICE(RECOMMEND-IDX) TO WS-FINAL-PRICE
            EXIT PERFORM
        END-IF
    END-PERFORM
    COMPUTE WS-MARKED-UP-PRICE ROUNDED =
        WS-FINAL-PRICE * (100 + CN-MARKUP-PCT(CHANNEL-IDX)) / 100
    IF WS-MARKED-UP-PRICE < 0
        MOVE ZERO TO WS-CHANNEL-PRICE
    ELSE
        MOVE WS-MARKED-UP-PRICE TO WS-CHANNEL-PRICE
    END-IF
    PERFORM APPLY-PRICE-ENDING
    IF WS-CHANNEL-PRICE < CN-MIN-ADVERTISED(CHANNEL-IDX)
        MOVE CN-MIN-ADVERTISED(CHANNEL-IDX) TO WS-CHANNEL-PRICE
    END-IF
    IF WS-CHANNEL-PRICE < MIN-PRICE
        MOVE WS-CHANNEL-PRICE TO WS-PRICE-BEFORE-FLOOR
        MOVE MIN-PRICE TO WS-CHANNEL-PRICE
        PERFORM APPLY-PRICE-ENDING
        PERFORM WRITE-MIN-PRICE-EXCEPTION
    END-IF
    PERFORM FIND-SENT-PRICE
    IF SENT-FOUND
        IF SP-PRICE(SENT-IDX) = WS-CHANNEL-PRICE
            ADD 1 TO WS-PRODUCTS-UNCHANGED
            EXIT PARAGRAPH
        END-IF
        MOVE SP-PRICE(SENT-IDX) TO PF-PREVIOUS-PRICE
    ELSE
        IF WS-SENT-COUNT < 10000
            ADD 1 TO WS-SENT-COUNT
            SET SENT-IDX TO WS-SENT-COUNT
            MOVE CN-CHANNEL-CODE(CHANNEL-IDX) TO SP-CHANNEL-CODE(SENT-IDX)
            MOVE PRODUCT-ID TO SP-PRODUCT-ID(SENT-IDX)
            SET SENT-FOUND TO TRUE
        ELSE
            DISPLAY "Feed price table full - not remembered "
                CN-CHANNEL-CODE(CHANNEL-IDX) " " PRODUCT-ID
        END-IF
        MOVE ZERO TO PF-PREVIOUS-PRICE
    END-IF
    IF SENT-FOUND
        MOVE WS-CHANNEL-PRICE TO SP-PRICE(SENT-IDX)
        MOVE WS-CURRENT-DATE TO SP-FEED-DATE(SENT-IDX)
    END-IF
    MOVE CN-CHANNEL-CODE(CHANNEL-IDX) TO PF-CHANNEL-CODE
    MOVE PRODUCT-ID TO PF-PRODUCT-ID
    MOVE WS-CHANNEL-PRICE TO PF-CHANNEL-PRICE
    MOVE WS-CURRENT-DATE TO PF-FEED-DATE
    WRITE CHANNEL-FEED-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-PRODUCTS-FED.

*> The price is moved up to the next amount ending in the channel's
*> cents, so 12.10 becomes 12.99 on a '99' channel.
APPLY-PRICE-ENDING.
    IF CN-PRICE-ENDING(CHANNEL-IDX) = SPACES
            OR CN-PRICE-ENDING(CHANNEL-IDX) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE CN-PRICE-ENDING(CHANNEL-IDX) TO WS-ENDING-CENTS
    MOVE WS-CHANNEL-PRICE TO WS-WHOLE-DOLLARS
    COMPUTE WS-ENDED-PRICE = WS-WHOLE-DOLLARS + WS-ENDING-CENTS / 100
    IF WS-ENDED-PRICE < WS-CHANNEL-PRICE
        ADD 1 TO WS-ENDED-PRICE
    END-IF
    IF WS-ENDED-PRICE > 99999.99
        MOVE 99999.99 TO WS-CHANNEL-PRICE
    ELSE
        MOVE WS-ENDED-PRICE TO WS-CHANNEL-PRICE
    END-IF.

FIND-SENT-PRICE.
    MOVE 'N' TO WS-SENT-FOUND
    PERFORM VARYING SENT-IDX FROM 1 BY 1
            UNTIL SENT-IDX > WS-SENT-COUNT
        IF SP-CHANNEL-CODE(SENT-IDX) = CN-CHANNEL-CODE(CHANNEL-IDX)
                AND SP-PRODUCT-ID(SENT-IDX) = PRODUCT-ID
            SET SENT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-MIN-PRICE-EXCEPTION.
    ADD 1 TO WS-MIN-PRICE-COUNT
    MOVE SPACES TO FEED-EXCEPTION-RECORD
    MOVE 'M' TO FE-LINE-TYPE
    MOVE CN-CHANNEL-CODE(CHANNEL-IDX) TO FE-CHANNEL-CODE
    MOVE PRODUCT-ID TO FE-PRODUCT-ID
    MOVE WS-FINAL-PRICE TO FE-FINAL-PRICE
    MOVE WS-PRICE-BEFORE-FLOOR TO FE-CHANNEL-PRICE
    MOVE MIN-PRICE TO FE-MIN-PRICE
    MOVE WS-CHANNEL-PRICE TO FE-PRICE-SENT
    MOVE 'Channel price below MIN-PRICE - held' TO FE-MESSAGE
    WRITE FEED-EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-FEED-PRICES.
    PERFORM VARYING SENT-IDX FROM 1 BY 1
            UNTIL SENT-IDX > WS-SENT-COUNT
        MOVE SP-CHANNEL-CODE(SENT-IDX) TO FP-CHANNEL-CODE
        MOVE SP-PRODUCT-ID(SENT-IDX) TO FP-PRODUCT-ID
        MOVE SP-PRICE(SENT-IDX) TO FP-PRICE
        MOVE SP-FEED-DATE(SENT-IDX) TO FP-FEED-DATE
        WRITE FEED-PRICE-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

LOG-RUN-START.
    MOVE 'ChannelPriceFeed' TO OPS-PROGRAM-ID
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

END PROGRAM ChannelPriceFeed.
