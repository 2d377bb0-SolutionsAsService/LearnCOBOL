IDENTIFICATION DIVISION.
PROGRAM-ID. TankLivestockManagement.
AUTHOR. Your Name.
*> Livestock inventory and daily feeding for the tanks. The livestock
*> file holds each species kept in a tank with its head count, the
*> date it was added and the temperature and pH range it tolerates.
*> Add, loss and transfer transactions keep the counts right, and
*> every loss goes to the mortality report with tank totals. Each
*> tank's configured temperature and pH range is checked against what
*> its residents tolerate, and the day's feeding work list is printed
*> by tank and feeding time from the feeding schedule.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT tank-config ASSIGN TO 'tank-config.dat'.
    SELECT livestock ASSIGN TO 'livestock.dat'
        FILE STATUS IS WS-LIVESTOCK-STATUS.
    SELECT livestock-transactions
        ASSIGN TO 'livestock-transactions.dat'
        FILE STATUS IS WS-TRANSACTION-STATUS.
    SELECT feeding-schedule ASSIGN TO 'feeding-schedule.dat'
        FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT feeding-schedule-sorted
        ASSIGN TO 'feeding-schedule-sorted.dat'.
    SELECT feeding-sort-work ASSIGN TO 'feeding-sort.tmp'.
    SELECT feeding-work-list ASSIGN TO 'feeding-work-list.dat'.
    SELECT mortality-report ASSIGN TO 'livestock-mortality.dat'.
    SELECT compatibility-report
        ASSIGN TO 'livestock-compatibility.dat'.

DATA DIVISION.
FILE SECTION.
FD tank-config.
01 TANK-CONFIG-RECORD.
    05 TC-TANK-ID          PIC X(10).
    05 TC-DESIRED-TEMP     PIC 9(2).
    05 TC-PH-MIN           PIC 9V9.
    05 TC-PH-MAX           PIC 9V9.
    05 TC-AMMONIA-MAX      PIC 9V99.
    05 TC-NITRITE-MAX      PIC 9V99.

FD livestock.
01 LIVESTOCK-RECORD.
    05 LV-TANK-ID          PIC X(10).
    05 LV-SPECIES          PIC X(20).
    05 LV-COUNT            PIC 9(4).
    05 LV-DATE-ADDED       PIC 9(8).
    05 LV-TEMP-MIN         PIC 9(2).
    05 LV-TEMP-MAX         PIC 9(2).
    05 LV-PH-MIN           PIC 9V9.
    05 LV-PH-MAX           PIC 9V9.

*> ADD brings new stock into a tank, LOSS records deaths and XFER
*> moves stock to LX-TO-TANK-ID. The tolerance range is only needed
*> on an ADD of a species not already kept somewhere.
FD livestock-transactions.
01 LIVESTOCK-TRANSACTION-RECORD.
    05 LX-TRANSACTION-DATE PIC 9(8).
    05 LX-TYPE             PIC X(6).
    05 LX-TANK-ID          PIC X(10).
    05 LX-SPECIES          PIC X(20).
    05 LX-COUNT            PIC 9(4).
    05 LX-TO-TANK-ID       PIC X(10).
    05 LX-CAUSE            PIC X(20).
    05 LX-TEMP-MIN         PIC 9(2).
    05 LX-TEMP-MAX         PIC 9(2).
    05 LX-PH-MIN           PIC 9V9.
    05 LX-PH-MAX           PIC 9V9.

*> A blank species feeds the whole tank. The portion is per head when
*> the basis is 'H' and per feeding otherwise. Feed days run Monday
*> to Sunday; all blank means every day.
FD feeding-schedule.
01 FEEDING-SCHEDULE-RECORD.
    05 FS-TANK-ID          PIC X(10).
    05 FS-FEED-TIME        PIC 9(4).
    05 FS-SPECIES          PIC X(20).
    05 FS-FOOD             PIC X(20).
    05 FS-PORTION          PIC 9(3)V99.
    05 FS-PORTION-BASIS    PIC X.
    05 FS-UNIT             PIC X(6).
    05 FS-FEED-DAYS        PIC X(7).

FD feeding-schedule-sorted.
01 SORTED-FEEDING-RECORD.
    05 SF-TANK-ID          PIC X(10).
    05 SF-FEED-TIME        PIC 9(4).
    05 SF-SPECIES          PIC X(20).
    05 SF-FOOD             PIC X(20).
    05 SF-PORTION          PIC 9(3)V99.
    05 SF-PORTION-BASIS    PIC X.
    05 SF-UNIT             PIC X(6).
    05 SF-FEED-DAYS        PIC X(7).

SD feeding-sort-work.
01 SORT-FEEDING-RECORD.
    05 SO-TANK-ID          PIC X(10).
    05 SO-FEED-TIME        PIC 9(4).
    05 SO-SPECIES          PIC X(20).
    05 SO-FOOD             PIC X(20).
    05 SO-PORTION          PIC 9(3)V99.
    05 SO-PORTION-BASIS    PIC X.
    05 SO-UNIT             PIC X(6).
    05 SO-FEED-DAYS        PIC X(7).

FD feeding-work-list.
01 FEEDING-WORK-RECORD.
    05 FW-FEED-DATE        PIC 9(8).
    05 FW-TANK-ID          PIC X(10).
    05 FW-FEED-TIME        PIC 9(4).
    05 FW-SPECIES          PIC X(20).
    05 FW-HEAD-COUNT       PIC 9(5).
    05 FW-FOOD             PIC X(20).
    05 FW-QUANTITY         PIC 9(5)V99.
    05 FW-UNIT             PIC X(6).

*> One 'L' line per loss, then one 'T' line per tank reconciling the
*> run: opening head count, stock in, losses, stock out and closing.
FD mortality-report.
01 MORTALITY-LOSS-RECORD.
    05 ML-LINE-TYPE        PIC X.
    05 ML-TANK-ID          PIC X(10).
    05 ML-SPECIES          PIC X(20).
    05 ML-LOSS-DATE        PIC 9(8).
    05 ML-COUNT-BEFORE     PIC 9(5).
    05 ML-COUNT-LOST       PIC 9(5).
    05 ML-MORTALITY-PCT    PIC 9(3)V99.
    05 ML-CAUSE            PIC X(20).
01 MORTALITY-TANK-RECORD.
    05 MT-LINE-TYPE        PIC X.
    05 MT-TANK-ID          PIC X(10).
    05 MT-OPENING-COUNT    PIC 9(5).
    05 MT-STOCK-IN         PIC 9(5).
    05 MT-LOST             PIC 9(5).
    05 MT-STOCK-OUT        PIC 9(5).
    05 MT-CLOSING-COUNT    PIC 9(5).
    05 MT-MORTALITY-PCT    PIC 9(3)V99.
    05 FILLER              PIC X(33).

FD compatibility-report.
01 COMPATIBILITY-RECORD.
    05 CP-TANK-ID          PIC X(10).
    05 CP-SPECIES          PIC X(20).
    05 CP-CHECK            PIC X(11).
    05 CP-TANK-LOW         PIC 9(2)V9.
    05 CP-TANK-HIGH        PIC 9(2)V9.
    05 CP-SPECIES-LOW      PIC 9(2)V9.
    05 CP-SPECIES-HIGH     PIC 9(2)V9.
    05 CP-MESSAGE          PIC X(45).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-LIVESTOCK-STATUS    PIC XX.
01 WS-TRANSACTION-STATUS  PIC XX.
01 WS-SCHEDULE-STATUS     PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-DAY-OF-WEEK         PIC 9.
01 WS-TRANSACTION-COUNT   PIC 9(5) VALUE 0.
01 WS-REJECT-COUNT        PIC 9(5) VALUE 0.
01 WS-LOSS-COUNT          PIC 9(5) VALUE 0.
01 WS-FEEDING-COUNT       PIC 9(5) VALUE 0.
01 WS-CONFLICT-COUNT      PIC 9(5) VALUE 0.

*> Configured tanks with the run's movement totals. Tanks found only
*> on the livestock file use the same defaults as temperature and
*> chemistry control.
01 WS-TANK-COUNT          PIC 9(3) VALUE 0.
01 TANK-TABLE.
    05 TANK-ENTRY OCCURS 100 TIMES INDEXED BY TANK-IDX.
        10 TK-TANK-ID          PIC X(10).
        10 TK-DESIRED-TEMP     PIC 9(2).
        10 TK-PH-MIN           PIC 9V9.
        10 TK-PH-MAX           PIC 9V9.
        10 TK-OPENING-COUNT    PIC 9(5).
        10 TK-STOCK-IN         PIC 9(5).
        10 TK-LOST             PIC 9(5).
        10 TK-STOCK-OUT        PIC 9(5).
01 WS-TANK-FOUND          PIC X.
    88 TANK-FOUND         VALUE 'Y'.
01 WS-WORK-TANK-ID        PIC X(10).

01 WS-STOCK-COUNT         PIC 9(4) VALUE 0.
01 STOCK-TABLE.
    05 STOCK-ENTRY OCCURS 500 TIMES INDEXED BY STOCK-IDX SOURCE-IDX.
        10 SK-TANK-ID          PIC X(10).
        10 SK-SPECIES          PIC X(20).
        10 SK-COUNT            PIC 9(4).
        10 SK-DATE-ADDED       PIC 9(8).
        10 SK-TEMP-MIN         PIC 9(2).
        10 SK-TEMP-MAX         PIC 9(2).
        10 SK-PH-MIN           PIC 9V9.
        10 SK-PH-MAX           PIC 9V9.
01 WS-STOCK-FOUND         PIC X.
    88 STOCK-FOUND        VALUE 'Y'.
01 WS-WORK-SPECIES        PIC X(20).
01 WS-WORK-DATE           PIC 9(8).
01 WS-RANGE-FOUND         PIC X.
    88 RANGE-FOUND        VALUE 'Y'.
01 WS-RANGE-TEMP-MIN      PIC 9(2).
01 WS-RANGE-TEMP-MAX      PIC 9(2).
01 WS-RANGE-PH-MIN        PIC 9V9.
01 WS-RANGE-PH-MAX        PIC 9V9.
01 WS-COUNT-BEFORE        PIC 9(5).
01 WS-HEAD-COUNT          PIC 9(5).
01 WS-TANK-DESIRED-TEMP   PIC 9(2).
01 WS-TANK-PH-MIN         PIC 9V9.
01 WS-TANK-PH-MAX         PIC 9V9.

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
    ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
    OPEN INPUT tank-config
    PERFORM LOAD-TANK-CONFIG
    CLOSE tank-config
    PERFORM LOAD-LIVESTOCK
    OPEN OUTPUT mortality-report
    PERFORM PROCESS-LIVESTOCK-TRANSACTIONS
    PERFORM WRITE-TANK-MORTALITY-TOTALS
    CLOSE mortality-report
    OPEN OUTPUT livestock
    PERFORM WRITE-LIVESTOCK
    CLOSE livestock
    OPEN OUTPUT compatibility-report
    PERFORM CHECK-TANK-COMPATIBILITY
    CLOSE compatibility-report
    PERFORM WRITE-FEEDING-WORK-LIST
    DISPLAY "Livestock transactions applied: " WS-TRANSACTION-COUNT
    DISPLAY "Livestock transactions rejected: " WS-REJECT-COUNT
    DISPLAY "Losses reported: " WS-LOSS-COUNT
    DISPLAY "Compatibility conflicts: " WS-CONFLICT-COUNT
    DISPLAY "Feedings scheduled today: " WS-FEEDING-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-TANK-CONFIG.
    READ tank-config INTO TANK-CONFIG-RECORD
        AT END SET EOF TO TRUE
    END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE TC-TANK-ID TO WS-WORK-TANK-ID
        PERFORM FIND-OR-CREATE-TANK
        IF TANK-FOUND
            MOVE TC-DESIRED-TEMP TO TK-DESIRED-TEMP(TANK-IDX)
            IF TC-PH-MAX > 0
                MOVE TC-PH-MIN TO TK-PH-MIN(TANK-IDX)
                MOVE TC-PH-MAX TO TK-PH-MAX(TANK-IDX)
            END-IF
        END-IF
        READ tank-config INTO TANK-CONFIG-RECORD
            AT END SET EOF TO TRUE
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

FIND-OR-CREATE-TANK.
    MOVE 'N' TO WS-TANK-FOUND
    PERFORM VARYING TANK-IDX FROM 1 BY 1
            UNTIL TANK-IDX > WS-TANK-COUNT
        IF TK-TANK-ID(TANK-IDX) = WS-WORK-TANK-ID
            SET TANK-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT TANK-FOUND
        IF WS-TANK-COUNT < 100
            ADD 1 TO WS-TANK-COUNT
            SET TANK-IDX TO WS-TANK-COUNT
            MOVE WS-WORK-TANK-ID TO TK-TANK-ID(TANK-IDX)
            MOVE 78 TO TK-DESIRED-TEMP(TANK-IDX)
            MOVE 6.5 TO TK-PH-MIN(TANK-IDX)
            MOVE 8.5 TO TK-PH-MAX(TANK-IDX)
            MOVE ZERO TO TK-OPENING-COUNT(TANK-IDX)
            MOVE ZERO TO TK-STOCK-IN(TANK-IDX)
            MOVE ZERO TO TK-LOST(TANK-IDX)
            MOVE ZERO TO TK-STOCK-OUT(TANK-IDX)
            SET TANK-FOUND TO TRUE
        ELSE
            DISPLAY "Tank table full - discarding " WS-WORK-TANK-ID
        END-IF
    END-IF.

LOAD-LIVESTOCK.
    OPEN INPUT livestock
    IF WS-LIVESTOCK-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ livestock AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-STOCK-COUNT < 500
            ADD 1 TO WS-STOCK-COUNT
            SET STOCK-IDX TO WS-STOCK-COUNT
            MOVE LV-TANK-ID TO SK-TANK-ID(STOCK-IDX)
            MOVE LV-SPECIES TO SK-SPECIES(STOCK-IDX)
            MOVE LV-COUNT TO SK-COUNT(STOCK-IDX)
            MOVE LV-DATE-ADDED TO SK-DATE-ADDED(STOCK-IDX)
            MOVE LV-TEMP-MIN TO SK-TEMP-MIN(STOCK-IDX)
            MOVE LV-TEMP-MAX TO SK-TEMP-MAX(STOCK-IDX)
            MOVE LV-PH-MIN TO SK-PH-MIN(STOCK-IDX)
            MOVE LV-PH-MAX TO SK-PH-MAX(STOCK-IDX)
            MOVE LV-TANK-ID TO WS-WORK-TANK-ID
            PERFORM FIND-OR-CREATE-TANK
            IF TANK-FOUND
                ADD LV-COUNT TO TK-OPENING-COUNT(TANK-IDX)
            END-IF
        ELSE
            DISPLAY "Livestock table full - discarding " LV-TANK-ID
                " " LV-SPECIES
        END-IF
        READ livestock AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE livestock
    MOVE 'N' TO WS-END-OF-FILE.

PROCESS-LIVESTOCK-TRANSACTIONS.
    OPEN INPUT livestock-transactions
    IF WS-TRANSACTION-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ livestock-transactions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF LX-TRANSACTION-DATE IS NUMERIC AND LX-TRANSACTION-DATE > 0
            MOVE LX-TRANSACTION-DATE TO WS-WORK-DATE
        ELSE
            MOVE WS-CURRENT-DATE TO WS-WORK-DATE
        END-IF
        EVALUATE LX-TYPE
            WHEN 'ADD'
                PERFORM PROCESS-LIVESTOCK-ADD
            WHEN 'LOSS'
                PERFORM PROCESS-LIVESTOCK-LOSS
            WHEN 'XFER'
                PERFORM PROCESS-LIVESTOCK-TRANSFER
            WHEN OTHER
                DISPLAY "Unknown livestock transaction type: " LX-TYPE
                ADD 1 TO WS-REJECT-COUNT
        END-EVALUATE
        READ livestock-transactions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE livestock-transactions
    MOVE 'N' TO WS-END-OF-FILE.

*> A species new to the tank takes the range on the transaction, or
*> failing that the range already held for it in another tank.
PROCESS-LIVESTOCK-ADD.
    IF LX-COUNT = 0
        DISPLAY "Livestock add with no count rejected for " LX-TANK-ID
            " " LX-SPECIES
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE LX-TANK-ID TO WS-WORK-TANK-ID
    MOVE LX-SPECIES TO WS-WORK-SPECIES
    PERFORM FIND-STOCK
    IF NOT STOCK-FOUND
        PERFORM FIND-SPECIES-RANGE
        IF NOT RANGE-FOUND
            DISPLAY "No tolerance range for new species rejected: "
                LX-SPECIES
            ADD 1 TO WS-REJECT-COUNT
            EXIT PARAGRAPH
        END-IF
        PERFORM CREATE-STOCK
        IF NOT STOCK-FOUND
            ADD 1 TO WS-REJECT-COUNT
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF LX-TEMP-MAX > 0
            MOVE LX-TEMP-MIN TO SK-TEMP-MIN(STOCK-IDX)
            MOVE LX-TEMP-MAX TO SK-TEMP-MAX(STOCK-IDX)
        END-IF
        IF LX-PH-MAX > 0
            MOVE LX-PH-MIN TO SK-PH-MIN(STOCK-IDX)
            MOVE LX-PH-MAX TO SK-PH-MAX(STOCK-IDX)
        END-IF
    END-IF
    ADD LX-COUNT TO SK-COUNT(STOCK-IDX)
    PERFORM FIND-OR-CREATE-TANK
    IF TANK-FOUND
        ADD LX-COUNT TO TK-STOCK-IN(TANK-IDX)
    END-IF
    ADD 1 TO WS-TRANSACTION-COUNT.

PROCESS-LIVESTOCK-LOSS.
    MOVE LX-TANK-ID TO WS-WORK-TANK-ID
    MOVE LX-SPECIES TO WS-WORK-SPECIES
    PERFORM FIND-STOCK
    IF NOT STOCK-FOUND
        DISPLAY "Loss for species not in tank rejected: " LX-TANK-ID
            " " LX-SPECIES
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    IF LX-COUNT = 0 OR LX-COUNT > SK-COUNT(STOCK-IDX)
        DISPLAY "Loss count does not fit head count rejected: "
            LX-TANK-ID " " LX-SPECIES
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE SK-COUNT(STOCK-IDX) TO WS-COUNT-BEFORE
    SUBTRACT LX-COUNT FROM SK-COUNT(STOCK-IDX)
    PERFORM FIND-OR-CREATE-TANK
    IF TANK-FOUND
        ADD LX-COUNT TO TK-LOST(TANK-IDX)
    END-IF
    MOVE 'L' TO ML-LINE-TYPE
    MOVE LX-TANK-ID TO ML-TANK-ID
    MOVE LX-SPECIES TO ML-SPECIES
    MOVE WS-WORK-DATE TO ML-LOSS-DATE
    MOVE WS-COUNT-BEFORE TO ML-COUNT-BEFORE
    MOVE LX-COUNT TO ML-COUNT-LOST
    COMPUTE ML-MORTALITY-PCT ROUNDED =
        LX-COUNT * 100 / WS-COUNT-BEFORE
    MOVE LX-CAUSE TO ML-CAUSE
    WRITE MORTALITY-LOSS-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-LOSS-COUNT
    ADD 1 TO WS-TRANSACTION-COUNT.

*> Transferred stock keeps its tolerance range and is dated into the
*> receiving tank on the transfer date.
PROCESS-LIVESTOCK-TRANSFER.
    IF LX-TO-TANK-ID = SPACES OR LX-TO-TANK-ID = LX-TANK-ID
        DISPLAY "Transfer with no receiving tank rejected: " LX-TANK-ID
            " " LX-SPECIES
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE LX-TANK-ID TO WS-WORK-TANK-ID
    MOVE LX-SPECIES TO WS-WORK-SPECIES
    PERFORM FIND-STOCK
    IF NOT STOCK-FOUND
        DISPLAY "Transfer of species not in tank rejected: " LX-TANK-ID
            " " LX-SPECIES
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    IF LX-COUNT = 0 OR LX-COUNT > SK-COUNT(STOCK-IDX)
        DISPLAY "Transfer count does not fit head count rejected: "
            LX-TANK-ID " " LX-SPECIES
        ADD 1 TO WS-REJECT-COUNT
        EXIT PARAGRAPH
    END-IF
    SET SOURCE-IDX TO STOCK-IDX
    MOVE SK-TEMP-MIN(SOURCE-IDX) TO WS-RANGE-TEMP-MIN
    MOVE SK-TEMP-MAX(SOURCE-IDX) TO WS-RANGE-TEMP-MAX
    MOVE SK-PH-MIN(SOURCE-IDX) TO WS-RANGE-PH-MIN
    MOVE SK-PH-MAX(SOURCE-IDX) TO WS-RANGE-PH-MAX
    MOVE LX-TO-TANK-ID TO WS-WORK-TANK-ID
    PERFORM FIND-STOCK
    IF NOT STOCK-FOUND
        PERFORM CREATE-STOCK
        IF NOT STOCK-FOUND
            ADD 1 TO WS-REJECT-COUNT
            EXIT PARAGRAPH
        END-IF
    END-IF
    SUBTRACT LX-COUNT FROM SK-COUNT(SOURCE-IDX)
    ADD LX-COUNT TO SK-COUNT(STOCK-IDX)
    PERFORM FIND-OR-CREATE-TANK
    IF TANK-FOUND
        ADD LX-COUNT TO TK-STOCK-IN(TANK-IDX)
    END-IF
    MOVE LX-TANK-ID TO WS-WORK-TANK-ID
    PERFORM FIND-OR-CREATE-TANK
    IF TANK-FOUND
        ADD LX-COUNT TO TK-STOCK-OUT(TANK-IDX)
    END-IF
    ADD 1 TO WS-TRANSACTION-COUNT.

FIND-STOCK.
    MOVE 'N' TO WS-STOCK-FOUND
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX > WS-STOCK-COUNT
        IF SK-TANK-ID(STOCK-IDX) = WS-WORK-TANK-ID
                AND SK-SPECIES(STOCK-IDX) = WS-WORK-SPECIES
            SET STOCK-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-SPECIES-RANGE.
    MOVE 'N' TO WS-RANGE-FOUND
    IF LX-TEMP-MAX > 0 AND LX-PH-MAX > 0
        MOVE LX-TEMP-MIN TO WS-RANGE-TEMP-MIN
        MOVE LX-TEMP-MAX TO WS-RANGE-TEMP-MAX
        MOVE LX-PH-MIN TO WS-RANGE-PH-MIN
        MOVE LX-PH-MAX TO WS-RANGE-PH-MAX
        SET RANGE-FOUND TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SOURCE-IDX FROM 1 BY 1
            UNTIL SOURCE-IDX > WS-STOCK-COUNT
        IF SK-SPECIES(SOURCE-IDX) = WS-WORK-SPECIES
                AND SK-TEMP-MAX(SOURCE-IDX) > 0
            MOVE SK-TEMP-MIN(SOURCE-IDX) TO WS-RANGE-TEMP-MIN
            MOVE SK-TEMP-MAX(SOURCE-IDX) TO WS-RANGE-TEMP-MAX
            MOVE SK-PH-MIN(SOURCE-IDX) TO WS-RANGE-PH-MIN
            MOVE SK-PH-MAX(SOURCE-IDX) TO WS-RANGE-PH-MAX
            SET RANGE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Adds WS-WORK-SPECIES to WS-WORK-TANK-ID with no head count and the
*> range in the WS-RANGE fields.
CREATE-STOCK.
    IF WS-STOCK-COUNT < 500
        ADD 1 TO WS-STOCK-COUNT
        SET STOCK-IDX TO WS-STOCK-COUNT
        MOVE WS-WORK-TANK-ID TO SK-TANK-ID(STOCK-IDX)
        MOVE WS-WORK-SPECIES TO SK-SPECIES(STOCK-IDX)
        MOVE ZERO TO SK-COUNT(STOCK-IDX)
        MOVE WS-WORK-DATE TO SK-DATE-ADDED(STOCK-IDX)
        MOVE WS-RANGE-TEMP-MIN TO SK-TEMP-MIN(STOCK-IDX)
        MOVE WS-RANGE-TEMP-MAX TO SK-TEMP-MAX(STOCK-IDX)
        MOVE WS-RANGE-PH-MIN TO SK-PH-MIN(STOCK-IDX)
        MOVE WS-RANGE-PH-MAX TO SK-PH-MAX(STOCK-IDX)
        SET STOCK-FOUND TO TRUE
    ELSE
        DISPLAY "Livestock table full - discarding " WS-WORK-TANK-ID
            " " WS-WORK-SPECIES
        MOVE 'N' TO WS-STOCK-FOUND
    END-IF.

WRITE-TANK-MORTALITY-TOTALS.
    PERFORM VARYING TANK-IDX FROM 1 BY 1
            UNTIL TANK-IDX > WS-TANK-COUNT
        IF TK-LOST(TANK-IDX) > 0
            MOVE SPACES TO MORTALITY-TANK-RECORD
            MOVE 'T' TO MT-LINE-TYPE
            MOVE TK-TANK-ID(TANK-IDX) TO MT-TANK-ID
            MOVE TK-OPENING-COUNT(TANK-IDX) TO MT-OPENING-COUNT
            MOVE TK-STOCK-IN(TANK-IDX) TO MT-STOCK-IN
            MOVE TK-LOST(TANK-IDX) TO MT-LOST
            MOVE TK-STOCK-OUT(TANK-IDX) TO MT-STOCK-OUT
            COMPUTE MT-CLOSING-COUNT =
                TK-OPENING-COUNT(TANK-IDX) + TK-STOCK-IN(TANK-IDX)
                - TK-LOST(TANK-IDX) - TK-STOCK-OUT(TANK-IDX)
            COMPUTE MT-MORTALITY-PCT ROUNDED =
                TK-LOST(TANK-IDX) * 100
                / (TK-OPENING-COUNT(TANK-IDX) + TK-STOCK-IN(TANK-IDX))
            WRITE MORTALITY-TANK-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

*> Species with no fish left are dropped from the file.
WRITE-LIVESTOCK.
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX > WS-STOCK-COUNT
        IF SK-COUNT(STOCK-IDX) > 0
            MOVE SK-TANK-ID(STOCK-IDX) TO LV-TANK-ID
            MOVE SK-SPECIES(STOCK-IDX) TO LV-SPECIES
            MOVE SK-COUNT(STOCK-IDX) TO LV-COUNT
            MOVE SK-DATE-ADDED(STOCK-IDX) TO LV-DATE-ADDED
            MOVE SK-TEMP-MIN(STOCK-IDX) TO LV-TEMP-MIN
            MOVE SK-TEMP-MAX(STOCK-IDX) TO LV-TEMP-MAX
            MOVE SK-PH-MIN(STOCK-IDX) TO LV-PH-MIN
            MOVE SK-PH-MAX(STOCK-IDX) TO LV-PH-MAX
            WRITE LIVESTOCK-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

*> The tank's desired temperature must sit inside each resident's
*> temperature range, and the tank's whole pH range inside the
*> resident's pH range.
CHECK-TANK-COMPATIBILITY.
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX > WS-STOCK-COUNT
        IF SK-COUNT(STOCK-IDX) > 0
            MOVE SK-TANK-ID(STOCK-IDX) TO WS-WORK-TANK-ID
            PERFORM FIND-OR-CREATE-TANK
            IF TANK-FOUND
                MOVE TK-DESIRED-TEMP(TANK-IDX) TO WS-TANK-DESIRED-TEMP
                MOVE TK-PH-MIN(TANK-IDX) TO WS-TANK-PH-MIN
                MOVE TK-PH-MAX(TANK-IDX) TO WS-TANK-PH-MAX
            ELSE
                MOVE 78 TO WS-TANK-DESIRED-TEMP
                MOVE 6.5 TO WS-TANK-PH-MIN
                MOVE 8.5 TO WS-TANK-PH-MAX
            END-IF
            PERFORM CHECK-ONE-RESIDENT
        END-IF
    END-PERFORM.

CHECK-ONE-RESIDENT.
    IF WS-TANK-DESIRED-TEMP < SK-TEMP-MIN(STOCK-IDX)
            OR WS-TANK-DESIRED-TEMP > SK-TEMP-MAX(STOCK-IDX)
        MOVE SK-TANK-ID(STOCK-IDX) TO CP-TANK-ID
        MOVE SK-SPECIES(STOCK-IDX) TO CP-SPECIES
        MOVE 'TEMPERATURE' TO CP-CHECK
        MOVE WS-TANK-DESIRED-TEMP TO CP-TANK-LOW
        MOVE WS-TANK-DESIRED-TEMP TO CP-TANK-HIGH
        MOVE SK-TEMP-MIN(STOCK-IDX) TO CP-SPECIES-LOW
        MOVE SK-TEMP-MAX(STOCK-IDX) TO CP-SPECIES-HIGH
        MOVE 'Desired temperature outside species tolerance'
            TO CP-MESSAGE
        PERFORM WRITE-ONE-CONFLICT
    END-IF
    IF WS-TANK-PH-MIN < SK-PH-MIN(STOCK-IDX)
            OR WS-TANK-PH-MAX > SK-PH-MAX(STOCK-IDX)
        MOVE SK-TANK-ID(STOCK-IDX) TO CP-TANK-ID
        MOVE SK-SPECIES(STOCK-IDX) TO CP-SPECIES
        MOVE 'PH' TO CP-CHECK
        MOVE WS-TANK-PH-MIN TO CP-TANK-LOW
        MOVE WS-TANK-PH-MAX TO CP-TANK-HIGH
        MOVE SK-PH-MIN(STOCK-IDX) TO CP-SPECIES-LOW
        MOVE SK-PH-MAX(STOCK-IDX) TO CP-SPECIES-HIGH
        MOVE 'Tank pH range outside species tolerance'
            TO CP-MESSAGE
        PERFORM WRITE-ONE-CONFLICT
    END-IF.

WRITE-ONE-CONFLICT.
    WRITE COMPATIBILITY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-CONFLICT-COUNT.

*> The schedule is sorted by tank and feeding time so the work list
*> comes out in the order the rounds are walked.
WRITE-FEEDING-WORK-LIST.
    OPEN OUTPUT feeding-work-list
    OPEN INPUT feeding-schedule
    IF WS-SCHEDULE-STATUS NOT = '00'
        CLOSE feeding-work-list
        EXIT PARAGRAPH
    END-IF
    CLOSE feeding-schedule
    SORT feeding-sort-work
        ON ASCENDING KEY SO-TANK-ID SO-FEED-TIME
        USING feeding-schedule
        GIVING feeding-schedule-sorted
    OPEN INPUT feeding-schedule-sorted
    READ feeding-schedule-sorted INTO SORTED-FEEDING-RECORD
        AT END SET EOF TO TRUE
    END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF SF-FEED-DAYS = SPACES
                OR SF-FEED-DAYS(WS-DAY-OF-WEEK:1) = 'Y'
            PERFORM WRITE-ONE-FEEDING
        END-IF
        READ feeding-schedule-sorted INTO SORTED-FEEDING-RECORD
            AT END SET EOF TO TRUE
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE
    CLOSE feeding-schedule-sorted feeding-work-list.

*> Nothing is fed to a tank or species with no fish in it.
WRITE-ONE-FEEDING.
    MOVE ZERO TO WS-HEAD-COUNT
    PERFORM VARYING STOCK-IDX FROM 1 BY 1
            UNTIL STOCK-IDX > WS-STOCK-COUNT
        IF SK-TANK-ID(STOCK-IDX) = SF-TANK-ID
                AND (SF-SPECIES = SPACES
                    OR SK-SPECIES(STOCK-IDX) = SF-SPECIES)
            ADD SK-COUNT(STOCK-IDX) TO WS-HEAD-COUNT
        END-IF
    END-PERFORM
    IF WS-HEAD-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURRENT-DATE TO FW-FEED-DATE
    MOVE SF-TANK-ID TO FW-TANK-ID
    MOVE SF-FEED-TIME TO FW-FEED-TIME
    MOVE SF-SPECIES TO FW-SPECIES
    MOVE WS-HEAD-COUNT TO FW-HEAD-COUNT
    MOVE SF-FOOD TO FW-FOOD
    IF SF-PORTION-BASIS = 'H'
        COMPUTE FW-QUANTITY = SF-PORTION * WS-HEAD-COUNT
    ELSE
        MOVE SF-PORTION TO FW-QUANTITY
    END-IF
    MOVE SF-UNIT TO FW-UNIT
    WRITE FEEDING-WORK-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-FEEDING-COUNT.

LOG-RUN-START.
    MOVE 'TankLivestockManagement' TO OPS-PROGRAM-ID
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

END PROGRAM TankLivestockManagement.
