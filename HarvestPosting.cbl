IDENTIFICATION DIVISION.
PROGRAM-ID. HarvestPosting.
AUTHOR. Your Name.
*> Posts the season's harvests so crop rotation works from actual
*> results. Each harvest must be for the crop the planting calendar
*> shows on the plot at the harvest date (the latest planting on or
*> before it); anything else is rejected. Accepted harvests set the
*> plot's last yield and, when a soil test came with it, its soil
*> quality on soil-yield-history.dat, and roll the current crop into
*> the last planted crop on plot-details.dat with the next crop on the
*> calendar taking its place. A yield-versus-plan line is written per
*> plot and crop against the crop calendar yield per acre and the
*> projected margin on planting-recommendations.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT harvest-transactions ASSIGN TO 'harvest-transactions.dat'
        FILE STATUS IS WS-HARVEST-STATUS.
    SELECT plot-details ASSIGN TO 'plot-details.dat'.
    SELECT soil-yield-history ASSIGN TO 'soil-yield-history.dat'
        FILE STATUS IS WS-SOIL-STATUS.
    SELECT planting-calendar ASSIGN TO 'planting-calendar.dat'
        FILE STATUS IS WS-PLANTING-STATUS.
    SELECT crop-calendar ASSIGN TO 'crop-calendar.dat'
        FILE STATUS IS WS-CROP-CAL-STATUS.
    SELECT planting-recommendations
        ASSIGN TO 'planting-recommendations.dat'
        FILE STATUS IS WS-REC-STATUS.
    SELECT input-cost-master ASSIGN TO 'input-cost-master.dat'
        FILE STATUS IS WS-COST-STATUS.
    SELECT market-prices ASSIGN TO 'market-prices.dat'
        FILE STATUS IS WS-PRICE-STATUS.
    SELECT harvest-yield-report ASSIGN TO 'harvest-yield-report.dat'.
    SELECT harvest-rejects ASSIGN TO 'harvest-rejects.dat'.

DATA DIVISION.
FILE SECTION.
*> Bushels are for the whole plot. The soil test result is a soil
*> quality grade as used on the rotation schedule (GOOD, POOR,
*> DEPLETED and so on); blank when no test was taken.
FD harvest-transactions.
01 HARVEST-TRANSACTION-RECORD.
    05 HV-PLOT-ID            PIC X(5).
    05 HV-CROP               PIC X(20).
    05 HV-HARVEST-DATE       PIC 9(8).
    05 HV-BUSHELS            PIC 9(7).
    05 HV-MOISTURE           PIC 9(2)V9.
    05 HV-SOIL-TEST          PIC X(10).

FD plot-details.
01 PLOT-RECORD.
    05 PLOT-ID               PIC X(5).
    05 CURRENT-CROP          PIC X(20).
    05 LAST-PLANTED-CROP     PIC X(20).
    05 PLOT-ACREAGE          PIC 9(5).

FD soil-yield-history.
01 SOIL-YIELD-RECORD.
    05 SY-PLOT-ID             PIC X(5).
    05 SY-LAST-YIELD          PIC 9(5).
    05 SY-SOIL-QUALITY        PIC X(10).

FD planting-calendar.
01 PLANTING-CALENDAR-RECORD.
    05 CAL-PLOT-ID           PIC X(5).
    05 CAL-YEAR-NUM          PIC 9.
    05 CAL-CROP              PIC X(20).
    05 CAL-PLANT-DATE        PIC 9(8).
    05 CAL-HARVEST-DATE      PIC 9(8).
    05 CAL-ACRES             PIC 9(5).

FD crop-calendar.
01 CROP-CALENDAR-RECORD.
    05 CC-CROP               PIC X(20).
    05 CC-PLANT-START-MONTH  PIC 9(2).
    05 CC-PLANT-END-MONTH    PIC 9(2).
    05 CC-DAYS-TO-MATURITY   PIC 9(3).
    05 CC-YIELD-PER-ACRE     PIC 9(4).

FD planting-recommendations.
01 RECOMMENDATION-RECORD.
    05 REC-PLOT-ID           PIC X(5).
    05 REC-YEAR-1-CROP       PIC X(20).
    05 REC-YEAR-2-CROP       PIC X(20).
    05 REC-YEAR-3-CROP       PIC X(20).
    05 REC-SOIL-QUALITY      PIC X(10).
    05 REC-LAST-YIELD        PIC 9(5).
    05 REC-ALTERNATE-CROP    PIC X(20).
    05 REC-MARGIN-YEAR-1     PIC S9(8)V99.
    05 REC-MARGIN-YEAR-2     PIC S9(8)V99.
    05 REC-MARGIN-YEAR-3     PIC S9(8)V99.

FD input-cost-master.
01 INPUT-COST-RECORD.
    05 IC-CROP               PIC X(20).
    05 IC-SEED-COST          PIC 9(4)V99.
    05 IC-FERTILIZER-COST    PIC 9(4)V99.
    05 IC-LABOR-COST         PIC 9(4)V99.

FD market-prices.
01 MARKET-PRICE-RECORD.
    05 MK-CROP               PIC X(20).
    05 MK-PRICE-PER-UNIT     PIC 9(3)V99.

*> Planned bushels are the crop calendar yield per acre over the
*> calendar acres. The actual margin prices the harvest at the market
*> price less input cost per acre, for comparison with the margin
*> projected for that calendar year.
FD harvest-yield-report.
01 HARVEST-YIELD-RECORD.
    05 HY-PLOT-ID            PIC X(5).
    05 HY-CROP               PIC X(20).
    05 HY-HARVEST-DATE       PIC 9(8).
    05 HY-ACRES              PIC 9(5).
    05 HY-BUSHELS            PIC 9(7).
    05 HY-MOISTURE           PIC 9(2)V9.
    05 HY-ACTUAL-PER-ACRE    PIC 9(5)V9.
    05 HY-PLAN-PER-ACRE      PIC 9(4).
    05 HY-PLANNED-BUSHELS    PIC 9(9).
    05 HY-YIELD-VARIANCE     PIC S9(9).
    05 HY-VARIANCE-PCT       PIC S9(3)V99.
    05 HY-PROJECTED-MARGIN   PIC S9(8)V99.
    05 HY-ACTUAL-MARGIN      PIC S9(9)V99.
    05 HY-MARGIN-VARIANCE    PIC S9(9)V99.

FD harvest-rejects.
01 HARVEST-REJECT-RECORD.
    05 HR-PLOT-ID            PIC X(5).
    05 HR-CROP               PIC X(20).
    05 HR-HARVEST-DATE       PIC 9(8).
    05 HR-CALENDAR-CROP      PIC X(20).
    05 HR-REASON             PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-HARVEST-STATUS      PIC XX.
01 WS-SOIL-STATUS         PIC XX.
01 WS-PLANTING-STATUS     PIC XX.
01 WS-CROP-CAL-STATUS     PIC XX.
01 WS-REC-STATUS          PIC XX.
01 WS-COST-STATUS         PIC XX.
01 WS-PRICE-STATUS        PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-ACCEPTED-COUNT      PIC 9(5) VALUE 0.
01 WS-REJECT-COUNT        PIC 9(5) VALUE 0.
01 WS-ROLLED-COUNT        PIC 9(5) VALUE 0.

01 WS-PLOT-COUNT          PIC 9(4) VALUE 0.
01 PLOT-TABLE.
    05 PLOT-ENTRY OCCURS 500 TIMES INDEXED BY PLOT-IDX.
        10 PT-PLOT-ID            PIC X(5).
        10 PT-CURRENT-CROP       PIC X(20).
        10 PT-LAST-PLANTED-CROP  PIC X(20).
        10 PT-ACREAGE            PIC 9(5).
        10 PT-ROLLED             PIC X.
01 WS-PLOT-FOUND          PIC X.
    88 PLOT-FOUND         VALUE 'Y'.
01 WS-WORK-PLOT-ID        PIC X(5).

01 WS-SOIL-COUNT          PIC 9(4) VALUE 0.
01 SOIL-TABLE.
    05 SOIL-ENTRY OCCURS 500 TIMES INDEXED BY SOIL-IDX.
        10 SO-PLOT-ID          PIC X(5).
        10 SO-LAST-YIELD       PIC 9(5).
        10 SO-SOIL-QUALITY     PIC X(10).
01 WS-SOIL-FOUND          PIC X.
    88 SOIL-FOUND         VALUE 'Y'.

01 WS-PLANTING-COUNT      PIC 9(4) VALUE 0.
01 PLANTING-TABLE.
    05 PLANTING-ENTRY OCCURS 1500 TIMES
            INDEXED BY PLANTING-IDX NEXT-PLANTING-IDX.
        10 PL-PLOT-ID          PIC X(5).
        10 PL-YEAR-NUM         PIC 9.
        10 PL-CROP             PIC X(20).
        10 PL-PLANT-DATE       PIC 9(8).
        10 PL-ACRES            PIC 9(5).
01 WS-PLANTING-ENTRY      PIC 9(4).
01 WS-NEXT-PLANTING       PIC 9(4).

01 WS-CALENDAR-COUNT      PIC 9(3) VALUE 0.
01 CROP-CALENDAR-TABLE.
    05 CROP-CALENDAR-ENTRY OCCURS 100 TIMES INDEXED BY CAL-IDX.
        10 CL-CROP             PIC X(20).
        10 CL-YIELD-PER-ACRE   PIC 9(4).

01 WS-REC-COUNT           PIC 9(4) VALUE 0.
01 RECOMMENDATION-TABLE.
    05 RECOMMENDATION-ENTRY OCCURS 500 TIMES INDEXED BY REC-IDX.
        10 RT-PLOT-ID          PIC X(5).
        10 RT-MARGIN           PIC S9(8)V99 OCCURS 3 TIMES.

01 WS-COST-COUNT          PIC 9(3) VALUE 0.
01 INPUT-COST-TABLE.
    05 INPUT-COST-ENTRY OCCURS 100 TIMES INDEXED BY COST-IDX.
        10 IT-CROP             PIC X(20).
        10 IT-COST-PER-ACRE    PIC 9(5)V99.
01 WS-PRICE-COUNT         PIC 9(3) VALUE 0.
01 MARKET-PRICE-TABLE.
    05 MARKET-PRICE-ENTRY OCCURS 100 TIMES INDEXED BY PRICE-IDX.
        10 MT-CROP             PIC X(20).
        10 MT-PRICE-PER-UNIT   PIC 9(3)V99.

*> Loads from the same plot and planting are added together; the
*> moisture reported is weighted by bushels.
01 WS-HARVEST-COUNT       PIC 9(4) VALUE 0.
01 HARVEST-TABLE.
    05 HARVEST-ENTRY OCCURS 500 TIMES INDEXED BY HARVEST-IDX.
        10 HT-PLOT-ID          PIC X(5).
        10 HT-CROP             PIC X(20).
        10 HT-PLANTING         PIC 9(4).
        10 HT-HARVEST-DATE     PIC 9(8).
        10 HT-BUSHELS          PIC 9(8).
        10 HT-MOISTURE-WEIGHT  PIC 9(10)V9.
        10 HT-SOIL-TEST        PIC X(10).
01 WS-HARVEST-FOUND       PIC X.
    88 HARVEST-FOUND      VALUE 'Y'.

01 WS-REJECT-REASON       PIC X(40).
01 WS-CALENDAR-CROP       PIC X(20).
01 WS-PLAN-PER-ACRE       PIC 9(4).
01 WS-COST-PER-ACRE       PIC 9(5)V99.
01 WS-PRICE-PER-UNIT      PIC 9(3)V99.
01 WS-PLANNED-BUSHELS     PIC 9(9).
01 WS-YEAR-NUM            PIC 9.

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
    OPEN INPUT plot-details
    PERFORM LOAD-PLOT-DETAILS
    CLOSE plot-details
    PERFORM LOAD-SOIL-YIELD-HISTORY
    PERFORM LOAD-PLANTING-CALENDAR
    PERFORM LOAD-CROP-CALENDAR
    PERFORM LOAD-RECOMMENDATIONS
    PERFORM LOAD-INPUT-COSTS
    PERFORM LOAD-MARKET-PRICES
    OPEN OUTPUT harvest-rejects
    PERFORM PROCESS-HARVEST-TRANSACTIONS
    CLOSE harvest-rejects
    OPEN OUTPUT harvest-yield-report
    PERFORM POST-HARVESTS
    CLOSE harvest-yield-report
    OPEN OUTPUT soil-yield-history
    PERFORM WRITE-SOIL-YIELD-HISTORY
    CLOSE soil-yield-history
    OPEN OUTPUT plot-details
    PERFORM WRITE-PLOT-DETAILS
    CLOSE plot-details
    DISPLAY "Harvests accepted: " WS-ACCEPTED-COUNT
    DISPLAY "Harvests rejected: " WS-REJECT-COUNT
    DISPLAY "Plots rolled to next crop: " WS-ROLLED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-PLOT-DETAILS.
    READ plot-details AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-PLOT-COUNT < 500
            ADD 1 TO WS-PLOT-COUNT
            SET PLOT-IDX TO WS-PLOT-COUNT
            MOVE PLOT-ID TO PT-PLOT-ID(PLOT-IDX)
            MOVE CURRENT-CROP TO PT-CURRENT-CROP(PLOT-IDX)
            MOVE LAST-PLANTED-CROP TO PT-LAST-PLANTED-CROP(PLOT-IDX)
            MOVE PLOT-ACREAGE TO PT-ACREAGE(PLOT-IDX)
            MOVE 'N' TO PT-ROLLED(PLOT-IDX)
        ELSE
            DISPLAY "Plot table full - discarding " PLOT-ID
        END-IF
        READ plot-details AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-SOIL-YIELD-HISTORY.
    OPEN INPUT soil-yield-history
    IF WS-SOIL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ soil-yield-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-SOIL-COUNT < 500
            ADD 1 TO WS-SOIL-COUNT
            SET SOIL-IDX TO WS-SOIL-COUNT
            MOVE SY-PLOT-ID TO SO-PLOT-ID(SOIL-IDX)
            MOVE SY-LAST-YIELD TO SO-LAST-YIELD(SOIL-IDX)
            MOVE SY-SOIL-QUALITY TO SO-SOIL-QUALITY(SOIL-IDX)
        ELSE
            DISPLAY "Soil/yield table full - discarding " SY-PLOT-ID
        END-IF
        READ soil-yield-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE soil-yield-history
    MOVE 'N' TO WS-END-OF-FILE.

*> Only planting lines are kept; the crop rollup and farm profit lines
*> on the same file are skipped as field work order generation does.
LOAD-PLANTING-CALENDAR.
    OPEN INPUT planting-calendar
    IF WS-PLANTING-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ planting-calendar AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF CAL-PLOT-ID NOT = SPACES
                AND CAL-YEAR-NUM IS NUMERIC
                AND CAL-YEAR-NUM >= 1
                AND CAL-YEAR-NUM <= 3
                AND CAL-PLANT-DATE IS NUMERIC
                AND CAL-PLANT-DATE > 0
            IF WS-PLANTING-COUNT < 1500
                ADD 1 TO WS-PLANTING-COUNT
                SET PLANTING-IDX TO WS-PLANTING-COUNT
                MOVE CAL-PLOT-ID TO PL-PLOT-ID(PLANTING-IDX)
                MOVE CAL-YEAR-NUM TO PL-YEAR-NUM(PLANTING-IDX)
                MOVE CAL-CROP TO PL-CROP(PLANTING-IDX)
                MOVE CAL-PLANT-DATE TO PL-PLANT-DATE(PLANTING-IDX)
                MOVE CAL-ACRES TO PL-ACRES(PLANTING-IDX)
            ELSE
                DISPLAY "Planting table full - discarding " CAL-PLOT-ID
                    " " CAL-CROP
            END-IF
        END-IF
        READ planting-calendar AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE planting-calendar
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-CROP-CALENDAR.
    OPEN INPUT crop-calendar
    IF WS-CROP-CAL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ crop-calendar AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-CALENDAR-COUNT < 100
            ADD 1 TO WS-CALENDAR-COUNT
            MOVE CC-CROP TO CL-CROP(WS-CALENDAR-COUNT)
            MOVE CC-YIELD-PER-ACRE
                TO CL-YIELD-PER-ACRE(WS-CALENDAR-COUNT)
        ELSE
            DISPLAY "Crop calendar table full - discarding " CC-CROP
        END-IF
        READ crop-calendar AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE crop-calendar
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-RECOMMENDATIONS.
    OPEN INPUT planting-recommendations
    IF WS-REC-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ planting-recommendations AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-REC-COUNT < 500
            ADD 1 TO WS-REC-COUNT
            SET REC-IDX TO WS-REC-COUNT
            MOVE REC-PLOT-ID TO RT-PLOT-ID(REC-IDX)
            MOVE REC-MARGIN-YEAR-1 TO RT-MARGIN(REC-IDX, 1)
            MOVE REC-MARGIN-YEAR-2 TO RT-MARGIN(REC-IDX, 2)
            MOVE REC-MARGIN-YEAR-3 TO RT-MARGIN(REC-IDX, 3)
        ELSE
            DISPLAY "Recommendation table full - discarding "
                REC-PLOT-ID
        END-IF
        READ planting-recommendations AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE planting-recommendations
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-INPUT-COSTS.
    OPEN INPUT input-cost-master
    IF WS-COST-STATUS = '00'
        READ input-cost-master INTO INPUT-COST-RECORD
            AT END SET EOF TO TRUE
        END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-COST-COUNT < 100
                ADD 1 TO WS-COST-COUNT
                MOVE IC-CROP TO IT-CROP(WS-COST-COUNT)
                COMPUTE IT-COST-PER-ACRE(WS-COST-COUNT) =
                    IC-SEED-COST + IC-FERTILIZER-COST
                    + IC-LABOR-COST
            ELSE
                DISPLAY "Input cost table full - discarding " IC-CROP
            END-IF
            READ input-cost-master INTO INPUT-COST-RECORD
                AT END SET EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE input-cost-master
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-MARKET-PRICES.
    OPEN INPUT market-prices
    IF WS-PRICE-STATUS = '00'
        READ market-prices INTO MARKET-PRICE-RECORD
            AT END SET EOF TO TRUE
        END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-PRICE-COUNT < 100
                ADD 1 TO WS-PRICE-COUNT
                MOVE MK-CROP TO MT-CROP(WS-PRICE-COUNT)
                MOVE MK-PRICE-PER-UNIT
                    TO MT-PRICE-PER-UNIT(WS-PRICE-COUNT)
            ELSE
                DISPLAY "Market price table full - discarding "
                    MK-CROP
            END-IF
            READ market-prices INTO MARKET-PRICE-RECORD
                AT END SET EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE market-prices
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

PROCESS-HARVEST-TRANSACTIONS.
    OPEN INPUT harvest-transactions
    IF WS-HARVEST-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ harvest-transactions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM VALIDATE-HARVEST
        IF WS-REJECT-REASON = SPACES
            PERFORM ADD-HARVEST
        ELSE
            PERFORM WRITE-HARVEST-REJECT
        END-IF
        READ harvest-transactions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE harvest-transactions
    MOVE 'N' TO WS-END-OF-FILE.

VALIDATE-HARVEST.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE SPACES TO WS-CALENDAR-CROP
    IF HV-HARVEST-DATE IS NOT NUMERIC OR HV-HARVEST-DATE = 0
        MOVE 'Harvest date missing' TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    IF HV-BUSHELS IS NOT NUMERIC
        MOVE 'Bushels not numeric' TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE HV-PLOT-ID TO WS-WORK-PLOT-ID
    PERFORM FIND-PLOT
    IF NOT PLOT-FOUND
        MOVE 'Plot not on plot details' TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-PLANTING-FOR-HARVEST
    IF WS-PLANTING-ENTRY = 0
        MOVE 'No planting on calendar before harvest'
            TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    SET PLANTING-IDX TO WS-PLANTING-ENTRY
    MOVE PL-CROP(PLANTING-IDX) TO WS-CALENDAR-CROP
    IF HV-CROP NOT = PL-CROP(PLANTING-IDX)
        MOVE 'Crop does not match planting calendar'
            TO WS-REJECT-REASON
    END-IF.

FIND-PLOT.
    MOVE 'N' TO WS-PLOT-FOUND
    PERFORM VARYING PLOT-IDX FROM 1 BY 1
            UNTIL PLOT-IDX > WS-PLOT-COUNT
        IF PT-PLOT-ID(PLOT-IDX) = WS-WORK-PLOT-ID
            SET PLOT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The planting in the ground at harvest is the plot's latest one
*> planted on or before the harvest date.
FIND-PLANTING-FOR-HARVEST.
    MOVE ZERO TO WS-PLANTING-ENTRY
    PERFORM VARYING PLANTING-IDX FROM 1 BY 1
            UNTIL PLANTING-IDX > WS-PLANTING-COUNT
        IF PL-PLOT-ID(PLANTING-IDX) = HV-PLOT-ID
                AND PL-PLANT-DATE(PLANTING-IDX) <= HV-HARVEST-DATE
            IF WS-PLANTING-ENTRY = 0
                SET WS-PLANTING-ENTRY TO PLANTING-IDX
            ELSE
                IF PL-PLANT-DATE(PLANTING-IDX) >
                        PL-PLANT-DATE(WS-PLANTING-ENTRY)
                    SET WS-PLANTING-ENTRY TO PLANTING-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM.

ADD-HARVEST.
    MOVE 'N' TO WS-HARVEST-FOUND
    PERFORM VARYING HARVEST-IDX FROM 1 BY 1
            UNTIL HARVEST-IDX > WS-HARVEST-COUNT
        IF HT-PLOT-ID(HARVEST-IDX) = HV-PLOT-ID
                AND HT-PLANTING(HARVEST-IDX) = WS-PLANTING-ENTRY
            SET HARVEST-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT HARVEST-FOUND
        IF WS-HARVEST-COUNT < 500
            ADD 1 TO WS-HARVEST-COUNT
            SET HARVEST-IDX TO WS-HARVEST-COUNT
            MOVE HV-PLOT-ID TO HT-PLOT-ID(HARVEST-IDX)
            MOVE HV-CROP TO HT-CROP(HARVEST-IDX)
            MOVE WS-PLANTING-ENTRY TO HT-PLANTING(HARVEST-IDX)
            MOVE ZERO TO HT-HARVEST-DATE(HARVEST-IDX)
            MOVE ZERO TO HT-BUSHELS(HARVEST-IDX)
            MOVE ZERO TO HT-MOISTURE-WEIGHT(HARVEST-IDX)
            MOVE SPACES TO HT-SOIL-TEST(HARVEST-IDX)
            SET HARVEST-FOUND TO TRUE
        ELSE
            MOVE 'Harvest table full' TO WS-REJECT-REASON
            PERFORM WRITE-HARVEST-REJECT
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF HV-HARVEST-DATE > HT-HARVEST-DATE(HARVEST-IDX)
        MOVE HV-HARVEST-DATE TO HT-HARVEST-DATE(HARVEST-IDX)
    END-IF
    ADD HV-BUSHELS TO HT-BUSHELS(HARVEST-IDX)
    IF HV-MOISTURE IS NUMERIC
        COMPUTE HT-MOISTURE-WEIGHT(HARVEST-IDX) =
            HT-MOISTURE-WEIGHT(HARVEST-IDX) + HV-BUSHELS * HV-MOISTURE
    END-IF
    IF HV-SOIL-TEST NOT = SPACES
        MOVE HV-SOIL-TEST TO HT-SOIL-TEST(HARVEST-IDX)
    END-IF
    ADD 1 TO WS-ACCEPTED-COUNT.

WRITE-HARVEST-REJECT.
    MOVE HV-PLOT-ID TO HR-PLOT-ID
    MOVE HV-CROP TO HR-CROP
    MOVE HV-HARVEST-DATE TO HR-HARVEST-DATE
    MOVE WS-CALENDAR-CROP TO HR-CALENDAR-CROP
    MOVE WS-REJECT-REASON TO HR-REASON
    WRITE HARVEST-REJECT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REJECT-COUNT
    DISPLAY "Harvest rejected: " HV-PLOT-ID " " HV-CROP " - "
        WS-REJECT-REASON.

POST-HARVESTS.
    PERFORM VARYING HARVEST-IDX FROM 1 BY 1
            UNTIL HARVEST-IDX > WS-HARVEST-COUNT
        SET PLANTING-IDX TO HT-PLANTING(HARVEST-IDX)
        PERFORM UPDATE-SOIL-YIELD
        PERFORM ROLL-PLOT-CROP
        PERFORM WRITE-YIELD-VERSUS-PLAN
    END-PERFORM.

*> The last yield is the plot's total bushels, capped at the field
*> size on the soil/yield file.
UPDATE-SOIL-YIELD.
    MOVE 'N' TO WS-SOIL-FOUND
    PERFORM VARYING SOIL-IDX FROM 1 BY 1
            UNTIL SOIL-IDX > WS-SOIL-COUNT
        IF SO-PLOT-ID(SOIL-IDX) = HT-PLOT-ID(HARVEST-IDX)
            SET SOIL-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT SOIL-FOUND
        IF WS-SOIL-COUNT < 500
            ADD 1 TO WS-SOIL-COUNT
            SET SOIL-IDX TO WS-SOIL-COUNT
            MOVE HT-PLOT-ID(HARVEST-IDX) TO SO-PLOT-ID(SOIL-IDX)
            MOVE ZERO TO SO-LAST-YIELD(SOIL-IDX)
            MOVE SPACES TO SO-SOIL-QUALITY(SOIL-IDX)
            SET SOIL-FOUND TO TRUE
        ELSE
            DISPLAY "Soil/yield table full - discarding "
                HT-PLOT-ID(HARVEST-IDX)
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF HT-BUSHELS(HARVEST-IDX) > 99999
        MOVE 99999 TO SO-LAST-YIELD(SOIL-IDX)
    ELSE
        MOVE HT-BUSHELS(HARVEST-IDX) TO SO-LAST-YIELD(SOIL-IDX)
    END-IF
    IF HT-SOIL-TEST(HARVEST-IDX) NOT = SPACES
        MOVE HT-SOIL-TEST(HARVEST-IDX) TO SO-SOIL-QUALITY(SOIL-IDX)
    END-IF.

*> The next crop is the plot's earliest calendar planting after the
*> one harvested; with none the plot is left with no current crop.
*> A plot whose current crop is no longer the one harvested has been
*> rolled already, by this run or an earlier run of the same harvest.
ROLL-PLOT-CROP.
    MOVE HT-PLOT-ID(HARVEST-IDX) TO WS-WORK-PLOT-ID
    PERFORM FIND-PLOT
    IF NOT PLOT-FOUND OR PT-ROLLED(PLOT-IDX) = 'Y'
        EXIT PARAGRAPH
    END-IF
    IF PT-CURRENT-CROP(PLOT-IDX) NOT = HT-CROP(HARVEST-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-NEXT-PLANTING
    PERFORM VARYING NEXT-PLANTING-IDX FROM 1 BY 1
            UNTIL NEXT-PLANTING-IDX > WS-PLANTING-COUNT
        IF PL-PLOT-ID(NEXT-PLANTING-IDX) = HT-PLOT-ID(HARVEST-IDX)
                AND PL-PLANT-DATE(NEXT-PLANTING-IDX)
                    > PL-PLANT-DATE(PLANTING-IDX)
            IF WS-NEXT-PLANTING = 0
                SET WS-NEXT-PLANTING TO NEXT-PLANTING-IDX
            ELSE
                IF PL-PLANT-DATE(NEXT-PLANTING-IDX) <
                        PL-PLANT-DATE(WS-NEXT-PLANTING)
                    SET WS-NEXT-PLANTING TO NEXT-PLANTING-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM
    MOVE PT-CURRENT-CROP(PLOT-IDX) TO PT-LAST-PLANTED-CROP(PLOT-IDX)
    IF WS-NEXT-PLANTING > 0
        MOVE PL-CROP(WS-NEXT-PLANTING) TO PT-CURRENT-CROP(PLOT-IDX)
    ELSE
        MOVE SPACES TO PT-CURRENT-CROP(PLOT-IDX)
    END-IF
    MOVE 'Y' TO PT-ROLLED(PLOT-IDX)
    ADD 1 TO WS-ROLLED-COUNT.

WRITE-YIELD-VERSUS-PLAN.
    MOVE HT-PLOT-ID(HARVEST-IDX) TO HY-PLOT-ID
    MOVE HT-CROP(HARVEST-IDX) TO HY-CROP
    MOVE HT-HARVEST-DATE(HARVEST-IDX) TO HY-HARVEST-DATE
    MOVE PL-ACRES(PLANTING-IDX) TO HY-ACRES
    IF PL-ACRES(PLANTING-IDX) = 0 AND PLOT-FOUND
        MOVE PT-ACREAGE(PLOT-IDX) TO HY-ACRES
    END-IF
    MOVE HT-BUSHELS(HARVEST-IDX) TO HY-BUSHELS
    MOVE ZERO TO HY-MOISTURE
    IF HT-BUSHELS(HARVEST-IDX) > 0
        COMPUTE HY-MOISTURE ROUNDED =
            HT-MOISTURE-WEIGHT(HARVEST-IDX) / HT-BUSHELS(HARVEST-IDX)
    END-IF
    MOVE ZERO TO HY-ACTUAL-PER-ACRE
    IF HY-ACRES > 0
        COMPUTE HY-ACTUAL-PER-ACRE ROUNDED =
            HT-BUSHELS(HARVEST-IDX) / HY-ACRES
    END-IF
    MOVE ZERO TO WS-PLAN-PER-ACRE
    PERFORM VARYING CAL-IDX FROM 1 BY 1
            UNTIL CAL-IDX > WS-CALENDAR-COUNT
        IF CL-CROP(CAL-IDX) = HT-CROP(HARVEST-IDX)
            MOVE CL-YIELD-PER-ACRE(CAL-IDX) TO WS-PLAN-PER-ACRE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE WS-PLAN-PER-ACRE TO HY-PLAN-PER-ACRE
    COMPUTE WS-PLANNED-BUSHELS = WS-PLAN-PER-ACRE * HY-ACRES
    MOVE WS-PLANNED-BUSHELS TO HY-PLANNED-BUSHELS
    COMPUTE HY-YIELD-VARIANCE =
        HT-BUSHELS(HARVEST-IDX) - WS-PLANNED-BUSHELS
    MOVE ZERO TO HY-VARIANCE-PCT
    IF WS-PLANNED-BUSHELS > 0
        COMPUTE HY-VARIANCE-PCT ROUNDED =
            HY-YIELD-VARIANCE * 100 / WS-PLANNED-BUSHELS
            ON SIZE ERROR MOVE 999.99 TO HY-VARIANCE-PCT
        END-COMPUTE
    END-IF
    MOVE ZERO TO HY-PROJECTED-MARGIN
    MOVE PL-YEAR-NUM(PLANTING-IDX) TO WS-YEAR-NUM
    PERFORM VARYING REC-IDX FROM 1 BY 1
            UNTIL REC-IDX > WS-REC-COUNT
        IF RT-PLOT-ID(REC-IDX) = HT-PLOT-ID(HARVEST-IDX)
            MOVE RT-MARGIN(REC-IDX, WS-YEAR-NUM) TO HY-PROJECTED-MARGIN
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE ZERO TO WS-COST-PER-ACRE
    PERFORM VARYING COST-IDX FROM 1 BY 1
            UNTIL COST-IDX > WS-COST-COUNT
        IF IT-CROP(COST-IDX) = HT-CROP(HARVEST-IDX)
            MOVE IT-COST-PER-ACRE(COST-IDX) TO WS-COST-PER-ACRE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE ZERO TO WS-PRICE-PER-UNIT
    PERFORM VARYING PRICE-IDX FROM 1 BY 1
            UNTIL PRICE-IDX > WS-PRICE-COUNT
        IF MT-CROP(PRICE-IDX) = HT-CROP(HARVEST-IDX)
            MOVE MT-PRICE-PER-UNIT(PRICE-IDX) TO WS-PRICE-PER-UNIT
            EXIT PERFORM
        END-IF
    END-PERFORM
    COMPUTE HY-ACTUAL-MARGIN =
        HT-BUSHELS(HARVEST-IDX) * WS-PRICE-PER-UNIT
        - WS-COST-PER-ACRE * HY-ACRES
    COMPUTE HY-MARGIN-VARIANCE = HY-ACTUAL-MARGIN - HY-PROJECTED-MARGIN
    WRITE HARVEST-YIELD-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-SOIL-YIELD-HISTORY.
    PERFORM VARYING SOIL-IDX FROM 1 BY 1
            UNTIL SOIL-IDX > WS-SOIL-COUNT
        MOVE SO-PLOT-ID(SOIL-IDX) TO SY-PLOT-ID
        MOVE SO-LAST-YIELD(SOIL-IDX) TO SY-LAST-YIELD
        MOVE SO-SOIL-QUALITY(SOIL-IDX) TO SY-SOIL-QUALITY
        WRITE SOIL-YIELD-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

WRITE-PLOT-DETAILS.
    PERFORM VARYING PLOT-IDX FROM 1 BY 1
            UNTIL PLOT-IDX > WS-PLOT-COUNT
        MOVE PT-PLOT-ID(PLOT-IDX) TO PLOT-ID
        MOVE PT-CURRENT-CROP(PLOT-IDX) TO CURRENT-CROP
        MOVE PT-LAST-PLANTED-CROP(PLOT-IDX) TO LAST-PLANTED-CROP
        MOVE PT-ACREAGE(PLOT-IDX) TO PLOT-ACREAGE
        WRITE PLOT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

LOG-RUN-START.
    MOVE 'HarvestPosting' TO OPS-PROGRAM-ID
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

END PROGRAM HarvestPosting.
