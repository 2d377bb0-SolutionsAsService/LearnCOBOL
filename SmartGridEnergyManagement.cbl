    SELECT estimation-carryforward-new
        ASSIGN TO 'estimation-carryforward-new.dat'.
    SELECT billing-trueups ASSIGN TO 'billing-trueups.dat'.
    SELECT net-metering-credits ASSIGN TO 'net-metering-credits.dat'
        FILE STATUS IS WS-CREDIT-STATUS.

DATA DIVISION.
FILE SECTION.
    05 METER-ID           PIC X(10).
    05 DATE-TIME          PIC 9(12).
    05 ENERGY-USED        PIC 9(5)V99.
    05 ENERGY-DIRECTION   PIC X.
        88 ENERGY-IMPORT  VALUES 'I' SPACE.
        88 ENERGY-EXPORT  VALUE 'E'.

FD demand-predictions.
01 PREDICTION-RECORD.
    05 PD-METER-ID        PIC X(10).
    05 PD-DATE            PIC 9(8).
    05 PD-EXPECTED-DEMAND PIC 9(7)V99.
    05 PD-DIRECTION       PIC X.

FD efficiency-recommendations.
01 EFFICIENCY-RECORD.
    05 AA-DATE              PIC 9(8).
    05 AA-ENERGY            PIC 9(7)V99.
    05 AA-REASON            PIC X(40).
    05 AA-DIRECTION         PIC X.

FD meter-master.
01 METER-MASTER-RECORD.
    05 MM-SERVICE-ADDRESS PIC X(40).
    05 MM-INSTALL-DATE    PIC 9(8).
    05 MM-ACTIVE-FLAG     PIC X.
    05 MM-NET-METER-FLAG  PIC X.
    05 MM-TARIFF-CODE     PIC X(6).
    05 MM-MEDICAL-NEED-FLAG PIC X.

FD consumption-exceptions.
01 CONSUMPTION-EXCEPTION-RECORD.
    05 MBL-METER-ID       PIC X(10).
    05 MBL-TOTAL-ENERGY   PIC 9(9)V99.
    05 MBL-DAY-COUNT      PIC 9(5).
    05 MBL-EXPORT-TOTAL   PIC 9(9)V99.

FD baseline-age-report.
01 BASELINE-AGE-RECORD.
    05 TU-CREDIT-AMOUNT   PIC 9(7)V99.
    05 TU-MESSAGE         PIC X(40).

*> Export credit bank for net-metered meters. NC-OPENING-BALANCE is
*> the bank before NC-BILL-MONTH was billed, so a month can be rebilled.
FD net-metering-credits.
01 NET-METERING-CREDIT-RECORD.
    05 NC-METER-ID        PIC X(10).
    05 NC-BILL-MONTH      PIC 9(6).
    05 NC-OPENING-BALANCE PIC 9(7)V99.
    05 NC-CREDIT-BALANCE  PIC 9(7)V99.

FD rate-schedule.
01 RATE-SCHEDULE-RECORD.
    05 RS-PEAK-RATE           PIC 9(2)V9(4).
    05 RS-TIER-THRESHOLD      PIC 9(7)V99.
    05 RS-TIER-SURCHARGE-RATE PIC 9(2)V9(4).
    05 RS-FIXED-CHARGE        PIC 9(4)V99.
    05 RS-EXPORT-RATE         PIC 9(2)V9(4).
    05 RS-TARIFF-CODE         PIC X(6).

FD meter-bills.
01 METER-BILL-RECORD.
    05 MB-TOTAL-CHARGE        PIC 9(8)V99.
    05 MB-ESTIMATE-FLAG       PIC X.
    05 MB-ESTIMATED-ENERGY    PIC 9(7)V99.
    05 MB-EXPORT-ENERGY       PIC 9(7)V99.
    05 MB-EXCESS-EXPORT       PIC 9(7)V99.
    05 MB-EXPORT-CREDIT       PIC 9(7)V99.
    05 MB-CREDIT-APPLIED      PIC 9(7)V99.
    05 MB-CREDIT-BALANCE      PIC 9(7)V99.
01 BILLING-CONTROL-RECORD.
    05 BC-LABEL               PIC X(20).
    05 BC-BILLED-ENERGY       PIC 9(9)V99.
        10 DT-TOTAL-ENERGY       PIC 9(7)V99.
        10 DT-PEAK-ENERGY        PIC 9(7)V99.
        10 DT-READING-COUNT      PIC 9(4).
        10 DT-LAST-INTERVAL      PIC 9(12).
        10 DT-ESTIMATED-ENERGY   PIC 9(7)V99.
        10 DT-EXPORT-ENERGY      PIC 9(7)V99.
01 WS-DAILY-FOUND             PIC X VALUE 'N'.
    88 DAILY-FOUND            VALUE 'Y'.

    05 WS-TIER-THRESHOLD      PIC 9(7)V99 VALUE 0.
    05 WS-TIER-SURCHARGE-RATE PIC 9(2)V9(4) VALUE 0.
    05 WS-FIXED-CHARGE        PIC 9(4)V99 VALUE 0.
    05 WS-EXPORT-RATE         PIC 9(2)V9(4) VALUE 0.
01 WS-RATES-LOADED            PIC X VALUE 'N'.
    88 RATES-LOADED           VALUE 'Y'.

        10 BM-TOTAL-ENERGY    PIC 9(9)V99.
        10 BM-PEAK-ENERGY     PIC 9(9)V99.
        10 BM-ESTIMATED-ENERGY PIC 9(9)V99.
        10 BM-EXPORT-ENERGY   PIC 9(9)V99.
01 WS-BILL-FOUND              PIC X VALUE 'N'.
    88 BILL-FOUND             VALUE 'Y'.
01 WS-OFFPEAK-ENERGY          PIC 9(9)V99.
01 WS-BILLED-ENERGY-TOTAL     PIC 9(9)V99 VALUE 0.
01 WS-AGGREGATED-ENERGY-TOTAL PIC 9(9)V99 VALUE 0.

*> The first rate-schedule record is the standard tariff, used for any
*> meter without a tariff code or with one not on the schedule.
01 WS-TARIFF-COUNT            PIC 9(2) VALUE 0.
01 TARIFF-TABLE.
    05 TARIFF-ENTRY OCCURS 20 TIMES INDEXED BY TARIFF-IDX.
        10 TF-TARIFF-CODE         PIC X(6).
        10 TF-RATES               PIC X(39).
01 WS-LOOKUP-METER-ID         PIC X(10).
01 WS-NET-METERED             PIC X.
    88 NET-METERED            VALUE 'Y'.
01 WS-BILL-PEAK-ENERGY        PIC 9(9)V99.
01 WS-BILL-TOTAL-ENERGY       PIC 9(9)V99.
01 WS-EXCESS-EXPORT           PIC 9(9)V99.
01 WS-EXPORT-CREDIT           PIC 9(7)V99.
01 WS-CREDIT-AVAILABLE        PIC 9(7)V99.
01 WS-CREDIT-APPLIED          PIC 9(7)V99.
01 WS-ENERGY-CHARGES          PIC 9(8)V99.
01 WS-BILL-MONTH-PARTS.
    05 WS-BILL-YEAR           PIC 9(4).
    05 WS-BILL-MM             PIC 9(2).
01 WS-RUN-DATE                PIC 9(8).
01 WS-RUN-YEAR                PIC 9(4).
01 WS-SCAN-IDX                PIC 9(4).
01 WS-LAST-BILL-OF-YEAR       PIC X.
    88 LAST-BILL-OF-YEAR      VALUE 'Y'.

01 WS-CREDIT-STATUS           PIC XX.
01 WS-CREDIT-COUNT            PIC 9(4) VALUE 0.
01 CREDIT-BANK-TABLE.
    05 CREDIT-BANK-ENTRY OCCURS 500 TIMES INDEXED BY CREDIT-IDX.
        10 CB-METER-ID        PIC X(10).
        10 CB-BILL-MONTH      PIC 9(6).
        10 CB-OPENING-BALANCE PIC 9(7)V99.
        10 CB-CREDIT-BALANCE  PIC 9(7)V99.
01 WS-CREDIT-FOUND            PIC X VALUE 'N'.
    88 CREDIT-FOUND           VALUE 'Y'.

01 WS-CARRY-STATUS            PIC XX.
01 WS-EXPECTED-READS-PER-DAY  PIC 9(3) VALUE 24.
01 WS-MISSING-READS           PIC S9(4).
        10 ME-CUSTOMER-ID     PIC X(10).
        10 ME-ACTIVE-FLAG     PIC X.
        10 ME-HAS-READINGS    PIC X.
        10 ME-NET-METER-FLAG  PIC X.
        10 ME-TARIFF-CODE     PIC X(6).
01 WS-MASTER-FOUND            PIC X VALUE 'N'.
    88 MASTER-FOUND           VALUE 'Y'.
01 WS-METER-VALID             PIC X.
        10 MS-METER-ID          PIC X(10).
        10 MS-TOTAL-ENERGY       PIC 9(9)V99.
        10 MS-DAY-COUNT          PIC 9(5).
        10 MS-EXPORT-TOTAL       PIC 9(9)V99.
01 WS-METER-STAT-FOUND        PIC X VALUE 'N'.
    88 METER-STAT-FOUND       VALUE 'Y'.

PROCEDURE DIVISION.
BEGIN.
    PERFORM LOG-RUN-START
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000
    OPEN INPUT consumption-data rate-schedule meter-master
        OUTPUT demand-predictions efficiency-recommendations
            peak-rate-recommendations anomaly-alerts meter-bills
    PERFORM LOAD-DR-ENROLLMENT
    PERFORM LOAD-RATE-SCHEDULE
    PERFORM LOAD-METER-BASELINE
    PERFORM LOAD-CREDIT-BANK
    PERFORM LOAD-CONSUMPTION-DATA
    PERFORM SETTLE-DR-EVENTS
    PERFORM BUILD-METER-AVERAGES
    PERFORM APPLY-ESTIMATE-TRUEUPS
    PERFORM WRITE-CARRYFORWARD
    PERFORM WRITE-METER-BASELINE
    PERFORM WRITE-CREDIT-BANK
    PERFORM WRITE-BASELINE-AGE-REPORT
    PERFORM WRITE-COVERAGE-REPORT
    CLOSE consumption-data rate-schedule meter-master
            MOVE MM-METER-ID TO ME-METER-ID(WS-MASTER-COUNT)
            MOVE MM-CUSTOMER-ID TO ME-CUSTOMER-ID(WS-MASTER-COUNT)
            MOVE MM-ACTIVE-FLAG TO ME-ACTIVE-FLAG(WS-MASTER-COUNT)
            MOVE MM-NET-METER-FLAG TO ME-NET-METER-FLAG(WS-MASTER-COUNT)
            MOVE MM-TARIFF-CODE TO ME-TARIFF-CODE(WS-MASTER-COUNT)
            MOVE 'N' TO ME-HAS-READINGS(WS-MASTER-COUNT)
        ELSE
            DISPLAY "Meter master table full - discarding " MM-METER-ID
            WRITE CONSUMPTION-EXCEPTION-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        ELSE
            EVALUATE TRUE
                WHEN NOT ENERGY-IMPORT AND NOT ENERGY-EXPORT
                    MOVE METER-ID TO CX-METER-ID
                    MOVE DATE-TIME TO CX-DATE-TIME
                    MOVE ENERGY-USED TO CX-ENERGY
                    MOVE 'Invalid direction - must be I or E' TO CX-REASON
                    WRITE CONSUMPTION-EXCEPTION-RECORD
                    ADD 1 TO WS-OPS-RECORDS-WRITTEN
                WHEN ENERGY-EXPORT
                        AND ME-NET-METER-FLAG(MASTER-IDX) NOT = 'Y'
                    MOVE METER-ID TO CX-METER-ID
                    MOVE DATE-TIME TO CX-DATE-TIME
                    MOVE ENERGY-USED TO CX-ENERGY
                    MOVE 'Export on meter not on net metering' TO CX-REASON
                    WRITE CONSUMPTION-EXCEPTION-RECORD
                    ADD 1 TO WS-OPS-RECORDS-WRITTEN
                WHEN OTHER
                    MOVE 'Y' TO ME-HAS-READINGS(MASTER-IDX)
                    MOVE 'Y' TO WS-METER-VALID
            END-EVALUATE
        END-IF
    END-IF.

                MOVE MBL-TOTAL-ENERGY
                    TO MS-TOTAL-ENERGY(WS-METER-STAT-COUNT)
                MOVE MBL-DAY-COUNT TO MS-DAY-COUNT(WS-METER-STAT-COUNT)
                MOVE MBL-EXPORT-TOTAL
                    TO MS-EXPORT-TOTAL(WS-METER-STAT-COUNT)
            ELSE
                DISPLAY "Meter stat table full - discarding "
                    MBL-METER-ID
        MOVE MS-METER-ID(METER-IDX) TO MBL-METER-ID
        MOVE MS-TOTAL-ENERGY(METER-IDX) TO MBL-TOTAL-ENERGY
        MOVE MS-DAY-COUNT(METER-IDX) TO MBL-DAY-COUNT
        MOVE MS-EXPORT-TOTAL(METER-IDX) TO MBL-EXPORT-TOTAL
        WRITE METER-BASELINE-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    READ rate-schedule INTO RATE-SCHEDULE-RECORD
        AT END SET EOF TO TRUE
    END-READ
    IF EOF
        DISPLAY "No rate schedule on file - billing not generated"
    END-IF
    PERFORM UNTIL EOF
        IF WS-TARIFF-COUNT < 20
            MOVE RS-PEAK-RATE TO WS-PEAK-RATE
            MOVE RS-OFFPEAK-RATE TO WS-OFFPEAK-RATE
            MOVE RS-TIER-THRESHOLD TO WS-TIER-THRESHOLD
            MOVE RS-TIER-SURCHARGE-RATE TO WS-TIER-SURCHARGE-RATE
            MOVE RS-FIXED-CHARGE TO WS-FIXED-CHARGE
            MOVE RS-EXPORT-RATE TO WS-EXPORT-RATE
            ADD 1 TO WS-TARIFF-COUNT
            MOVE RS-TARIFF-CODE TO TF-TARIFF-CODE(WS-TARIFF-COUNT)
            MOVE WS-RATE-SCHEDULE TO TF-RATES(WS-TARIFF-COUNT)
            SET RATES-LOADED TO TRUE
        ELSE
            DISPLAY "Tariff table full - discarding " RS-TARIFF-CODE
        END-IF
        READ rate-schedule INTO RATE-SCHEDULE-RECORD
            AT END SET EOF TO TRUE
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

*> Sets the rates and net-metering flag for WS-LOOKUP-METER-ID.
SELECT-METER-TARIFF.
    MOVE 'N' TO WS-NET-METERED
    MOVE TF-RATES(1) TO WS-RATE-SCHEDULE
    PERFORM VARYING MASTER-IDX FROM 1 BY 1
            UNTIL MASTER-IDX > WS-MASTER-COUNT
        IF ME-METER-ID(MASTER-IDX) = WS-LOOKUP-METER-ID
            MOVE ME-NET-METER-FLAG(MASTER-IDX) TO WS-NET-METERED
            IF ME-TARIFF-CODE(MASTER-IDX) NOT = SPACES
                PERFORM VARYING TARIFF-IDX FROM 1 BY 1
                        UNTIL TARIFF-IDX > WS-TARIFF-COUNT
                    IF TF-TARIFF-CODE(TARIFF-IDX) =
                            ME-TARIFF-CODE(MASTER-IDX)
                        MOVE TF-RATES(TARIFF-IDX) TO WS-RATE-SCHEDULE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.

GENERATE-METER-BILLING.
    IF RATES-LOADED
        PERFORM BUILD-METER-MONTH-TOTALS
            MOVE ZERO TO BM-TOTAL-ENERGY(BILL-IDX)
            MOVE ZERO TO BM-PEAK-ENERGY(BILL-IDX)
            MOVE ZERO TO BM-ESTIMATED-ENERGY(BILL-IDX)
            MOVE ZERO TO BM-EXPORT-ENERGY(BILL-IDX)
            MOVE 'Y' TO WS-BILL-FOUND
        ELSE
            DISPLAY "Meter month table full - discarding "
        ADD DT-PEAK-ENERGY(DAILY-IDX) TO BM-PEAK-ENERGY(BILL-IDX)
        ADD DT-ESTIMATED-ENERGY(DAILY-IDX)
            TO BM-ESTIMATED-ENERGY(BILL-IDX)
        ADD DT-EXPORT-ENERGY(DAILY-IDX) TO BM-EXPORT-ENERGY(BILL-IDX)
    END-IF.

WRITE-ONE-METER-BILL.
    MOVE BM-METER-ID(BILL-IDX) TO WS-LOOKUP-METER-ID
    PERFORM SELECT-METER-TARIFF
    MOVE BM-PEAK-ENERGY(BILL-IDX) TO WS-BILL-PEAK-ENERGY
    MOVE BM-TOTAL-ENERGY(BILL-IDX) TO WS-BILL-TOTAL-ENERGY
    MOVE ZERO TO WS-EXCESS-EXPORT
    IF NET-METERED AND BM-EXPORT-ENERGY(BILL-IDX) > 0
        PERFORM NET-EXPORTS-AGAINST-IMPORTS
    END-IF
    MOVE BM-METER-ID(BILL-IDX) TO MB-METER-ID
    MOVE BM-BILL-MONTH(BILL-IDX) TO MB-BILL-MONTH
    MOVE WS-BILL-PEAK-ENERGY TO MB-PEAK-ENERGY
    COMPUTE MB-PEAK-CHARGE ROUNDED =
        WS-BILL-PEAK-ENERGY * WS-PEAK-RATE
    COMPUTE WS-OFFPEAK-ENERGY =
        WS-BILL-TOTAL-ENERGY - WS-BILL-PEAK-ENERGY
    MOVE WS-OFFPEAK-ENERGY TO MB-OFFPEAK-ENERGY
    COMPUTE MB-OFFPEAK-CHARGE ROUNDED =
        WS-OFFPEAK-ENERGY * WS-OFFPEAK-RATE
    IF WS-TIER-THRESHOLD > 0
            AND WS-BILL-TOTAL-ENERGY > WS-TIER-THRESHOLD
        COMPUTE WS-TIER-ENERGY =
            WS-BILL-TOTAL-ENERGY - WS-TIER-THRESHOLD
    ELSE
        MOVE ZERO TO WS-TIER-ENERGY
    END-IF
        MOVE SPACE TO MB-ESTIMATE-FLAG
        MOVE ZERO TO MB-ESTIMATED-ENERGY
    END-IF
    MOVE BM-EXPORT-ENERGY(BILL-IDX) TO MB-EXPORT-ENERGY
    MOVE WS-EXCESS-EXPORT TO MB-EXCESS-EXPORT
    MOVE ZERO TO MB-EXPORT-CREDIT
    MOVE ZERO TO MB-CREDIT-APPLIED
    MOVE ZERO TO MB-CREDIT-BALANCE
    IF NET-METERED
        PERFORM APPLY-EXPORT-CREDITS
    END-IF
    ADD BM-TOTAL-ENERGY(BILL-IDX) TO WS-BILLED-ENERGY-TOTAL
    WRITE METER-BILL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> Exports offset the month's off-peak imports first, then peak
*> imports; whatever is left over is excess export.
NET-EXPORTS-AGAINST-IMPORTS.
    IF BM-EXPORT-ENERGY(BILL-IDX) >= WS-BILL-TOTAL-ENERGY
        COMPUTE WS-EXCESS-EXPORT =
            BM-EXPORT-ENERGY(BILL-IDX) - WS-BILL-TOTAL-ENERGY
        MOVE ZERO TO WS-BILL-TOTAL-ENERGY
        MOVE ZERO TO WS-BILL-PEAK-ENERGY
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-OFFPEAK-ENERGY =
        WS-BILL-TOTAL-ENERGY - WS-BILL-PEAK-ENERGY
    IF BM-EXPORT-ENERGY(BILL-IDX) > WS-OFFPEAK-ENERGY
        COMPUTE WS-BILL-PEAK-ENERGY = WS-BILL-PEAK-ENERGY
            - (BM-EXPORT-ENERGY(BILL-IDX) - WS-OFFPEAK-ENERGY)
    END-IF
    COMPUTE WS-BILL-TOTAL-ENERGY =
        WS-BILL-TOTAL-ENERGY - BM-EXPORT-ENERGY(BILL-IDX).

*> Excess export is credited at the tariff's export rate and banked.
*> The bank pays down energy and tier charges, never the fixed charge,
*> and is carried forward month to month until the meter's last bill
*> of the year, when anything left is settled on billing-trueups.dat.
APPLY-EXPORT-CREDITS.
    COMPUTE WS-EXPORT-CREDIT ROUNDED =
        WS-EXCESS-EXPORT * WS-EXPORT-RATE
    MOVE WS-EXPORT-CREDIT TO MB-EXPORT-CREDIT
    PERFORM FIND-CREDIT-BANK
    IF CREDIT-FOUND
        COMPUTE WS-CREDIT-AVAILABLE =
            CB-OPENING-BALANCE(CREDIT-IDX) + WS-EXPORT-CREDIT
    ELSE
        MOVE WS-EXPORT-CREDIT TO WS-CREDIT-AVAILABLE
    END-IF
    COMPUTE WS-ENERGY-CHARGES = MB-TOTAL-CHARGE - MB-FIXED-CHARGE
    IF WS-CREDIT-AVAILABLE > WS-ENERGY-CHARGES
        MOVE WS-ENERGY-CHARGES TO WS-CREDIT-APPLIED
    ELSE
        MOVE WS-CREDIT-AVAILABLE TO WS-CREDIT-APPLIED
    END-IF
    SUBTRACT WS-CREDIT-APPLIED FROM MB-TOTAL-CHARGE
    SUBTRACT WS-CREDIT-APPLIED FROM WS-CREDIT-AVAILABLE
    MOVE WS-CREDIT-APPLIED TO MB-CREDIT-APPLIED
    PERFORM CHECK-LAST-BILL-OF-YEAR
    IF LAST-BILL-OF-YEAR AND WS-CREDIT-AVAILABLE > 0
        MOVE BM-METER-ID(BILL-IDX) TO TU-METER-ID
        MOVE BM-BILL-MONTH(BILL-IDX) TO TU-BILL-MONTH
        MOVE ZERO TO TU-REVERSED-ENERGY
        MOVE WS-CREDIT-AVAILABLE TO TU-CREDIT-AMOUNT
        MOVE 'Annual net metering true-up - bank paid'
            TO TU-MESSAGE
        WRITE BILLING-TRUEUP-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        MOVE ZERO TO WS-CREDIT-AVAILABLE
    END-IF
    MOVE WS-CREDIT-AVAILABLE TO MB-CREDIT-BALANCE
    IF CREDIT-FOUND
        MOVE WS-CREDIT-AVAILABLE TO CB-CREDIT-BALANCE(CREDIT-IDX)
    END-IF.

*> A December bill is always the last of its year. An earlier month is
*> the last once its year has ended by the run date and no later month
*> of that year is billed for the meter in this run, so a meter with no
*> December readings is still settled.
CHECK-LAST-BILL-OF-YEAR.
    MOVE BM-BILL-MONTH(BILL-IDX) TO WS-BILL-MONTH-PARTS
    MOVE 'N' TO WS-LAST-BILL-OF-YEAR
    IF WS-BILL-MM = 12
        SET LAST-BILL-OF-YEAR TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-BILL-YEAR NOT < WS-RUN-YEAR
        EXIT PARAGRAPH
    END-IF
    SET LAST-BILL-OF-YEAR TO TRUE
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-BILL-COUNT
        IF BM-METER-ID(WS-SCAN-IDX) = BM-METER-ID(BILL-IDX)
                AND BM-BILL-MONTH(WS-SCAN-IDX) > BM-BILL-MONTH(BILL-IDX)
                AND BM-BILL-MONTH(WS-SCAN-IDX) / 100 = WS-BILL-YEAR
            MOVE 'N' TO WS-LAST-BILL-OF-YEAR
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Positions on the meter's bank entry with CB-OPENING-BALANCE set to
*> the bank before this bill month. Billing a month again starts from
*> the same opening balance rather than banking its credit twice.
FIND-CREDIT-BANK.
    MOVE 'N' TO WS-CREDIT-FOUND
    PERFORM VARYING CREDIT-IDX FROM 1 BY 1
            UNTIL CREDIT-IDX > WS-CREDIT-COUNT
        IF CB-METER-ID(CREDIT-IDX) = BM-METER-ID(BILL-IDX)
            MOVE 'Y' TO WS-CREDIT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF CREDIT-FOUND
        IF CB-BILL-MONTH(CREDIT-IDX) NOT = BM-BILL-MONTH(BILL-IDX)
            MOVE CB-CREDIT-BALANCE(CREDIT-IDX)
                TO CB-OPENING-BALANCE(CREDIT-IDX)
            MOVE BM-BILL-MONTH(BILL-IDX) TO CB-BILL-MONTH(CREDIT-IDX)
        END-IF
    ELSE
        IF WS-CREDIT-COUNT < 500
            ADD 1 TO WS-CREDIT-COUNT
            SET CREDIT-IDX TO WS-CREDIT-COUNT
            MOVE BM-METER-ID(BILL-IDX) TO CB-METER-ID(CREDIT-IDX)
            MOVE BM-BILL-MONTH(BILL-IDX) TO CB-BILL-MONTH(CREDIT-IDX)
            MOVE ZERO TO CB-OPENING-BALANCE(CREDIT-IDX)
            MOVE ZERO TO CB-CREDIT-BALANCE(CREDIT-IDX)
            MOVE 'Y' TO WS-CREDIT-FOUND
        ELSE
            DISPLAY "Credit bank table full - discarding "
                BM-METER-ID(BILL-IDX)
        END-IF
    END-IF.

LOAD-CREDIT-BANK.
    OPEN INPUT net-metering-credits
    IF WS-CREDIT-STATUS = '00'
        READ net-metering-credits INTO NET-METERING-CREDIT-RECORD
            AT END SET EOF TO TRUE
        END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-CREDIT-COUNT < 500
                ADD 1 TO WS-CREDIT-COUNT
                MOVE NC-METER-ID TO CB-METER-ID(WS-CREDIT-COUNT)
                MOVE NC-BILL-MONTH TO CB-BILL-MONTH(WS-CREDIT-COUNT)
                MOVE NC-OPENING-BALANCE
                    TO CB-OPENING-BALANCE(WS-CREDIT-COUNT)
                MOVE NC-CREDIT-BALANCE
                    TO CB-CREDIT-BALANCE(WS-CREDIT-COUNT)
            ELSE
                DISPLAY "Credit bank table full - discarding "
                    NC-METER-ID
            END-IF
            READ net-metering-credits INTO NET-METERING-CREDIT-RECORD
                AT END SET EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE net-metering-credits
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

WRITE-CREDIT-BANK.
    OPEN OUTPUT net-metering-credits
    PERFORM VARYING CREDIT-IDX FROM 1 BY 1
            UNTIL CREDIT-IDX > WS-CREDIT-COUNT
        MOVE CB-METER-ID(CREDIT-IDX) TO NC-METER-ID
        MOVE CB-BILL-MONTH(CREDIT-IDX) TO NC-BILL-MONTH
        MOVE CB-OPENING-BALANCE(CREDIT-IDX) TO NC-OPENING-BALANCE
        MOVE CB-CREDIT-BALANCE(CREDIT-IDX) TO NC-CREDIT-BALANCE
        WRITE NET-METERING-CREDIT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE net-metering-credits.

WRITE-BILLING-CONTROL.
    MOVE 'BILLING CONTROL' TO BC-LABEL
    MOVE WS-BILLED-ENERGY-TOTAL TO BC-BILLED-ENERGY
        IF WS-METER-VALID = 'Y'
            PERFORM EXTRACT-DATE-AND-HOUR
            PERFORM TALLY-DAILY-CONSUMPTION
            IF ENERGY-IMPORT
                PERFORM TALLY-DR-WINDOW-USAGE
            END-IF
        END-IF
        READ consumption-data INTO CONSUMPTION-RECORD AT END SET EOF TO TRUE END-READ
    END-PERFORM
    DIVIDE DATE-TIME BY 10000 GIVING WS-METER-DATE REMAINDER WS-TIME-PORTION
    DIVIDE WS-TIME-PORTION BY 100 GIVING WS-HOUR REMAINDER WS-MINUTE.

*> DT-READING-COUNT is the number of intervals read that day, import
*> or export; an interval with both an import and an export reading
*> is counted once.
TALLY-DAILY-CONSUMPTION.
    MOVE 'N' TO WS-DAILY-FOUND
    PERFORM VARYING DAILY-IDX FROM 1 BY 1 UNTIL DAILY-IDX > WS-DAILY-COUNT
        IF DT-METER-ID(DAILY-IDX) = METER-ID
                AND DT-DATE(DAILY-IDX) = WS-METER-DATE
            MOVE 'Y' TO WS-DAILY-FOUND
            EXIT PERFORM
        END-IF
    IF NOT DAILY-FOUND
        IF WS-DAILY-COUNT < 2000
            ADD 1 TO WS-DAILY-COUNT
            SET DAILY-IDX TO WS-DAILY-COUNT
            MOVE METER-ID TO DT-METER-ID(DAILY-IDX)
            MOVE WS-METER-DATE TO DT-DATE(DAILY-IDX)
            MOVE 0 TO DT-TOTAL-ENERGY(DAILY-IDX)
            MOVE 0 TO DT-PEAK-ENERGY(DAILY-IDX)
            MOVE 0 TO DT-READING-COUNT(DAILY-IDX)
            MOVE 0 TO DT-LAST-INTERVAL(DAILY-IDX)
            MOVE 0 TO DT-ESTIMATED-ENERGY(DAILY-IDX)
            MOVE 0 TO DT-EXPORT-ENERGY(DAILY-IDX)
            MOVE 'Y' TO WS-DAILY-FOUND
        ELSE
            DISPLAY "Daily consumption table full - discarding " METER-ID
        END-IF
    END-IF
    IF DAILY-FOUND
        IF DATE-TIME NOT = DT-LAST-INTERVAL(DAILY-IDX)
            ADD 1 TO DT-READING-COUNT(DAILY-IDX)
            MOVE DATE-TIME TO DT-LAST-INTERVAL(DAILY-IDX)
        END-IF
        IF ENERGY-EXPORT
            ADD ENERGY-USED TO DT-EXPORT-ENERGY(DAILY-IDX)
        ELSE
            ADD ENERGY-USED TO DT-TOTAL-ENERGY(DAILY-IDX)
            IF WS-HOUR >= WS-PEAK-HOUR-START AND WS-HOUR < WS-PEAK-HOUR-END
                ADD ENERGY-USED TO DT-PEAK-ENERGY(DAILY-IDX)
            END-IF
        END-IF
    END-IF.

LOAD-ESTIMATION-CARRYFORWARD.
                AND BM-BILL-MONTH(BILL-IDX) =
                    EY-BILL-MONTH(CARRY-IDX)
            MOVE 'Y' TO EY-SETTLED(CARRY-IDX)
            MOVE EY-METER-ID(CARRY-IDX) TO WS-LOOKUP-METER-ID
            PERFORM SELECT-METER-TARIFF
            MOVE EY-METER-ID(CARRY-IDX) TO TU-METER-ID
            MOVE EY-BILL-MONTH(CARRY-IDX) TO TU-BILL-MONTH
            MOVE EY-ESTIMATED-ENERGY(CARRY-IDX)
    PERFORM VARYING METER-IDX FROM 1 BY 1 UNTIL METER-IDX > WS-METER-STAT-COUNT
        IF MS-METER-ID(METER-IDX) = DT-METER-ID(DAILY-IDX)
            ADD DT-TOTAL-ENERGY(DAILY-IDX) TO MS-TOTAL-ENERGY(METER-IDX)
            ADD DT-EXPORT-ENERGY(DAILY-IDX) TO MS-EXPORT-TOTAL(METER-IDX)
            ADD 1 TO MS-DAY-COUNT(METER-IDX)
            MOVE 'Y' TO WS-METER-STAT-FOUND
            EXIT PERFORM
            ADD 1 TO WS-METER-STAT-COUNT
            MOVE DT-METER-ID(DAILY-IDX) TO MS-METER-ID(WS-METER-STAT-COUNT)
            MOVE DT-TOTAL-ENERGY(DAILY-IDX) TO MS-TOTAL-ENERGY(WS-METER-STAT-COUNT)
            MOVE DT-EXPORT-ENERGY(DAILY-IDX)
                TO MS-EXPORT-TOTAL(WS-METER-STAT-COUNT)
            MOVE 1 TO MS-DAY-COUNT(WS-METER-STAT-COUNT)
        ELSE
            DISPLAY "Meter stat table full - discarding " DT-METER-ID(DAILY-IDX)
        MOVE DT-METER-ID(DAILY-IDX) TO PD-METER-ID
        MOVE DT-DATE(DAILY-IDX) TO PD-DATE
        MOVE DT-TOTAL-ENERGY(DAILY-IDX) TO PD-EXPECTED-DEMAND
        MOVE 'I' TO PD-DIRECTION
        WRITE PREDICTION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF
    IF DT-EXPORT-ENERGY(DAILY-IDX) > WS-PEAK-DEMAND-THRESHOLD
        MOVE DT-METER-ID(DAILY-IDX) TO PD-METER-ID
        MOVE DT-DATE(DAILY-IDX) TO PD-DATE
        MOVE DT-EXPORT-ENERGY(DAILY-IDX) TO PD-EXPECTED-DEMAND
        MOVE 'E' TO PD-DIRECTION
        WRITE PREDICTION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.
    IF METER-STAT-FOUND
        COMPUTE WS-METER-AVERAGE ROUNDED =
            MS-TOTAL-ENERGY(METER-IDX) / MS-DAY-COUNT(METER-IDX)
        MOVE 'I' TO AA-DIRECTION
        IF DT-TOTAL-ENERGY(DAILY-IDX) = 0
                AND DT-EXPORT-ENERGY(DAILY-IDX) = 0
            MOVE DT-METER-ID(DAILY-IDX) TO AA-METER-ID
            MOVE DT-DATE(DAILY-IDX) TO AA-DATE
            MOVE DT-TOTAL-ENERGY(DAILY-IDX) TO AA-ENERGY
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
            END-IF
        END-IF
        COMPUTE WS-METER-AVERAGE ROUNDED =
            MS-EXPORT-TOTAL(METER-IDX) / MS-DAY-COUNT(METER-IDX)
        IF WS-METER-AVERAGE > 0
                AND DT-EXPORT-ENERGY(DAILY-IDX) >
                    WS-METER-AVERAGE * WS-ANOMALY-MULTIPLIER
            MOVE DT-METER-ID(DAILY-IDX) TO AA-METER-ID
            MOVE DT-DATE(DAILY-IDX) TO AA-DATE
            MOVE DT-EXPORT-ENERGY(DAILY-IDX) TO AA-ENERGY
            MOVE 'Export anomaly - generation spike' TO AA-REASON
            MOVE 'E' TO AA-DIRECTION
            WRITE ANOMALY-ALERT-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-IF.

LOG-RUN-START.
