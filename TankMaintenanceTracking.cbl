IDENTIFICATION DIVISION.
PROGRAM-ID. TankMaintenanceTracking.
AUTHOR. Your Name.
*> Follows up chemistry alerts with the maintenance done on the tanks.
*> Staff log every water change, dose and filter clean on
*> maintenance-actions.dat. Each alert in chemistry-history.dat (the
*> first out of range reading after the tank was last in range) is
*> linked to the first action logged on that tank after it, and timed
*> until the next reading came back in range. Alerts still without an
*> action after the follow-up hours go on the follow-up list, and the
*> report month's maintenance activity and dosing product usage is
*> summarised per tank. The report month (YYYYMM) and follow-up hours
*> come from maintenance-parameters.dat, or default to the month
*> before the run date and 24 hours.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT maintenance-actions ASSIGN TO 'maintenance-actions.dat'
        FILE STATUS IS WS-ACTION-STATUS.
    SELECT chemistry-history ASSIGN TO 'chemistry-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT maintenance-parameters
        ASSIGN TO 'maintenance-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT alert-action-report ASSIGN TO 'chemistry-alert-actions.dat'.
    SELECT alert-followup-report
        ASSIGN TO 'chemistry-alert-followup.dat'.
    SELECT maintenance-report
        ASSIGN TO 'maintenance-monthly-report.dat'.

DATA DIVISION.
FILE SECTION.
*> Action types are WATERCHG (with the percentage changed), DOSE (with
*> the product and amount) and FILTER; anything else is counted as
*> other maintenance.
FD maintenance-actions.
01 MAINTENANCE-ACTION-RECORD.
    05 MX-TANK-ID            PIC X(10).
    05 MX-TIMESTAMP          PIC 9(14).
    05 MX-ACTION-TYPE        PIC X(8).
    05 MX-WATER-CHANGE-PCT   PIC 9(3).
    05 MX-PRODUCT            PIC X(20).
    05 MX-DOSE-AMOUNT        PIC 9(5)V99.
    05 MX-DOSE-UNIT          PIC X(6).
    05 MX-PERFORMED-BY       PIC X(10).
    05 MX-NOTES              PIC X(30).

FD chemistry-history.
01 CHEMISTRY-HISTORY-RECORD.
    05 CH-LOG-DATE           PIC 9(8).
    05 CH-LOG-TIME           PIC 9(6).
    05 CH-TANK-ID            PIC X(10).
    05 CH-PH                 PIC 9V9.
    05 CH-AMMONIA            PIC 9V99.
    05 CH-NITRITE            PIC 9V99.
    05 CH-STATUS             PIC X(8).

FD maintenance-parameters.
01 MAINTENANCE-PARAMETER-RECORD.
    05 MP-REPORT-MONTH       PIC 9(6).
    05 MP-FOLLOWUP-HOURS     PIC 9(3).

*> Status is RESOLVED (action taken, back in range), ACTIONED (action
*> taken, not yet back in range), CLEARED (back in range with no
*> action) or OPEN.
FD alert-action-report.
01 ALERT-ACTION-RECORD.
    05 AA-TANK-ID            PIC X(10).
    05 AA-ALERT-TIMESTAMP    PIC 9(14).
    05 AA-GRADE              PIC X(8).
    05 AA-PH                 PIC 9V9.
    05 AA-AMMONIA            PIC 9V99.
    05 AA-NITRITE            PIC 9V99.
    05 AA-ACTION-TIMESTAMP   PIC 9(14).
    05 AA-ACTION-TYPE        PIC X(8).
    05 AA-PRODUCT            PIC X(20).
    05 AA-RESPONSE-HOURS     PIC 9(5)V9.
    05 AA-IN-RANGE-TIMESTAMP PIC 9(14).
    05 AA-RECOVERY-HOURS     PIC 9(5)V9.
    05 AA-TOTAL-HOURS        PIC 9(5)V9.
    05 AA-STATUS             PIC X(10).

FD alert-followup-report.
01 ALERT-FOLLOWUP-RECORD.
    05 AF-TANK-ID            PIC X(10).
    05 AF-ALERT-TIMESTAMP    PIC 9(14).
    05 AF-GRADE              PIC X(8).
    05 AF-PH                 PIC 9V9.
    05 AF-AMMONIA            PIC 9V99.
    05 AF-NITRITE            PIC 9V99.
    05 AF-HOURS-OPEN         PIC 9(5)V9.
    05 AF-MESSAGE            PIC X(45).

*> One 'T' line per tank with the month's activity and alert follow-up
*> times, then one 'P' line per dosing product used on the tank.
FD maintenance-report.
01 MAINTENANCE-TANK-RECORD.
    05 MT-LINE-TYPE          PIC X.
    05 MT-TANK-ID            PIC X(10).
    05 MT-REPORT-MONTH       PIC 9(6).
    05 MT-WATER-CHANGES      PIC 9(4).
    05 MT-WATER-CHANGE-PCT   PIC 9(5).
    05 MT-AVERAGE-CHANGE-PCT PIC 9(3)V9.
    05 MT-DOSES              PIC 9(4).
    05 MT-FILTER-CLEANS      PIC 9(4).
    05 MT-OTHER-ACTIONS      PIC 9(4).
    05 MT-ALERTS             PIC 9(4).
    05 MT-ALERTS-RESOLVED    PIC 9(4).
    05 MT-AVERAGE-RESPONSE   PIC 9(5)V9.
    05 MT-AVERAGE-RECOVERY   PIC 9(5)V9.
01 MAINTENANCE-PRODUCT-RECORD.
    05 MU-LINE-TYPE          PIC X.
    05 MU-TANK-ID            PIC X(10).
    05 MU-REPORT-MONTH       PIC 9(6).
    05 MU-PRODUCT            PIC X(20).
    05 MU-DOSES              PIC 9(4).
    05 MU-TOTAL-AMOUNT       PIC 9(7)V99.
    05 MU-DOSE-UNIT          PIC X(6).
    05 FILLER                PIC X(6).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-ACTION-STATUS       PIC XX.
01 WS-HISTORY-STATUS      PIC XX.
01 WS-PARM-STATUS         PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR       PIC 9(4).
    05 WS-CURRENT-MONTH      PIC 9(2).
    05 WS-CURRENT-DAY        PIC 9(2).
01 WS-TIME-RAW            PIC 9(8).
01 WS-CURRENT-TIMESTAMP   PIC 9(14).
01 WS-REPORT-MONTH        PIC 9(6).
01 WS-FOLLOWUP-HOURS      PIC 9(3) VALUE 24.
01 WS-WORK-MONTH          PIC 9(6).
01 WS-HISTORY-TIMESTAMP   PIC 9(14).
01 WS-RESOLVED-COUNT      PIC 9(5) VALUE 0.
01 WS-FOLLOWUP-COUNT      PIC 9(5) VALUE 0.

*> Elapsed hours between two YYYYMMDDHHMMSS timestamps, to the tenth
*> of an hour. Seconds are ignored.
01 WS-FROM-TIMESTAMP      PIC 9(14).
01 WS-FROM-TIMESTAMP-PARTS REDEFINES WS-FROM-TIMESTAMP.
    05 WS-FROM-DATE          PIC 9(8).
    05 WS-FROM-HOUR          PIC 9(2).
    05 WS-FROM-MINUTE        PIC 9(2).
    05 WS-FROM-SECOND        PIC 9(2).
01 WS-TO-TIMESTAMP        PIC 9(14).
01 WS-TO-TIMESTAMP-PARTS REDEFINES WS-TO-TIMESTAMP.
    05 WS-TO-DATE            PIC 9(8).
    05 WS-TO-HOUR            PIC 9(2).
    05 WS-TO-MINUTE          PIC 9(2).
    05 WS-TO-SECOND          PIC 9(2).
01 WS-ELAPSED-MINUTES     PIC S9(9).
01 WS-ELAPSED-HOURS       PIC 9(5)V9.
01 WS-RESPONSE-HOURS      PIC 9(5)V9.
01 WS-RECOVERY-HOURS      PIC 9(5)V9.

01 WS-ACTION-COUNT        PIC 9(4) VALUE 0.
01 ACTION-TABLE.
    05 ACTION-ENTRY OCCURS 2000 TIMES INDEXED BY ACTION-IDX.
        10 AC-TANK-ID          PIC X(10).
        10 AC-TIMESTAMP        PIC 9(14).
        10 AC-ACTION-TYPE      PIC X(8).
        10 AC-PRODUCT          PIC X(20).
01 WS-LINKED-ACTION       PIC 9(4).

*> AL-ACTION is the linked entry on the action table, zero when no
*> action followed the alert.
01 WS-ALERT-COUNT         PIC 9(4) VALUE 0.
01 ALERT-TABLE.
    05 ALERT-ENTRY OCCURS 2000 TIMES INDEXED BY ALERT-IDX.
        10 AL-TANK-ID          PIC X(10).
        10 AL-TIMESTAMP        PIC 9(14).
        10 AL-GRADE            PIC X(8).
        10 AL-PH               PIC 9V9.
        10 AL-AMMONIA          PIC 9V99.
        10 AL-NITRITE          PIC 9V99.
        10 AL-ACTION           PIC 9(4).
        10 AL-IN-RANGE-TS      PIC 9(14).

*> TK-OPEN-ALERT is the tank's alert still waiting for an in range
*> reading while chemistry history is read.
01 WS-TANK-COUNT          PIC 9(3) VALUE 0.
01 TANK-TABLE.
    05 TANK-ENTRY OCCURS 100 TIMES INDEXED BY TANK-IDX.
        10 TK-TANK-ID          PIC X(10).
        10 TK-OPEN-ALERT       PIC 9(4).
        10 TK-WATER-CHANGES    PIC 9(4).
        10 TK-WATER-CHANGE-PCT PIC 9(5).
        10 TK-DOSES            PIC 9(4).
        10 TK-FILTER-CLEANS    PIC 9(4).
        10 TK-OTHER-ACTIONS    PIC 9(4).
        10 TK-ALERTS           PIC 9(4).
        10 TK-ALERTS-RESOLVED  PIC 9(4).
        10 TK-ALERTS-ACTIONED  PIC 9(4).
        10 TK-RESPONSE-HOURS   PIC 9(7)V9.
        10 TK-ALERTS-RECOVERED PIC 9(4).
        10 TK-RECOVERY-HOURS   PIC 9(7)V9.
01 WS-TANK-FOUND          PIC X.
    88 TANK-FOUND         VALUE 'Y'.
01 WS-WORK-TANK-ID        PIC X(10).

01 WS-PRODUCT-COUNT       PIC 9(3) VALUE 0.
01 PRODUCT-TABLE.
    05 PRODUCT-ENTRY OCCURS 300 TIMES INDEXED BY PRODUCT-IDX.
        10 PU-TANK-ID          PIC X(10).
        10 PU-PRODUCT          PIC X(20).
        10 PU-DOSE-UNIT        PIC X(6).
        10 PU-DOSES            PIC 9(4).
        10 PU-TOTAL-AMOUNT     PIC 9(7)V99.
01 WS-PRODUCT-FOUND       PIC X.
    88 PRODUCT-FOUND      VALUE 'Y'.

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
    ACCEPT WS-TIME-RAW FROM TIME
    COMPUTE WS-CURRENT-TIMESTAMP =
        WS-CURRENT-DATE * 1000000 + WS-TIME-RAW / 100
    PERFORM LOAD-MAINTENANCE-PARAMETERS
    PERFORM LOAD-MAINTENANCE-ACTIONS
    PERFORM LOAD-CHEMISTRY-ALERTS
    OPEN OUTPUT alert-action-report alert-followup-report
    PERFORM LINK-ALERT-ACTIONS
    CLOSE alert-action-report alert-followup-report
    OPEN OUTPUT maintenance-report
    PERFORM WRITE-MAINTENANCE-REPORT
    CLOSE maintenance-report
    DISPLAY "Maintenance actions loaded: " WS-ACTION-COUNT
    DISPLAY "Chemistry alerts followed up: " WS-ALERT-COUNT
    DISPLAY "Alerts back in range: " WS-RESOLVED-COUNT
    DISPLAY "Alerts with no action after " WS-FOLLOWUP-HOURS
        " hours: " WS-FOLLOWUP-COUNT
    DISPLAY "Maintenance report month: " WS-REPORT-MONTH
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-MAINTENANCE-PARAMETERS.
    IF WS-CURRENT-MONTH = 1
        COMPUTE WS-REPORT-MONTH = (WS-CURRENT-YEAR - 1) * 100 + 12
    ELSE
        COMPUTE WS-REPORT-MONTH =
            WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH - 1
    END-IF
    OPEN INPUT maintenance-parameters
    IF WS-PARM-STATUS = '00'
        READ maintenance-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF MP-REPORT-MONTH IS NUMERIC AND MP-REPORT-MONTH > 0
                    MOVE MP-REPORT-MONTH TO WS-REPORT-MONTH
                END-IF
                IF MP-FOLLOWUP-HOURS IS NUMERIC
                        AND MP-FOLLOWUP-HOURS > 0
                    MOVE MP-FOLLOWUP-HOURS TO WS-FOLLOWUP-HOURS
                END-IF
        END-READ
        CLOSE maintenance-parameters
    END-IF.

*> Actions are kept for linking to alerts, and those in the report
*> month are counted against the tank as they are read.
LOAD-MAINTENANCE-ACTIONS.
    OPEN INPUT maintenance-actions
    IF WS-ACTION-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ maintenance-actions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ACTION-COUNT < 2000
            ADD 1 TO WS-ACTION-COUNT
            SET ACTION-IDX TO WS-ACTION-COUNT
            MOVE MX-TANK-ID TO AC-TANK-ID(ACTION-IDX)
            MOVE MX-TIMESTAMP TO AC-TIMESTAMP(ACTION-IDX)
            MOVE MX-ACTION-TYPE TO AC-ACTION-TYPE(ACTION-IDX)
            MOVE MX-PRODUCT TO AC-PRODUCT(ACTION-IDX)
        ELSE
            DISPLAY "Action table full - discarding " MX-TANK-ID
                " " MX-TIMESTAMP
        END-IF
        COMPUTE WS-WORK-MONTH = MX-TIMESTAMP / 100000000
        IF WS-WORK-MONTH = WS-REPORT-MONTH
            PERFORM COUNT-MONTHLY-ACTION
        END-IF
        READ maintenance-actions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE maintenance-actions
    MOVE 'N' TO WS-END-OF-FILE.

COUNT-MONTHLY-ACTION.
    MOVE MX-TANK-ID TO WS-WORK-TANK-ID
    PERFORM FIND-OR-CREATE-TANK
    IF NOT TANK-FOUND
        EXIT PARAGRAPH
    END-IF
    EVALUATE MX-ACTION-TYPE
        WHEN 'WATERCHG'
            ADD 1 TO TK-WATER-CHANGES(TANK-IDX)
            ADD MX-WATER-CHANGE-PCT TO TK-WATER-CHANGE-PCT(TANK-IDX)
        WHEN 'DOSE'
            ADD 1 TO TK-DOSES(TANK-IDX)
            PERFORM ADD-PRODUCT-USAGE
        WHEN 'FILTER'
            ADD 1 TO TK-FILTER-CLEANS(TANK-IDX)
        WHEN OTHER
            ADD 1 TO TK-OTHER-ACTIONS(TANK-IDX)
    END-EVALUATE.

ADD-PRODUCT-USAGE.
    MOVE 'N' TO WS-PRODUCT-FOUND
    PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
            UNTIL PRODUCT-IDX > WS-PRODUCT-COUNT
        IF PU-TANK-ID(PRODUCT-IDX) = MX-TANK-ID
                AND PU-PRODUCT(PRODUCT-IDX) = MX-PRODUCT
                AND PU-DOSE-UNIT(PRODUCT-IDX) = MX-DOSE-UNIT
            SET PRODUCT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT PRODUCT-FOUND
        IF WS-PRODUCT-COUNT < 300
            ADD 1 TO WS-PRODUCT-COUNT
            SET PRODUCT-IDX TO WS-PRODUCT-COUNT
            MOVE MX-TANK-ID TO PU-TANK-ID(PRODUCT-IDX)
            MOVE MX-PRODUCT TO PU-PRODUCT(PRODUCT-IDX)
            MOVE MX-DOSE-UNIT TO PU-DOSE-UNIT(PRODUCT-IDX)
            MOVE ZERO TO PU-DOSES(PRODUCT-IDX)
            MOVE ZERO TO PU-TOTAL-AMOUNT(PRODUCT-IDX)
            SET PRODUCT-FOUND TO TRUE
        ELSE
            DISPLAY "Product table full - discarding " MX-TANK-ID
                " " MX-PRODUCT
        END-IF
    END-IF
    IF PRODUCT-FOUND
        ADD 1 TO PU-DOSES(PRODUCT-IDX)
        ADD MX-DOSE-AMOUNT TO PU-TOTAL-AMOUNT(PRODUCT-IDX)
    END-IF.

*> An alert starts with the first WARNING or CRITICAL reading on a
*> tank that was in range, takes the worst grade seen while it stays
*> out of range, and ends at the next OK reading.
LOAD-CHEMISTRY-ALERTS.
    OPEN INPUT chemistry-history
    IF WS-HISTORY-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ chemistry-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        COMPUTE WS-HISTORY-TIMESTAMP =
            CH-LOG-DATE * 1000000 + CH-LOG-TIME
        MOVE CH-TANK-ID TO WS-WORK-TANK-ID
        PERFORM FIND-OR-CREATE-TANK
        IF TANK-FOUND
            IF CH-STATUS = 'OK'
                IF TK-OPEN-ALERT(TANK-IDX) > 0
                    SET ALERT-IDX TO TK-OPEN-ALERT(TANK-IDX)
                    MOVE WS-HISTORY-TIMESTAMP TO AL-IN-RANGE-TS(ALERT-IDX)
                    MOVE ZERO TO TK-OPEN-ALERT(TANK-IDX)
                END-IF
            ELSE
                IF TK-OPEN-ALERT(TANK-IDX) > 0
                    SET ALERT-IDX TO TK-OPEN-ALERT(TANK-IDX)
                    IF CH-STATUS = 'CRITICAL'
                        MOVE CH-STATUS TO AL-GRADE(ALERT-IDX)
                    END-IF
                ELSE
                    PERFORM ADD-CHEMISTRY-ALERT
                END-IF
            END-IF
        END-IF
        READ chemistry-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE chemistry-history
    MOVE 'N' TO WS-END-OF-FILE.

ADD-CHEMISTRY-ALERT.
    IF WS-ALERT-COUNT < 2000
        ADD 1 TO WS-ALERT-COUNT
        SET ALERT-IDX TO WS-ALERT-COUNT
        MOVE CH-TANK-ID TO AL-TANK-ID(ALERT-IDX)
        MOVE WS-HISTORY-TIMESTAMP TO AL-TIMESTAMP(ALERT-IDX)
        MOVE CH-STATUS TO AL-GRADE(ALERT-IDX)
        MOVE CH-PH TO AL-PH(ALERT-IDX)
        MOVE CH-AMMONIA TO AL-AMMONIA(ALERT-IDX)
        MOVE CH-NITRITE TO AL-NITRITE(ALERT-IDX)
        MOVE ZERO TO AL-ACTION(ALERT-IDX)
        MOVE ZERO TO AL-IN-RANGE-TS(ALERT-IDX)
        MOVE WS-ALERT-COUNT TO TK-OPEN-ALERT(TANK-IDX)
    ELSE
        DISPLAY "Alert table full - discarding " CH-TANK-ID
            " " WS-HISTORY-TIMESTAMP
    END-IF.

LINK-ALERT-ACTIONS.
    PERFORM VARYING ALERT-IDX FROM 1 BY 1
            UNTIL ALERT-IDX > WS-ALERT-COUNT
        PERFORM FIND-CORRECTIVE-ACTION
        MOVE WS-LINKED-ACTION TO AL-ACTION(ALERT-IDX)
        PERFORM WRITE-ALERT-ACTION
        COMPUTE WS-WORK-MONTH = AL-TIMESTAMP(ALERT-IDX) / 100000000
        IF WS-WORK-MONTH = WS-REPORT-MONTH
            PERFORM COUNT-MONTHLY-ALERT
        END-IF
    END-PERFORM.

*> The corrective action is the earliest one logged on the tank at or
*> after the alert. An action after the tank was already back in range
*> did not correct this alert.
FIND-CORRECTIVE-ACTION.
    MOVE ZERO TO WS-LINKED-ACTION
    PERFORM VARYING ACTION-IDX FROM 1 BY 1
            UNTIL ACTION-IDX > WS-ACTION-COUNT
        IF AC-TANK-ID(ACTION-IDX) = AL-TANK-ID(ALERT-IDX)
                AND AC-TIMESTAMP(ACTION-IDX) >= AL-TIMESTAMP(ALERT-IDX)
            IF AL-IN-RANGE-TS(ALERT-IDX) = 0
                    OR AC-TIMESTAMP(ACTION-IDX)
                        <= AL-IN-RANGE-TS(ALERT-IDX)
                IF WS-LINKED-ACTION = 0
                    SET WS-LINKED-ACTION TO ACTION-IDX
                ELSE
                    IF AC-TIMESTAMP(ACTION-IDX) <
                            AC-TIMESTAMP(WS-LINKED-ACTION)
                        SET WS-LINKED-ACTION TO ACTION-IDX
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

WRITE-ALERT-ACTION.
    MOVE AL-TANK-ID(ALERT-IDX) TO AA-TANK-ID
    MOVE AL-TIMESTAMP(ALERT-IDX) TO AA-ALERT-TIMESTAMP
    MOVE AL-GRADE(ALERT-IDX) TO AA-GRADE
    MOVE AL-PH(ALERT-IDX) TO AA-PH
    MOVE AL-AMMONIA(ALERT-IDX) TO AA-AMMONIA
    MOVE AL-NITRITE(ALERT-IDX) TO AA-NITRITE
    MOVE AL-IN-RANGE-TS(ALERT-IDX) TO AA-IN-RANGE-TIMESTAMP
    MOVE ZERO TO AA-ACTION-TIMESTAMP
    MOVE SPACES TO AA-ACTION-TYPE
    MOVE SPACES TO AA-PRODUCT
    MOVE ZERO TO WS-RESPONSE-HOURS
    MOVE ZERO TO WS-RECOVERY-HOURS
    MOVE ZERO TO AA-TOTAL-HOURS
    IF AL-ACTION(ALERT-IDX) > 0
        SET ACTION-IDX TO AL-ACTION(ALERT-IDX)
        MOVE AC-TIMESTAMP(ACTION-IDX) TO AA-ACTION-TIMESTAMP
        MOVE AC-ACTION-TYPE(ACTION-IDX) TO AA-ACTION-TYPE
        MOVE AC-PRODUCT(ACTION-IDX) TO AA-PRODUCT
        MOVE AL-TIMESTAMP(ALERT-IDX) TO WS-FROM-TIMESTAMP
        MOVE AC-TIMESTAMP(ACTION-IDX) TO WS-TO-TIMESTAMP
        PERFORM COMPUTE-ELAPSED-HOURS
        MOVE WS-ELAPSED-HOURS TO WS-RESPONSE-HOURS
    END-IF
    IF AL-IN-RANGE-TS(ALERT-IDX) > 0
        ADD 1 TO WS-RESOLVED-COUNT
        MOVE AL-TIMESTAMP(ALERT-IDX) TO WS-FROM-TIMESTAMP
        MOVE AL-IN-RANGE-TS(ALERT-IDX) TO WS-TO-TIMESTAMP
        PERFORM COMPUTE-ELAPSED-HOURS
        MOVE WS-ELAPSED-HOURS TO AA-TOTAL-HOURS
        IF AL-ACTION(ALERT-IDX) > 0
            MOVE AC-TIMESTAMP(ACTION-IDX) TO WS-FROM-TIMESTAMP
            PERFORM COMPUTE-ELAPSED-HOURS
            MOVE WS-ELAPSED-HOURS TO WS-RECOVERY-HOURS
            MOVE 'RESOLVED' TO AA-STATUS
        ELSE
            MOVE 'CLEARED' TO AA-STATUS
        END-IF
    ELSE
        IF AL-ACTION(ALERT-IDX) > 0
            MOVE 'ACTIONED' TO AA-STATUS
        ELSE
            MOVE 'OPEN' TO AA-STATUS
            PERFORM CHECK-ALERT-FOLLOWUP
        END-IF
    END-IF
    MOVE WS-RESPONSE-HOURS TO AA-RESPONSE-HOURS
    MOVE WS-RECOVERY-HOURS TO AA-RECOVERY-HOURS
    WRITE ALERT-ACTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

CHECK-ALERT-FOLLOWUP.
    MOVE AL-TIMESTAMP(ALERT-IDX) TO WS-FROM-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP TO WS-TO-TIMESTAMP
    PERFORM COMPUTE-ELAPSED-HOURS
    IF WS-ELAPSED-HOURS > WS-FOLLOWUP-HOURS
        MOVE AL-TANK-ID(ALERT-IDX) TO AF-TANK-ID
        MOVE AL-TIMESTAMP(ALERT-IDX) TO AF-ALERT-TIMESTAMP
        MOVE AL-GRADE(ALERT-IDX) TO AF-GRADE
        MOVE AL-PH(ALERT-IDX) TO AF-PH
        MOVE AL-AMMONIA(ALERT-IDX) TO AF-AMMONIA
        MOVE AL-NITRITE(ALERT-IDX) TO AF-NITRITE
        MOVE WS-ELAPSED-HOURS TO AF-HOURS-OPEN
        MOVE SPACES TO AF-MESSAGE
        STRING 'No corrective action after ' DELIMITED BY SIZE
               WS-FOLLOWUP-HOURS DELIMITED BY SIZE
               ' hours' DELIMITED BY SIZE
            INTO AF-MESSAGE
        END-STRING
        WRITE ALERT-FOLLOWUP-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        ADD 1 TO WS-FOLLOWUP-COUNT
        DISPLAY "Chemistry alert not followed up: "
            AL-TANK-ID(ALERT-IDX) " " AL-TIMESTAMP(ALERT-IDX)
    END-IF.

COUNT-MONTHLY-ALERT.
    MOVE AL-TANK-ID(ALERT-IDX) TO WS-WORK-TANK-ID
    PERFORM FIND-OR-CREATE-TANK
    IF NOT TANK-FOUND
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO TK-ALERTS(TANK-IDX)
    IF AL-IN-RANGE-TS(ALERT-IDX) > 0
        ADD 1 TO TK-ALERTS-RESOLVED(TANK-IDX)
    END-IF
    IF AL-ACTION(ALERT-IDX) > 0
        ADD 1 TO TK-ALERTS-ACTIONED(TANK-IDX)
        ADD WS-RESPONSE-HOURS TO TK-RESPONSE-HOURS(TANK-IDX)
        IF AL-IN-RANGE-TS(ALERT-IDX) > 0
            ADD 1 TO TK-ALERTS-RECOVERED(TANK-IDX)
            ADD WS-RECOVERY-HOURS TO TK-RECOVERY-HOURS(TANK-IDX)
        END-IF
    END-IF.

COMPUTE-ELAPSED-HOURS.
    MOVE ZERO TO WS-ELAPSED-HOURS
    IF WS-TO-TIMESTAMP <= WS-FROM-TIMESTAMP
        EXIT PARAGRAPH
    END-IF
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE WS-FROM-DATE TO DS-DATE-FROM
    MOVE WS-TO-DATE TO DS-DATE-TO
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    COMPUTE WS-ELAPSED-MINUTES = DS-DAYS * 1440
        + WS-TO-HOUR * 60 + WS-TO-MINUTE
        - WS-FROM-HOUR * 60 - WS-FROM-MINUTE
    IF WS-ELAPSED-MINUTES > 0
        COMPUTE WS-ELAPSED-HOURS ROUNDED = WS-ELAPSED-MINUTES / 60
    END-IF.

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
            MOVE ZERO TO TK-OPEN-ALERT(TANK-IDX)
            MOVE ZERO TO TK-WATER-CHANGES(TANK-IDX)
            MOVE ZERO TO TK-WATER-CHANGE-PCT(TANK-IDX)
            MOVE ZERO TO TK-DOSES(TANK-IDX)
            MOVE ZERO TO TK-FILTER-CLEANS(TANK-IDX)
            MOVE ZERO TO TK-OTHER-ACTIONS(TANK-IDX)
            MOVE ZERO TO TK-ALERTS(TANK-IDX)
            MOVE ZERO TO TK-ALERTS-RESOLVED(TANK-IDX)
            MOVE ZERO TO TK-ALERTS-ACTIONED(TANK-IDX)
            MOVE ZERO TO TK-RESPONSE-HOURS(TANK-IDX)
            MOVE ZERO TO TK-ALERTS-RECOVERED(TANK-IDX)
            MOVE ZERO TO TK-RECOVERY-HOURS(TANK-IDX)
            SET TANK-FOUND TO TRUE
        ELSE
            DISPLAY "Tank table full - discarding " WS-WORK-TANK-ID
        END-IF
    END-IF.

*> Tanks with no maintenance and no alerts in the month are left off.
WRITE-MAINTENANCE-REPORT.
    PERFORM VARYING TANK-IDX FROM 1 BY 1
            UNTIL TANK-IDX > WS-TANK-COUNT
        IF TK-WATER-CHANGES(TANK-IDX) > 0 OR TK-DOSES(TANK-IDX) > 0
                OR TK-FILTER-CLEANS(TANK-IDX) > 0
                OR TK-OTHER-ACTIONS(TANK-IDX) > 0
                OR TK-ALERTS(TANK-IDX) > 0
            PERFORM WRITE-TANK-MAINTENANCE-LINE
            PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                    UNTIL PRODUCT-IDX > WS-PRODUCT-COUNT
                IF PU-TANK-ID(PRODUCT-IDX) = TK-TANK-ID(TANK-IDX)
                    PERFORM WRITE-PRODUCT-USAGE-LINE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

WRITE-TANK-MAINTENANCE-LINE.
    MOVE SPACES TO MAINTENANCE-TANK-RECORD
    MOVE 'T' TO MT-LINE-TYPE
    MOVE TK-TANK-ID(TANK-IDX) TO MT-TANK-ID
    MOVE WS-REPORT-MONTH TO MT-REPORT-MONTH
    MOVE TK-WATER-CHANGES(TANK-IDX) TO MT-WATER-CHANGES
    MOVE TK-WATER-CHANGE-PCT(TANK-IDX) TO MT-WATER-CHANGE-PCT
    MOVE ZERO TO MT-AVERAGE-CHANGE-PCT
    IF TK-WATER-CHANGES(TANK-IDX) > 0
        COMPUTE MT-AVERAGE-CHANGE-PCT ROUNDED =
            TK-WATER-CHANGE-PCT(TANK-IDX) / TK-WATER-CHANGES(TANK-IDX)
    END-IF
    MOVE TK-DOSES(TANK-IDX) TO MT-DOSES
    MOVE TK-FILTER-CLEANS(TANK-IDX) TO MT-FILTER-CLEANS
    MOVE TK-OTHER-ACTIONS(TANK-IDX) TO MT-OTHER-ACTIONS
    MOVE TK-ALERTS(TANK-IDX) TO MT-ALERTS
    MOVE TK-ALERTS-RESOLVED(TANK-IDX) TO MT-ALERTS-RESOLVED
    MOVE ZERO TO MT-AVERAGE-RESPONSE
    IF TK-ALERTS-ACTIONED(TANK-IDX) > 0
        COMPUTE MT-AVERAGE-RESPONSE ROUNDED =
            TK-RESPONSE-HOURS(TANK-IDX) / TK-ALERTS-ACTIONED(TANK-IDX)
    END-IF
    MOVE ZERO TO MT-AVERAGE-RECOVERY
    IF TK-ALERTS-RECOVERED(TANK-IDX) > 0
        COMPUTE MT-AVERAGE-RECOVERY ROUNDED =
            TK-RECOVERY-HOURS(TANK-IDX) / TK-ALERTS-RECOVERED(TANK-IDX)
    END-IF
    WRITE MAINTENANCE-TANK-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-PRODUCT-USAGE-LINE.
    MOVE SPACES TO MAINTENANCE-PRODUCT-RECORD
    MOVE 'P' TO MU-LINE-TYPE
    MOVE PU-TANK-ID(PRODUCT-IDX) TO MU-TANK-ID
    MOVE WS-REPORT-MONTH TO MU-REPORT-MONTH
    MOVE PU-PRODUCT(PRODUCT-IDX) TO MU-PRODUCT
    MOVE PU-DOSES(PRODUCT-IDX) TO MU-DOSES
    MOVE PU-TOTAL-AMOUNT(PRODUCT-IDX) TO MU-TOTAL-AMOUNT
    MOVE PU-DOSE-UNIT(PRODUCT-IDX) TO MU-DOSE-UNIT
    WRITE MAINTENANCE-PRODUCT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'TankMaintenanceTracking' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
    MOVE ZERO TO OPS-RECORDS-READ
    MOVE ZERO TO OPS-RECORDS-WRITTEN
    MOVE 'STARTED' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

LOG-RUN-END.
    MOVE 'TankMaintenanceTracking' TO OPS-PROGRAM-ID
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

END PROGRAM TankMaintenanceTracking.
