IDENTIFICATION DIVISION.
PROGRAM-ID. RescueFundReport.
AUTHOR. Your Name.
*> Restricted fund report for the rescue, run after
*> MammalRescueManagement and DonationPosting. Money received for each
*> fund on restricted-funds.dat is totalled from donation-history.dat;
*> a gift restricted to an animal opens a care fund for that animal
*> the first time one is seen. Spending is costed from this run's
*> medication use at the unit costs on medication-costs.dat:
*> treatments on treatment-records.dat for an animal with a care fund
*> are charged to that fund, and the rest of each species' medication
*> use on medication-usage-report.dat is charged to the grant held for
*> that species, or failing that to a grant covering ALL species.
*> Anything left is met from general funds. Spending is added to each
*> fund's total once a day, so the report can be rerun safely.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT restricted-funds ASSIGN TO 'restricted-funds.dat'
        FILE STATUS IS WS-FUND-STATUS.
    SELECT donation-history ASSIGN TO 'donation-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT animal-details ASSIGN TO 'animal-details.dat'
        FILE STATUS IS WS-ANIMAL-STATUS.
    SELECT treatment-records ASSIGN TO 'treatment-records.dat'
        FILE STATUS IS WS-TREATMENT-STATUS.
    SELECT treatment-medication-map
        ASSIGN TO 'treatment-medication-map.dat'
        FILE STATUS IS WS-MEDMAP-STATUS.
    SELECT medication-costs ASSIGN TO 'medication-costs.dat'
        FILE STATUS IS WS-COST-STATUS.
    SELECT medication-usage-report
        ASSIGN TO 'medication-usage-report.dat'
        FILE STATUS IS WS-USAGE-STATUS.
    SELECT fund-report ASSIGN TO 'fund-report.dat'.

DATA DIVISION.
FILE SECTION.
*> RF-FUND-TYPE is G for a grant or restricted fund and A for the care
*> of one animal. RF-SPECIES limits a grant to medication for that
*> species; ALL covers medication for any species.
FD restricted-funds.
01 RESTRICTED-FUND-RECORD.
    05 RF-FUND-ID             PIC X(10).
    05 RF-FUND-NAME           PIC X(30).
    05 RF-FUND-TYPE           PIC X.
    05 RF-SPECIES             PIC X(20).
    05 RF-AWARD-AMOUNT        PIC 9(7)V99.
    05 RF-SPENT-TO-DATE       PIC 9(8)V99.
    05 RF-LAST-SPEND-DATE     PIC 9(8).

FD donation-history.
01 DONATION-HISTORY-RECORD.
    05 DH-RECEIPT-NUMBER      PIC 9(7).
    05 DH-DONOR-ID            PIC X(8).
    05 DH-DONATION-DATE       PIC 9(8).
    05 DH-GIFT-TYPE           PIC X.
    05 DH-AMOUNT              PIC 9(7)V99.
    05 DH-DESCRIPTION         PIC X(30).
    05 DH-RESTRICTION         PIC X(10).
    05 DH-POSTED-DATE         PIC 9(8).

FD animal-details.
01 ANIMAL-RECORD.
    05 ANIMAL-ID            PIC X(10).
    05 SPECIES              PIC X(20).
    05 INTAKE-DATE          PIC 9(8).
    05 HEALTH-STATUS        PIC X(20).
    05 CURRENT-LOCATION     PIC X(6).

FD treatment-records.
01 TREATMENT-RECORD.
    05 TR-ANIMAL-ID         PIC X(10).
    05 TREATMENT-DATE       PIC 9(8).
    05 TREATMENT            PIC X(50).
    05 TR-NEXT-DUE-DATE     PIC 9(8).

FD treatment-medication-map.
01 TREATMENT-MEDICATION-RECORD.
    05 TM-TREATMENT         PIC X(50).
    05 TM-MEDICATION        PIC X(20).
    05 TM-UNITS             PIC 9(3).

FD medication-costs.
01 MEDICATION-COST-RECORD.
    05 MC-MEDICATION        PIC X(20).
    05 MC-UNIT-COST         PIC 9(5)V99.

FD medication-usage-report.
01 MEDICATION-USAGE-RECORD.
    05 MU-SPECIES           PIC X(20).
    05 MU-MEDICATION        PIC X(20).
    05 MU-UNITS-USED        PIC 9(6).

*> FR-STATUS is OVERSPENT when more has been spent than received,
*> UNSPENT when nothing has been spent yet, and otherwise WITHIN.
FD fund-report.
01 FUND-REPORT-RECORD.
    05 FR-FUND-ID             PIC X(10).
    05 FR-FUND-NAME           PIC X(30).
    05 FR-FUND-TYPE           PIC X.
    05 FR-AWARD-AMOUNT        PIC 9(7)V99.
    05 FR-RECEIVED            PIC 9(8)V99.
    05 FR-SPENT-THIS-RUN      PIC 9(7)V99.
    05 FR-SPENT-TO-DATE       PIC 9(8)V99.
    05 FR-BALANCE             PIC S9(8)V99.
    05 FR-STATUS              PIC X(10).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-FUND-STATUS          PIC XX.
01 WS-HISTORY-STATUS       PIC XX.
01 WS-ANIMAL-STATUS        PIC XX.
01 WS-TREATMENT-STATUS     PIC XX.
01 WS-MEDMAP-STATUS        PIC XX.
01 WS-COST-STATUS          PIC XX.
01 WS-USAGE-STATUS         PIC XX.

01 WS-CURRENT-DATE         PIC 9(8).

01 WS-FUND-COUNT           PIC 9(4) VALUE 0.
01 FUND-TABLE.
    05 FUND-ENTRY OCCURS 1000 TIMES INDEXED BY FUND-IDX.
        10 FT-FUND-ID          PIC X(10).
        10 FT-FUND-NAME        PIC X(30).
        10 FT-FUND-TYPE        PIC X.
        10 FT-SPECIES          PIC X(20).
        10 FT-AWARD-AMOUNT     PIC 9(7)V99.
        10 FT-SPENT-TO-DATE    PIC 9(8)V99.
        10 FT-LAST-SPEND-DATE  PIC 9(8).
        10 FT-RECEIVED         PIC 9(8)V99.
        10 FT-SPENT-THIS-RUN   PIC 9(7)V99.
01 WS-FUND-FOUND           PIC X VALUE 'N'.
    88 FUND-FOUND          VALUE 'Y'.
01 WS-LOOKUP-FUND-ID       PIC X(10).

01 WS-ANIMAL-COUNT         PIC 9(4) VALUE 0.
01 ANIMAL-TABLE.
    05 ANIMAL-ENTRY OCCURS 1000 TIMES INDEXED BY ANIMAL-IDX.
        10 AN-ANIMAL-ID        PIC X(10).
        10 AN-SPECIES          PIC X(20).
01 WS-ANIMAL-FOUND         PIC X VALUE 'N'.
    88 ANIMAL-FOUND        VALUE 'Y'.

01 WS-MEDMAP-COUNT         PIC 9(4) VALUE 0.
01 MEDMAP-TABLE.
    05 MEDMAP-ENTRY OCCURS 500 TIMES INDEXED BY MEDMAP-IDX.
        10 MM-TREATMENT        PIC X(50).
        10 MM-MEDICATION       PIC X(20).
        10 MM-UNITS            PIC 9(3).

01 WS-COST-COUNT           PIC 9(4) VALUE 0.
01 COST-TABLE.
    05 COST-ENTRY OCCURS 500 TIMES INDEXED BY COST-IDX.
        10 CT-MEDICATION       PIC X(20).
        10 CT-UNIT-COST        PIC 9(5)V99.
01 WS-LOOKUP-MEDICATION    PIC X(20).
01 WS-UNIT-COST            PIC 9(5)V99.

*> Medication cost by species: all use this run, and the part already
*> charged to animal care funds.
01 WS-SPECIES-COUNT        PIC 9(3) VALUE 0.
01 SPECIES-COST-TABLE.
    05 SPECIES-COST-ENTRY OCCURS 100 TIMES INDEXED BY SPECIES-IDX.
        10 SC-SPECIES          PIC X(20).
        10 SC-USAGE-COST       PIC 9(8)V99.
        10 SC-ANIMAL-CHARGED   PIC 9(8)V99.
01 WS-LOOKUP-SPECIES       PIC X(20).

01 WS-MEDICATION-COST      PIC 9(8)V99.
01 WS-SPECIES-REMAINDER    PIC 9(8)V99.
01 WS-GENERAL-RECEIVED     PIC 9(8)V99 VALUE 0.
01 WS-GENERAL-SPENT        PIC 9(8)V99 VALUE 0.
01 WS-TOTAL-SPENT          PIC 9(8)V99 VALUE 0.
01 WS-FUNDS-OVERSPENT      PIC 9(4) VALUE 0.

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
    PERFORM LOAD-FUNDS
    PERFORM LOAD-ANIMALS
    PERFORM LOAD-DONATION-HISTORY
    PERFORM LOAD-MEDICATION-MAP
    PERFORM LOAD-MEDICATION-COSTS
    PERFORM CHARGE-ANIMAL-TREATMENTS
    PERFORM LOAD-MEDICATION-USAGE
    PERFORM CHARGE-SPECIES-USAGE
    OPEN OUTPUT fund-report
    PERFORM REPORT-FUNDS
    CLOSE fund-report
    OPEN OUTPUT restricted-funds
    PERFORM WRITE-FUNDS
    CLOSE restricted-funds
    DISPLAY "Fund report: " WS-FUND-COUNT " funds, "
        WS-TOTAL-SPENT " spent this run, "
        WS-FUNDS-OVERSPENT " overspent"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-FUNDS.
    OPEN INPUT restricted-funds
    IF WS-FUND-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ restricted-funds AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-FUND-COUNT < 1000
            ADD 1 TO WS-FUND-COUNT
            SET FUND-IDX TO WS-FUND-COUNT
            MOVE RF-FUND-ID TO FT-FUND-ID(FUND-IDX)
            MOVE RF-FUND-NAME TO FT-FUND-NAME(FUND-IDX)
            MOVE RF-FUND-TYPE TO FT-FUND-TYPE(FUND-IDX)
            MOVE RF-SPECIES TO FT-SPECIES(FUND-IDX)
            MOVE RF-AWARD-AMOUNT TO FT-AWARD-AMOUNT(FUND-IDX)
            MOVE RF-SPENT-TO-DATE TO FT-SPENT-TO-DATE(FUND-IDX)
            MOVE RF-LAST-SPEND-DATE TO FT-LAST-SPEND-DATE(FUND-IDX)
            MOVE ZERO TO FT-RECEIVED(FUND-IDX)
            MOVE ZERO TO FT-SPENT-THIS-RUN(FUND-IDX)
        ELSE
            DISPLAY "Fund table full - discarding " RF-FUND-ID
        END-IF
        READ restricted-funds AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE restricted-funds
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ANIMALS.
    OPEN INPUT animal-details
    IF WS-ANIMAL-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ animal-details AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ANIMAL-COUNT < 1000
            ADD 1 TO WS-ANIMAL-COUNT
            SET ANIMAL-IDX TO WS-ANIMAL-COUNT
            MOVE ANIMAL-ID TO AN-ANIMAL-ID(ANIMAL-IDX)
            MOVE SPECIES TO AN-SPECIES(ANIMAL-IDX)
        ELSE
            DISPLAY "Animal table full - discarding " ANIMAL-ID
        END-IF
        READ animal-details AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE animal-details
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-DONATION-HISTORY.
    OPEN INPUT donation-history
    IF WS-HISTORY-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ donation-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF DH-RESTRICTION = SPACES
            ADD DH-AMOUNT TO WS-GENERAL-RECEIVED
        ELSE
            MOVE DH-RESTRICTION TO WS-LOOKUP-FUND-ID
            PERFORM FIND-FUND
            IF NOT FUND-FOUND
                PERFORM OPEN-ANIMAL-FUND
            END-IF
            IF FUND-FOUND
                ADD DH-AMOUNT TO FT-RECEIVED(FUND-IDX)
            ELSE
                ADD DH-AMOUNT TO WS-GENERAL-RECEIVED
                DISPLAY "Receipt " DH-RECEIPT-NUMBER
                    " restricted to unknown fund " DH-RESTRICTION
                    " - taken as general"
            END-IF
        END-IF
        READ donation-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE donation-history
    MOVE 'N' TO WS-END-OF-FILE.

FIND-FUND.
    MOVE 'N' TO WS-FUND-FOUND
    PERFORM VARYING FUND-IDX FROM 1 BY 1
            UNTIL FUND-IDX > WS-FUND-COUNT
        IF FT-FUND-ID(FUND-IDX) = WS-LOOKUP-FUND-ID
            MOVE 'Y' TO WS-FUND-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A restriction that is not a fund but names an animal on the master
*> opens a care fund for that animal.
OPEN-ANIMAL-FUND.
    MOVE 'N' TO WS-ANIMAL-FOUND
    PERFORM VARYING ANIMAL-IDX FROM 1 BY 1
            UNTIL ANIMAL-IDX > WS-ANIMAL-COUNT
        IF AN-ANIMAL-ID(ANIMAL-IDX) = WS-LOOKUP-FUND-ID
            MOVE 'Y' TO WS-ANIMAL-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT ANIMAL-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-FUND-COUNT >= 1000
        DISPLAY "Fund table full - discarding " WS-LOOKUP-FUND-ID
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FUND-COUNT
    SET FUND-IDX TO WS-FUND-COUNT
    MOVE WS-LOOKUP-FUND-ID TO FT-FUND-ID(FUND-IDX)
    MOVE SPACES TO FT-FUND-NAME(FUND-IDX)
    STRING 'CARE OF ' DELIMITED BY SIZE
        AN-SPECIES(ANIMAL-IDX) DELIMITED BY '  '
        ' ' DELIMITED BY SIZE
        WS-LOOKUP-FUND-ID DELIMITED BY SPACE
        INTO FT-FUND-NAME(FUND-IDX)
    END-STRING
    MOVE 'A' TO FT-FUND-TYPE(FUND-IDX)
    MOVE AN-SPECIES(ANIMAL-IDX) TO FT-SPECIES(FUND-IDX)
    MOVE ZERO TO FT-AWARD-AMOUNT(FUND-IDX)
    MOVE ZERO TO FT-SPENT-TO-DATE(FUND-IDX)
    MOVE ZERO TO FT-LAST-SPEND-DATE(FUND-IDX)
    MOVE ZERO TO FT-RECEIVED(FUND-IDX)
    MOVE ZERO TO FT-SPENT-THIS-RUN(FUND-IDX)
    MOVE 'Y' TO WS-FUND-FOUND.

LOAD-MEDICATION-MAP.
    OPEN INPUT treatment-medication-map
    IF WS-MEDMAP-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ treatment-medication-map AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MEDMAP-COUNT < 500
            ADD 1 TO WS-MEDMAP-COUNT
            SET MEDMAP-IDX TO WS-MEDMAP-COUNT
            MOVE TM-TREATMENT TO MM-TREATMENT(MEDMAP-IDX)
            MOVE TM-MEDICATION TO MM-MEDICATION(MEDMAP-IDX)
            MOVE TM-UNITS TO MM-UNITS(MEDMAP-IDX)
        ELSE
            DISPLAY "Medication map table full - discarding "
                TM-MEDICATION
        END-IF
        READ treatment-medication-map AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE treatment-medication-map
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-MEDICATION-COSTS.
    OPEN INPUT medication-costs
    IF WS-COST-STATUS NOT = '00'
        DISPLAY "No medication costs on file - spending not costed"
        EXIT PARAGRAPH
    END-IF
    READ medication-costs AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-COST-COUNT < 500
            ADD 1 TO WS-COST-COUNT
            SET COST-IDX TO WS-COST-COUNT
            MOVE MC-MEDICATION TO CT-MEDICATION(COST-IDX)
            MOVE MC-UNIT-COST TO CT-UNIT-COST(COST-IDX)
        ELSE
            DISPLAY "Medication cost table full - discarding "
                MC-MEDICATION
        END-IF
        READ medication-costs AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE medication-costs
    MOVE 'N' TO WS-END-OF-FILE.

FIND-UNIT-COST.
    MOVE ZERO TO WS-UNIT-COST
    PERFORM VARYING COST-IDX FROM 1 BY 1
            UNTIL COST-IDX > WS-COST-COUNT
        IF CT-MEDICATION(COST-IDX) = WS-LOOKUP-MEDICATION
            MOVE CT-UNIT-COST(COST-IDX) TO WS-UNIT-COST
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-SPECIES-COST.
    PERFORM VARYING SPECIES-IDX FROM 1 BY 1
            UNTIL SPECIES-IDX > WS-SPECIES-COUNT
        IF SC-SPECIES(SPECIES-IDX) = WS-LOOKUP-SPECIES
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-SPECIES-COUNT >= 100
        DISPLAY "Species cost table full - discarding "
            WS-LOOKUP-SPECIES
        SET SPECIES-IDX TO 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SPECIES-COUNT
    SET SPECIES-IDX TO WS-SPECIES-COUNT
    MOVE WS-LOOKUP-SPECIES TO SC-SPECIES(SPECIES-IDX)
    MOVE ZERO TO SC-USAGE-COST(SPECIES-IDX)
    MOVE ZERO TO SC-ANIMAL-CHARGED(SPECIES-IDX).

*> Treatments are costed through the same treatment to medication map
*> MammalRescueManagement draws stock down with.
CHARGE-ANIMAL-TREATMENTS.
    OPEN INPUT treatment-records
    IF WS-TREATMENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ treatment-records AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE TR-ANIMAL-ID TO WS-LOOKUP-FUND-ID
        PERFORM FIND-FUND
        IF FUND-FOUND AND FT-FUND-TYPE(FUND-IDX) = 'A'
            PERFORM COST-TREATMENT
            IF WS-MEDICATION-COST > 0
                ADD WS-MEDICATION-COST TO FT-SPENT-THIS-RUN(FUND-IDX)
                MOVE FT-SPECIES(FUND-IDX) TO WS-LOOKUP-SPECIES
                PERFORM FIND-SPECIES-COST
                IF SPECIES-IDX > 0
                    ADD WS-MEDICATION-COST
                        TO SC-ANIMAL-CHARGED(SPECIES-IDX)
                END-IF
            END-IF
        END-IF
        READ treatment-records AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE treatment-records
    MOVE 'N' TO WS-END-OF-FILE.

COST-TREATMENT.
    MOVE ZERO TO WS-MEDICATION-COST
    PERFORM VARYING MEDMAP-IDX FROM 1 BY 1
            UNTIL MEDMAP-IDX > WS-MEDMAP-COUNT
        IF MM-TREATMENT(MEDMAP-IDX) = TREATMENT
            MOVE MM-MEDICATION(MEDMAP-IDX) TO WS-LOOKUP-MEDICATION
            PERFORM FIND-UNIT-COST
            COMPUTE WS-MEDICATION-COST ROUNDED =
                MM-UNITS(MEDMAP-IDX) * WS-UNIT-COST
            EXIT PERFORM
        END-IF
    END-PERFORM.

LOAD-MEDICATION-USAGE.
    OPEN INPUT medication-usage-report
    IF WS-USAGE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ medication-usage-report AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE MU-MEDICATION TO WS-LOOKUP-MEDICATION
        PERFORM FIND-UNIT-COST
        MOVE MU-SPECIES TO WS-LOOKUP-SPECIES
        PERFORM FIND-SPECIES-COST
        IF SPECIES-IDX > 0
            COMPUTE SC-USAGE-COST(SPECIES-IDX) ROUNDED =
                SC-USAGE-COST(SPECIES-IDX)
                + MU-UNITS-USED * WS-UNIT-COST
        END-IF
        READ medication-usage-report AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE medication-usage-report
    MOVE 'N' TO WS-END-OF-FILE.

CHARGE-SPECIES-USAGE.
    PERFORM VARYING SPECIES-IDX FROM 1 BY 1
            UNTIL SPECIES-IDX > WS-SPECIES-COUNT
        IF SC-USAGE-COST(SPECIES-IDX) > SC-ANIMAL-CHARGED(SPECIES-IDX)
            COMPUTE WS-SPECIES-REMAINDER =
                SC-USAGE-COST(SPECIES-IDX)
                - SC-ANIMAL-CHARGED(SPECIES-IDX)
            MOVE 'N' TO WS-FUND-FOUND
            PERFORM VARYING FUND-IDX FROM 1 BY 1
                    UNTIL FUND-IDX > WS-FUND-COUNT
                IF FT-FUND-TYPE(FUND-IDX) = 'G'
                        AND FT-SPECIES(FUND-IDX) = SC-SPECIES(SPECIES-IDX)
                    MOVE 'Y' TO WS-FUND-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF NOT FUND-FOUND
                PERFORM VARYING FUND-IDX FROM 1 BY 1
                        UNTIL FUND-IDX > WS-FUND-COUNT
                    IF FT-FUND-TYPE(FUND-IDX) = 'G'
                            AND FT-SPECIES(FUND-IDX) = 'ALL'
                        MOVE 'Y' TO WS-FUND-FOUND
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
            IF FUND-FOUND
                ADD WS-SPECIES-REMAINDER TO FT-SPENT-THIS-RUN(FUND-IDX)
            ELSE
                ADD WS-SPECIES-REMAINDER TO WS-GENERAL-SPENT
            END-IF
        END-IF
    END-PERFORM.

*> This run's spending is added to a fund's total only on the first
*> run of the day.
REPORT-FUNDS.
    PERFORM VARYING FUND-IDX FROM 1 BY 1
            UNTIL FUND-IDX > WS-FUND-COUNT
        IF FT-LAST-SPEND-DATE(FUND-IDX) < WS-CURRENT-DATE
            ADD FT-SPENT-THIS-RUN(FUND-IDX)
                TO FT-SPENT-TO-DATE(FUND-IDX)
            MOVE WS-CURRENT-DATE TO FT-LAST-SPEND-DATE(FUND-IDX)
        END-IF
        ADD FT-SPENT-THIS-RUN(FUND-IDX) TO WS-TOTAL-SPENT
        MOVE FT-FUND-ID(FUND-IDX) TO FR-FUND-ID
        MOVE FT-FUND-NAME(FUND-IDX) TO FR-FUND-NAME
        MOVE FT-FUND-TYPE(FUND-IDX) TO FR-FUND-TYPE
        MOVE FT-AWARD-AMOUNT(FUND-IDX) TO FR-AWARD-AMOUNT
        MOVE FT-RECEIVED(FUND-IDX) TO FR-RECEIVED
        MOVE FT-SPENT-THIS-RUN(FUND-IDX) TO FR-SPENT-THIS-RUN
        MOVE FT-SPENT-TO-DATE(FUND-IDX) TO FR-SPENT-TO-DATE
        COMPUTE FR-BALANCE = FT-RECEIVED(FUND-IDX)
            - FT-SPENT-TO-DATE(FUND-IDX)
        EVALUATE TRUE
            WHEN FT-SPENT-TO-DATE(FUND-IDX) > FT-RECEIVED(FUND-IDX)
                MOVE 'OVERSPENT' TO FR-STATUS
                ADD 1 TO WS-FUNDS-OVERSPENT
            WHEN FT-SPENT-TO-DATE(FUND-IDX) = ZERO
                MOVE 'UNSPENT' TO FR-STATUS
            WHEN OTHER
                MOVE 'WITHIN' TO FR-STATUS
        END-EVALUATE
        WRITE FUND-REPORT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    ADD WS-GENERAL-SPENT TO WS-TOTAL-SPENT
    MOVE '*GENERAL*' TO FR-FUND-ID
    MOVE 'UNRESTRICTED GIFTS' TO FR-FUND-NAME
    MOVE 'U' TO FR-FUND-TYPE
    MOVE ZERO TO FR-AWARD-AMOUNT
    MOVE WS-GENERAL-RECEIVED TO FR-RECEIVED
    MOVE WS-GENERAL-SPENT TO FR-SPENT-THIS-RUN
    MOVE ZERO TO FR-SPENT-TO-DATE
    MOVE ZERO TO FR-BALANCE
    MOVE 'GENERAL' TO FR-STATUS
    WRITE FUND-REPORT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-FUNDS.
    PERFORM VARYING FUND-IDX FROM 1 BY 1
            UNTIL FUND-IDX > WS-FUND-COUNT
        MOVE FT-FUND-ID(FUND-IDX) TO RF-FUND-ID
        MOVE FT-FUND-NAME(FUND-IDX) TO RF-FUND-NAME
        MOVE FT-FUND-TYPE(FUND-IDX) TO RF-FUND-TYPE
        MOVE FT-SPECIES(FUND-IDX) TO RF-SPECIES
        MOVE FT-AWARD-AMOUNT(FUND-IDX) TO RF-AWARD-AMOUNT
        MOVE FT-SPENT-TO-DATE(FUND-IDX) TO RF-SPENT-TO-DATE
        MOVE FT-LAST-SPEND-DATE(FUND-IDX) TO RF-LAST-SPEND-DATE
        WRITE RESTRICTED-FUND-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

LOG-RUN-START.
    MOVE 'RescueFundReport' TO OPS-PROGRAM-ID
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

END PROGRAM RescueFundReport.
