    SELECT flight-revenue-report ASSIGN TO 'flight-revenue-report.dat'.
    SELECT denied-boarding-forecast
        ASSIGN TO 'denied-boarding-forecast.dat'.
    SELECT seat-maps ASSIGN TO 'seat-maps.dat'
        FILE STATUS IS WS-SEAT-MAP-STATUS.
    SELECT flight-equipment ASSIGN TO 'flight-equipment.dat'
        FILE STATUS IS WS-EQUIPMENT-STATUS.
    SELECT cabin-fare-classes ASSIGN TO 'cabin-fare-classes.dat'
        FILE STATUS IS WS-CABIN-CLASS-STATUS.
    SELECT seat-assignments ASSIGN TO 'seat-assignments.dat'
        FILE STATUS IS WS-SEAT-ASSIGN-STATUS.
    SELECT seat-map-utilisation ASSIGN TO 'seat-map-utilisation.dat'.
    SELECT loyalty-members ASSIGN TO 'loyalty-members.dat'
        FILE STATUS IS WS-LOYALTY-STATUS.
    SELECT award-chart ASSIGN TO 'award-chart.dat'
        FILE STATUS IS WS-AWARD-CHART-STATUS.
    SELECT OPTIONAL mileage-redemptions
        ASSIGN TO 'mileage-redemptions.dat'
        FILE STATUS IS WS-REDEMPTION-STATUS.
    SELECT travel-credit-vouchers ASSIGN TO 'travel-credit-vouchers.dat'
        FILE STATUS IS WS-VOUCHER-STATUS.
    SELECT OPTIONAL fare-adjustments ASSIGN TO 'fare-adjustments.dat'
        FILE STATUS IS WS-ADJUSTMENT-STATUS.
    SELECT displaced-passengers ASSIGN TO 'displaced-passengers.dat'.

DATA DIVISION.
FILE SECTION.
    05 BQ-SEATS-REQUESTED     PIC 9(4).
    05 BQ-FARE-CLASS          PIC X.
    05 BQ-ITINERARY-ID        PIC X(8).
    05 BQ-REQUESTED-SEAT.
        10 BQ-REQUESTED-ROW    PIC 9(3).
        10 BQ-REQUESTED-LETTER PIC X.
    05 BQ-VOUCHER-ID          PIC X(10).
    05 BQ-NEW-FLIGHT-NUMBER   PIC X(6).
    05 BQ-NEW-DEPARTURE-DATE  PIC 9(8).
    05 BQ-NEW-CONFIG-ID       PIC X(6).
    05 BQ-CABIN-CAPACITY OCCURS 4 TIMES.
        10 BQ-CABIN            PIC X.
        10 BQ-CABIN-SEATS      PIC 9(4).

FD bookings.
01 BOOKING-RECORD.
    05 FA-FARE-CLASS          PIC X.
    05 FA-FARE-AMOUNT         PIC 9(5)V99.
    05 FA-SEAT-ALLOTMENT      PIC 9(4).
    05 FA-REFUNDABLE          PIC X.
    05 FA-CANCEL-FEE          PIC 9(5)V99.
    05 FA-CHANGE-FEE          PIC 9(5)V99.
    05 FA-CREDIT-VALID-DAYS   PIC 9(3).

FD flight-revenue-report.
01 REVENUE-CLASS-RECORD.
    05 RV-FARE-CLASS          PIC X.
    05 RV-SEATS-SOLD          PIC 9(4).
    05 RV-REVENUE             PIC 9(7)V99.
    05 RV-REFUNDED            PIC 9(7)V99.
    05 RV-CREDITED            PIC 9(7)V99.
    05 RV-FORFEITED           PIC 9(7)V99.
01 REVENUE-FLIGHT-RECORD.
    05 RVS-FLIGHT-NUMBER      PIC X(6).
    05 RVS-DEPARTURE-DATE     PIC 9(8).
    05 WN-POSITION            PIC 9(3).
    05 WN-MESSAGE             PIC X(45).

*> One record per physical seat of an aircraft configuration, in
*> row and seat-letter order so that adjacent records in the same
*> row are adjacent seats.
FD seat-maps.
01 SEAT-MAP-RECORD.
    05 SM-CONFIG-ID           PIC X(6).
    05 SM-SEAT-ROW            PIC 9(3).
    05 SM-SEAT-LETTER         PIC X.
    05 SM-CABIN               PIC X.
    05 SM-EXIT-ROW            PIC X.
    05 SM-BLOCKED             PIC X.

FD flight-equipment.
01 FLIGHT-EQUIPMENT-RECORD.
    05 FE-FLIGHT-NUMBER       PIC X(6).
    05 FE-DEPARTURE-DATE      PIC 9(8).
    05 FE-CONFIG-ID           PIC X(6).

FD cabin-fare-classes.
01 CABIN-FARE-CLASS-RECORD.
    05 CF-FARE-CLASS          PIC X.
    05 CF-CABIN               PIC X.

FD seat-assignments.
01 SEAT-ASSIGNMENT-RECORD.
    05 SA-FLIGHT-NUMBER       PIC X(6).
    05 SA-DEPARTURE-DATE      PIC 9(8).
    05 SA-CUSTOMER-ID         PIC X(10).
    05 SA-PASSENGER-SEQ       PIC 9(4).
    05 SA-SEAT-ROW            PIC 9(3).
    05 SA-SEAT-LETTER         PIC X.

FD seat-map-utilisation.
01 SEAT-UTILISATION-RECORD.
    05 SU-FLIGHT-NUMBER       PIC X(6).
    05 SU-DEPARTURE-DATE      PIC 9(8).
    05 SU-CONFIG-ID           PIC X(6).
    05 SU-CABIN               PIC X.
    05 SU-TOTAL-SEATS         PIC 9(4).
    05 SU-BLOCKED-SEATS       PIC 9(4).
    05 SU-ASSIGNED-SEATS      PIC 9(4).
    05 SU-FREE-SEATS          PIC 9(4).
    05 SU-FREE-EXIT-SEATS     PIC 9(4).
    05 SU-UNSEATED-PASSENGERS PIC 9(4).
    05 SU-OCCUPANCY-PERCENT   PIC 9(3)V99.

FD loyalty-members.
01 LOYALTY-MEMBER-RECORD.
    05 LM-CUSTOMER-ID         PIC X(10).
    05 LM-MEMBER-NAME         PIC X(30).
    05 LM-TIER                PIC X(8).
    05 LM-MILES-BALANCE       PIC 9(9).
    05 LM-QUALIFYING-MILES    PIC 9(9).
    05 LM-QUALIFYING-YEAR     PIC 9(4).
    05 LM-ENROL-DATE          PIC 9(8).
    05 LM-LIFETIME-MILES      PIC 9(9).

FD award-chart.
01 AWARD-CHART-RECORD.
    05 AW-DESTINATION         PIC X(3).
    05 AW-FARE-CLASS          PIC X.
    05 AW-MILES-PER-SEAT      PIC 9(7).

*> Award redemptions and refunds not yet posted to the member master.
FD mileage-redemptions.
01 MILEAGE-REDEMPTION-RECORD.
    05 MR-CUSTOMER-ID         PIC X(10).
    05 MR-TRANSACTION-DATE    PIC 9(8).
    05 MR-TYPE                PIC X(6).
    05 MR-FLIGHT-NUMBER       PIC X(6).
    05 MR-DEPARTURE-DATE      PIC 9(8).
    05 MR-FARE-CLASS          PIC X.
    05 MR-SEATS               PIC 9(4).
    05 MR-MILES               PIC 9(7).

*> Travel credit left from non-refundable fares, redeemable by the
*> customer as payment on a later booking until it expires.
FD travel-credit-vouchers.
01 TRAVEL-CREDIT-VOUCHER-RECORD.
    05 TV-VOUCHER-ID.
        10 TV-VOUCHER-PREFIX  PIC X(2).
        10 TV-VOUCHER-NUMBER  PIC 9(8).
    05 TV-CUSTOMER-ID         PIC X(10).
    05 TV-ISSUE-DATE          PIC 9(8).
    05 TV-EXPIRY-DATE         PIC 9(8).
    05 TV-ORIGINAL-AMOUNT     PIC 9(7)V99.
    05 TV-BALANCE             PIC 9(7)V99.
    05 TV-STATUS              PIC X.
    05 TV-FLIGHT-NUMBER       PIC X(6).
    05 TV-DEPARTURE-DATE      PIC 9(8).
    05 TV-FARE-CLASS          PIC X.

*> Money side of every cancellation, voluntary change, travel credit
*> redemption and credit expiry, against the flight and fare class
*> the money was paid for. Forfeited includes any fee charged.
FD fare-adjustments.
01 FARE-ADJUSTMENT-RECORD.
    05 FX-TRANSACTION-DATE    PIC 9(8).
    05 FX-TYPE                PIC X(6).
    05 FX-CUSTOMER-ID         PIC X(10).
    05 FX-FLIGHT-NUMBER       PIC X(6).
    05 FX-DEPARTURE-DATE      PIC 9(8).
    05 FX-FARE-CLASS          PIC X.
    05 FX-SEATS               PIC 9(4).
    05 FX-FARE-PAID           PIC 9(7)V99.
    05 FX-FEE                 PIC 9(7)V99.
    05 FX-REFUNDED            PIC 9(7)V99.
    05 FX-CREDITED            PIC 9(7)V99.
    05 FX-FORFEITED           PIC 9(7)V99.
    05 FX-COLLECTED           PIC 9(7)V99.
    05 FX-VOUCHER-APPLIED     PIC 9(7)V99.
    05 FX-VOUCHER-ID          PIC X(10).
    05 FX-NEW-FLIGHT-NUMBER   PIC X(6).
    05 FX-NEW-DEPARTURE-DATE  PIC 9(8).

*> Passengers taken off a flight by an equipment change who could not
*> be moved to another flight, with the compensation due to them.
FD displaced-passengers.
01 DISPLACED-PASSENGER-RECORD.
    05 DP-FLIGHT-NUMBER       PIC X(6).
    05 DP-DEPARTURE-DATE      PIC 9(8).
    05 DP-CUSTOMER-ID         PIC X(10).
    05 DP-SEATS               PIC 9(4).
    05 DP-FARE-CLASS          PIC X.
    05 DP-FARE-PAID           PIC 9(7)V99.
    05 DP-COMPENSATION-DUE    PIC 9(7)V99.
    05 DP-ITINERARY-ID        PIC X(8).
    05 DP-CONFIG-ID           PIC X(6).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.

01 WS-BOOKINGS-STATUS      PIC XX.
01 WS-WAITLIST-STATUS      PIC XX.
01 WS-SEAT-MAP-STATUS      PIC XX.
01 WS-EQUIPMENT-STATUS     PIC XX.
01 WS-CABIN-CLASS-STATUS   PIC XX.
01 WS-SEAT-ASSIGN-STATUS   PIC XX.
01 WS-LOYALTY-STATUS       PIC XX.
01 WS-AWARD-CHART-STATUS   PIC XX.
01 WS-REDEMPTION-STATUS    PIC XX.
01 WS-VOUCHER-STATUS       PIC XX.
01 WS-ADJUSTMENT-STATUS    PIC XX.
01 WS-TIMESTAMP-DATE       PIC 9(8).
01 WS-TIMESTAMP-TIME       PIC 9(8).

    05 SV-SEATS-REQUESTED     PIC 9(4).
    05 SV-FARE-CLASS          PIC X.
    05 SV-ITINERARY-ID        PIC X(8).
    05 SV-REQUESTED-SEAT      PIC X(4).
    05 SV-VOUCHER-ID          PIC X(10).
    05 SV-NEW-FLIGHT-NUMBER   PIC X(6).
    05 SV-NEW-DEPARTURE-DATE  PIC 9(8).
    05 SV-NEW-CONFIG-ID       PIC X(6).
    05 SV-CABIN-CAPACITIES    PIC X(20).
01 WS-PENDING-SEG-COUNT    PIC 9(2) VALUE 0.
01 PENDING-ITINERARY-TABLE.
    05 PENDING-SEGMENT-ENTRY OCCURS 10 TIMES INDEXED BY SEG-IDX.
        10 PS-CUSTOMER-ID      PIC X(10).
        10 PS-SEATS-REQUESTED  PIC 9(4).
        10 PS-FARE-CLASS       PIC X.
        10 PS-REQUESTED-SEAT   PIC X(4).
        10 PS-VOUCHER-ID       PIC X(10).
01 WS-ITINERARY-VALID      PIC X.
    88 ITINERARY-VALID     VALUE 'Y'.
01 WS-BOOKING-CEILING      PIC 9(5).
        10 FR-FARE-CLASS       PIC X.
        10 FR-FARE-AMOUNT      PIC 9(5)V99.
        10 FR-SEAT-ALLOTMENT   PIC 9(4).
        10 FR-REFUNDABLE       PIC X.
        10 FR-CANCEL-FEE       PIC 9(5)V99.
        10 FR-CHANGE-FEE       PIC 9(5)V99.
        10 FR-CREDIT-VALID-DAYS PIC 9(3).
        10 FR-REFUNDED         PIC 9(7)V99.
        10 FR-CREDITED         PIC 9(7)V99.
        10 FR-FORFEITED        PIC 9(7)V99.
01 WS-FARE-FOUND           PIC X VALUE 'N'.
    88 FARE-FOUND          VALUE 'Y'.
01 WS-LOOKUP-FARE-CLASS    PIC X.
01 WS-FLIGHT-CAPACITY      PIC 9(5).
01 WS-SPILL-COUNT          PIC 9(4).

*> Seat maps, the flight-to-configuration link and the seats held by
*> each booking. Cabins default to the fare class letter unless
*> cabin-fare-classes.dat maps the fare class to another cabin.
01 WS-EQUIPMENT-COUNT      PIC 9(4) VALUE 0.
01 EQUIPMENT-TABLE.
    05 EQUIPMENT-ENTRY OCCURS 200 TIMES INDEXED BY EQUIP-IDX.
        10 ET-FLIGHT-NUMBER    PIC X(6).
        10 ET-DEPARTURE-DATE   PIC 9(8).
        10 ET-CONFIG-ID        PIC X(6).
01 WS-SEAT-MAP-COUNT       PIC 9(4) VALUE 0.
01 SEAT-MAP-TABLE.
    05 SEAT-MAP-ENTRY OCCURS 2000 TIMES INDEXED BY SEAT-IDX.
        10 ST-CONFIG-ID        PIC X(6).
        10 ST-SEAT-ROW         PIC 9(3).
        10 ST-SEAT-LETTER      PIC X.
        10 ST-CABIN            PIC X.
        10 ST-EXIT-ROW         PIC X.
            88 SEAT-EXIT-ROW   VALUE 'Y'.
        10 ST-BLOCKED          PIC X.
            88 SEAT-BLOCKED    VALUE 'Y'.
01 WS-CABIN-CLASS-COUNT    PIC 9(2) VALUE 0.
01 CABIN-CLASS-TABLE.
    05 CABIN-CLASS-ENTRY OCCURS 26 TIMES INDEXED BY CABIN-IDX.
        10 CT-FARE-CLASS       PIC X.
        10 CT-CABIN            PIC X.
01 WS-ASSIGNMENT-COUNT     PIC 9(4) VALUE 0.
01 SEAT-ASSIGNMENT-TABLE.
    05 SEAT-ASSIGNMENT-ENTRY OCCURS 3000 TIMES INDEXED BY ASSIGN-IDX.
        10 AT-FLIGHT-NUMBER    PIC X(6).
        10 AT-DEPARTURE-DATE   PIC 9(8).
        10 AT-CUSTOMER-ID      PIC X(10).
        10 AT-PASSENGER-SEQ    PIC 9(4).
        10 AT-SEAT-ROW         PIC 9(3).
        10 AT-SEAT-LETTER      PIC X.
        10 AT-ACTIVE           PIC X.
            88 ASSIGNMENT-ACTIVE VALUE 'Y'.
01 WS-SEAT-FLIGHT-NUMBER   PIC X(6).
01 WS-SEAT-DEPARTURE-DATE  PIC 9(8).
01 WS-SEAT-CUSTOMER-ID     PIC X(10).
01 WS-SEAT-PARTY-SIZE      PIC 9(4).
01 WS-SEAT-FARE-CLASS      PIC X.
01 WS-SEAT-CABIN           PIC X.
01 WS-SEAT-CONFIG-ID       PIC X(6).
01 WS-SEAT-REQUEST.
    05 WS-REQUEST-ROW      PIC 9(3).
    05 WS-REQUEST-LETTER   PIC X.
01 WS-EQUIPMENT-FOUND      PIC X VALUE 'N'.
    88 EQUIPMENT-FOUND     VALUE 'Y'.
01 WS-SEAT-ELIGIBLE        PIC X.
    88 SEAT-ELIGIBLE       VALUE 'Y'.
01 WS-SEAT-OCCUPIED        PIC X.
    88 SEAT-OCCUPIED       VALUE 'Y'.
01 WS-CABIN-FULL           PIC X.
    88 CABIN-FULL          VALUE 'Y'.
01 WS-SEATS-ASSIGNED       PIC 9(4).
01 WS-SEAT-SCAN            PIC 9(4).
01 WS-ASSIGN-SCAN          PIC 9(4).
01 WS-ASSIGN-SLOT          PIC 9(4).
01 WS-RUN-FIRST            PIC 9(4).
01 WS-RUN-START            PIC 9(4).
01 WS-RUN-LENGTH           PIC 9(4).
01 WS-RUN-NEEDED           PIC 9(4).
01 WS-RUN-END              PIC 9(4).
01 WS-UTIL-CABIN-COUNT     PIC 9(2).
01 UTILISATION-CABIN-TABLE.
    05 UTILISATION-CABIN-ENTRY OCCURS 10 TIMES INDEXED BY UTIL-IDX.
        10 UC-CABIN            PIC X.
        10 UC-TOTAL-SEATS      PIC 9(4).
        10 UC-BLOCKED-SEATS    PIC 9(4).
        10 UC-ASSIGNED-SEATS   PIC 9(4).
        10 UC-FREE-SEATS       PIC 9(4).
        10 UC-FREE-EXIT-SEATS  PIC 9(4).
        10 UC-BOOKED-SEATS     PIC 9(4).
01 WS-UTIL-FOUND           PIC X.
    88 UTIL-CABIN-FOUND    VALUE 'Y'.
01 WS-SELLABLE-SEATS       PIC 9(4).

*> Frequent flyer members with the miles still available to redeem,
*> net of redemptions awaiting posting, and the award chart.
01 WS-MEMBER-COUNT         PIC 9(4) VALUE 0.
01 LOYALTY-MEMBER-TABLE.
    05 LOYALTY-MEMBER-ENTRY OCCURS 1000 TIMES INDEXED BY MEMBER-IDX.
        10 MT-CUSTOMER-ID      PIC X(10).
        10 MT-AVAILABLE-MILES  PIC S9(9).
01 WS-MEMBER-FOUND         PIC X VALUE 'N'.
    88 MEMBER-FOUND        VALUE 'Y'.
01 WS-AWARD-CHART-COUNT    PIC 9(4) VALUE 0.
01 AWARD-CHART-TABLE.
    05 AWARD-CHART-ENTRY OCCURS 200 TIMES INDEXED BY AWARD-IDX.
        10 AC-DESTINATION      PIC X(3).
        10 AC-FARE-CLASS       PIC X.
        10 AC-MILES-PER-SEAT   PIC 9(7).
01 WS-AWARD-FOUND          PIC X VALUE 'N'.
    88 AWARD-FOUND         VALUE 'Y'.
01 WS-AWARD-CUSTOMER-ID    PIC X(10).
01 WS-AWARD-FLIGHT-NUMBER  PIC X(6).
01 WS-AWARD-DEPARTURE-DATE PIC 9(8).
01 WS-AWARD-FARE-CLASS     PIC X.
01 WS-AWARD-SEATS          PIC 9(4).
01 WS-AWARD-DESTINATION    PIC X(3).
01 WS-AWARD-MILES          PIC 9(7).
01 WS-AWARD-SCAN           PIC 9(4).

*> Fare rules of the booking being cancelled or changed. A fare with
*> no refundable flag is refundable without fees; a non-refundable
*> fare with no credit validity forfeits what is left after fees.
01 WS-RULE-REFUNDABLE      PIC X.
    88 RULE-REFUNDABLE     VALUES 'Y' ' '.
01 WS-RULE-CANCEL-FEE      PIC 9(5)V99.
01 WS-RULE-CHANGE-FEE      PIC 9(5)V99.
01 WS-RULE-VALID-DAYS      PIC 9(3).
01 WS-PRICE-PAID           PIC 9(7)V99.
01 WS-PRICE-NEW-FARE       PIC 9(7)V99.
01 WS-PRICE-FEE            PIC 9(7)V99.
01 WS-PRICE-RESIDUAL       PIC 9(7)V99.
01 WS-CHANGE-OLD-IDX       PIC 9(4).
01 WS-CHANGE-OLD-FLIGHT    PIC X(6).
01 WS-CHANGE-OLD-DATE      PIC 9(8).
01 WS-CHANGE-FARE-CLASS    PIC X.
01 WS-CHANGE-VALID         PIC X.
    88 CHANGE-VALID        VALUE 'Y'.
01 WS-VOUCHER-COUNT        PIC 9(4) VALUE 0.
01 TRAVEL-CREDIT-TABLE.
    05 TRAVEL-CREDIT-ENTRY OCCURS 2000 TIMES INDEXED BY VOUCHER-IDX.
        10 VT-VOUCHER-ID       PIC X(10).
        10 VT-CUSTOMER-ID      PIC X(10).
        10 VT-ISSUE-DATE       PIC 9(8).
        10 VT-EXPIRY-DATE      PIC 9(8).
        10 VT-ORIGINAL-AMOUNT  PIC 9(7)V99.
        10 VT-BALANCE          PIC 9(7)V99.
        10 VT-STATUS           PIC X.
            88 VOUCHER-OPEN    VALUE 'O'.
        10 VT-FLIGHT-NUMBER    PIC X(6).
        10 VT-DEPARTURE-DATE   PIC 9(8).
        10 VT-FARE-CLASS       PIC X.
01 WS-VOUCHER-FOUND        PIC X VALUE 'N'.
    88 VOUCHER-FOUND       VALUE 'Y'.
01 WS-LAST-VOUCHER-NUMBER  PIC 9(8) VALUE 0.
01 WS-NEW-VOUCHER-ID.
    05 FILLER              PIC X(2) VALUE 'TC'.
    05 WS-NEW-VOUCHER-NUMBER PIC 9(8).
01 WS-HISTORY-VOUCHER-ID.
    05 WS-HISTORY-VOUCHER-PREFIX PIC X(2).
    05 WS-HISTORY-VOUCHER-NUMBER PIC 9(8).
01 WS-VOUCHER-REQUEST      PIC X(10).
01 WS-VOUCHER-APPLIED      PIC 9(7)V99.
01 WS-ADJUST-SCAN          PIC 9(4).
01 WS-INVOLUNTARY-TYPE     PIC X(6).

*> New cabin capacities of a flight taking an equipment change, with
*> the seats booked in each cabin.
01 WS-EQUIP-CABIN-COUNT    PIC 9(2).
01 EQUIPMENT-CABIN-TABLE.
    05 EQUIPMENT-CABIN-ENTRY OCCURS 10 TIMES INDEXED BY EQC-IDX.
        10 EC-CABIN            PIC X.
        10 EC-CAPACITY         PIC 9(4).
        10 EC-BOOKED           PIC 9(5).
01 WS-EQUIP-CABIN-FOUND    PIC X.
    88 EQUIP-CABIN-FOUND   VALUE 'Y'.
01 WS-EQUIPMENT-CHANGED    PIC X VALUE 'N'.
    88 EQUIPMENT-CHANGED   VALUE 'Y'.
01 WS-EQUIP-SCAN           PIC 9(2).
01 WS-EQUIP-OLD-CAPACITY   PIC 9(5).
01 WS-EQUIP-NEW-CAPACITY   PIC 9(5).
01 WS-EQUIP-CEILING        PIC 9(5).
01 WS-DISPLACE-CLASS-FARE  PIC 9(5)V99.
01 WS-DISPLACE-ALT         PIC 9(4).
01 WS-DISPLACE-ALT-DATE    PIC 9(8).

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE      PIC X.
    05 DS-DATE-FROM          PIC 9(8).
    05 DS-DATE-TO            PIC 9(8).
    05 DS-DAYS               PIC S9(7).
    05 DS-RESULT-DATE        PIC 9(8).

01 OPS-LOG-PARAMETERS.
    05 OPS-PROGRAM-ID        PIC X(30).
    05 OPS-EVENT             PIC X(5).
    OPEN INPUT flight-schedule fares-file
         OUTPUT flight-schedule-updated cancellation-dispositions
             waitlist-notifications flight-revenue-report
             denied-boarding-forecast seat-map-utilisation
             displaced-passengers
    PERFORM LOAD-FLIGHT-SCHEDULE
    PERFORM LOAD-FARES
    PERFORM LOAD-EXISTING-BOOKINGS
    PERFORM LOAD-FLIGHT-EQUIPMENT
    PERFORM LOAD-SEAT-MAPS
    PERFORM LOAD-CABIN-FARE-CLASSES
    PERFORM LOAD-SEAT-ASSIGNMENTS
    PERFORM ASSIGN-UNSEATED-PASSENGERS
    PERFORM LOAD-LOYALTY-MEMBERS
    PERFORM LOAD-AWARD-CHART
    PERFORM LOAD-PENDING-REDEMPTIONS
    OPEN EXTEND mileage-redemptions
    PERFORM LOAD-TRAVEL-CREDITS
    PERFORM LOAD-FARE-ADJUSTMENTS
    OPEN EXTEND fare-adjustments
    PERFORM EXPIRE-TRAVEL-CREDITS
    IF INTERACTIVE-MODE
        OPEN EXTEND bookings
        PERFORM LOAD-WAITLIST
                    PERFORM PROCESS-CHECKIN-REQUEST
                WHEN 'FLTCXL'
                    PERFORM PROCESS-FLIGHT-CANCELLATION
                WHEN 'AWARD'
                    PERFORM PROCESS-AWARD-REQUEST
                WHEN 'CHANGE'
                    PERFORM PROCESS-CHANGE-REQUEST
                WHEN 'EQUIP'
                    PERFORM PROCESS-EQUIPMENT-CHANGE
                WHEN OTHER
                    DISPLAY "Unknown request type: " BQ-REQUEST-TYPE
            END-EVALUATE
        PERFORM WRITE-PENDING-WAITLIST
        CLOSE booking-requests waitlist bookings
    END-IF
    CLOSE mileage-redemptions fare-adjustments
    OPEN OUTPUT travel-credit-vouchers
    PERFORM WRITE-TRAVEL-CREDITS
    CLOSE travel-credit-vouchers
    IF EQUIPMENT-CHANGED
        OPEN OUTPUT flight-equipment
        PERFORM WRITE-FLIGHT-EQUIPMENT
        CLOSE flight-equipment
    END-IF
    PERFORM ASSIGN-UNSEATED-PASSENGERS
    OPEN OUTPUT seat-assignments
    PERFORM WRITE-SEAT-ASSIGNMENTS
    CLOSE seat-assignments
    PERFORM WRITE-UPDATED-FLIGHT-SCHEDULE
    PERFORM WRITE-REVENUE-REPORT
    PERFORM WRITE-DENIED-BOARDING-FORECAST
    PERFORM WRITE-SEAT-UTILISATION-REPORT
    CLOSE flight-schedule fares-file flight-schedule-updated
        cancellation-dispositions waitlist-notifications
        flight-revenue-report denied-boarding-forecast
        seat-map-utilisation displaced-passengers
    PERFORM LOG-RUN-END
    STOP RUN.

            MOVE FA-FARE-CLASS TO FR-FARE-CLASS(WS-FARE-COUNT)
            MOVE FA-FARE-AMOUNT TO FR-FARE-AMOUNT(WS-FARE-COUNT)
            MOVE FA-SEAT-ALLOTMENT TO FR-SEAT-ALLOTMENT(WS-FARE-COUNT)
            MOVE FA-REFUNDABLE TO FR-REFUNDABLE(WS-FARE-COUNT)
            MOVE FA-CANCEL-FEE TO FR-CANCEL-FEE(WS-FARE-COUNT)
            MOVE FA-CHANGE-FEE TO FR-CHANGE-FEE(WS-FARE-COUNT)
            MOVE FA-CREDIT-VALID-DAYS
                TO FR-CREDIT-VALID-DAYS(WS-FARE-COUNT)
            MOVE ZERO TO FR-REFUNDED(WS-FARE-COUNT)
            MOVE ZERO TO FR-CREDITED(WS-FARE-COUNT)
            MOVE ZERO TO FR-FORFEITED(WS-FARE-COUNT)
        ELSE
            DISPLAY "Fare table full - discarding " FA-FLIGHT-NUMBER
        END-IF
    MOVE FR-FARE-CLASS(FARE-IDX) TO RV-FARE-CLASS
    MOVE WS-REV-SEATS TO RV-SEATS-SOLD
    MOVE WS-REV-AMOUNT TO RV-REVENUE
    MOVE FR-REFUNDED(FARE-IDX) TO RV-REFUNDED
    MOVE FR-CREDITED(FARE-IDX) TO RV-CREDITED
    MOVE FR-FORFEITED(FARE-IDX) TO RV-FORFEITED
    WRITE REVENUE-CLASS-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

    ACCEPT WS-BR-SEATS-BOOKED
    DISPLAY "Enter Fare Class: "
    ACCEPT BQ-FARE-CLASS
    DISPLAY "Enter Requested Seat (e.g. 012C, blank for any): "
    ACCEPT BQ-REQUESTED-SEAT
    DISPLAY "Enter Travel Credit Voucher (blank for none): "
    ACCEPT BQ-VOUCHER-ID
    MOVE WS-BR-FLIGHT-NUMBER TO BQ-FLIGHT-NUMBER
    MOVE WS-BR-DEPARTURE-DATE TO BQ-DEPARTURE-DATE
    MOVE WS-BR-CUSTOMER-ID TO BQ-CUSTOMER-ID
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            PERFORM APPLY-BOOKING-LOG-ENTRY
            PERFORM RECOMPUTE-AVAILABLE-SEATS
            MOVE BQ-REQUESTED-SEAT TO WS-SEAT-REQUEST
            PERFORM ASSIGN-BOOKING-SEATS
            DISPLAY "Booking confirmed for " BQ-CUSTOMER-ID
            IF BQ-VOUCHER-ID NOT = SPACES
                MOVE BQ-VOUCHER-ID TO WS-VOUCHER-REQUEST
                PERFORM APPLY-TRAVEL-CREDIT
            END-IF
        ELSE
            PERFORM ADD-TO-WAITLIST
            IF BQ-VOUCHER-ID NOT = SPACES
                DISPLAY "Travel credit not applied - request waitlisted: "
                    BQ-VOUCHER-ID
            END-IF
        END-IF
    END-IF.

        MOVE BQ-CUSTOMER-ID TO PS-CUSTOMER-ID(SEG-IDX)
        MOVE BQ-SEATS-REQUESTED TO PS-SEATS-REQUESTED(SEG-IDX)
        MOVE BQ-FARE-CLASS TO PS-FARE-CLASS(SEG-IDX)
        MOVE BQ-REQUESTED-SEAT TO PS-REQUESTED-SEAT(SEG-IDX)
        MOVE BQ-VOUCHER-ID TO PS-VOUCHER-ID(SEG-IDX)
    ELSE
        DISPLAY "Itinerary segment table full - discarding segment"
            " for " BQ-ITINERARY-ID
    WRITE BOOKING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM APPLY-BOOKING-LOG-ENTRY
    PERFORM RECOMPUTE-AVAILABLE-SEATS
    MOVE PS-REQUESTED-SEAT(SEG-IDX) TO WS-SEAT-REQUEST
    PERFORM ASSIGN-BOOKING-SEATS
    IF PS-VOUCHER-ID(SEG-IDX) NOT = SPACES
        MOVE PS-VOUCHER-ID(SEG-IDX) TO WS-VOUCHER-REQUEST
        PERFORM APPLY-TRAVEL-CREDIT
    END-IF.

REJECT-ITINERARY-SEGMENT.
    MOVE PS-CUSTOMER-ID(SEG-IDX) TO DS-CUSTOMER-ID
    MOVE BT-CHECKED-IN(BOOKING-IDX) TO BR-CHECKED-IN
    WRITE BOOKING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM RELEASE-BOOKING-SEATS
    PERFORM REFUND-AWARD-MILES
    PERFORM PRICE-VOLUNTARY-CANCELLATION
    MOVE BT-FLIGHT-NUMBER(BOOKING-IDX) TO BQ-FLIGHT-NUMBER
    MOVE BT-DEPARTURE-DATE(BOOKING-IDX) TO BQ-DEPARTURE-DATE
    PERFORM FIND-FLIGHT
            MOVE BT-CHECKED-IN(BOOKING-IDX) TO BR-CHECKED-IN
            WRITE BOOKING-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            PERFORM RELEASE-BOOKING-SEATS
            PERFORM REFUND-AWARD-MILES
            PERFORM PRICE-VOLUNTARY-CANCELLATION
            PERFORM FIND-FLIGHT
            IF FLIGHT-FOUND
                PERFORM RECOMPUTE-AVAILABLE-SEATS
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            PERFORM APPLY-BOOKING-LOG-ENTRY
            PERFORM RECOMPUTE-AVAILABLE-SEATS
            MOVE SPACES TO WS-SEAT-REQUEST
            PERFORM ASSIGN-BOOKING-SEATS
            MOVE 'Y' TO WT-CONFIRMED(WAIT-IDX)
            DISPLAY "Waitlisted booking auto-confirmed for "
                WT-CUSTOMER-ID(WAIT-IDX)
            MOVE BT-CHECKED-IN(WS-CXL-SCAN) TO BR-CHECKED-IN
            WRITE BOOKING-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            PERFORM RELEASE-BOOKING-SEATS
            PERFORM ATTEMPT-REBOOKING
        END-IF
    END-PERFORM.
        MOVE BT-SEATS-BOOKED(WS-CXL-SCAN) TO BR-SEATS-BOOKED
        MOVE 'Y' TO BR-ACTIVE
        MOVE BT-FARE-CLASS(WS-CXL-SCAN) TO BR-FARE-CLASS
        IF BT-FARE-AMOUNT(WS-CXL-SCAN) = ZERO
            MOVE ZERO TO BR-FARE-AMOUNT
        ELSE
            MOVE FR-FARE-AMOUNT(FARE-IDX) TO BR-FARE-AMOUNT
        END-IF
        MOVE BT-ITINERARY-ID(WS-CXL-SCAN) TO BR-ITINERARY-ID
        MOVE 'N' TO BR-CHECKED-IN
        WRITE BOOKING-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        PERFORM APPLY-BOOKING-LOG-ENTRY
        MOVE SPACES TO WS-SEAT-REQUEST
        PERFORM ASSIGN-BOOKING-SEATS
        MOVE 'REBOOKED' TO DS-ACTION
        MOVE FT-FLIGHT-NUMBER(ALT-IDX) TO DS-NEW-FLIGHT
    ELSE
        PERFORM REFUND-AWARD-MILES
        MOVE 'FLTCXL' TO WS-INVOLUNTARY-TYPE
        PERFORM REFUND-INVOLUNTARY-CANCELLATION
        MOVE 'REFUND' TO DS-ACTION
        MOVE SPACES TO DS-NEW-FLIGHT
    END-IF
        END-IF
    END-PERFORM.

LOAD-FLIGHT-EQUIPMENT.
    OPEN INPUT flight-equipment
    IF WS-EQUIPMENT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ flight-equipment AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-EQUIPMENT-COUNT < 200
            ADD 1 TO WS-EQUIPMENT-COUNT
            MOVE FE-FLIGHT-NUMBER TO ET-FLIGHT-NUMBER(WS-EQUIPMENT-COUNT)
            MOVE FE-DEPARTURE-DATE
                TO ET-DEPARTURE-DATE(WS-EQUIPMENT-COUNT)
            MOVE FE-CONFIG-ID TO ET-CONFIG-ID(WS-EQUIPMENT-COUNT)
        ELSE
            DISPLAY "Equipment table full - discarding " FE-FLIGHT-NUMBER
        END-IF
        READ flight-equipment AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE flight-equipment
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-SEAT-MAPS.
    OPEN INPUT seat-maps
    IF WS-SEAT-MAP-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ seat-maps AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-SEAT-MAP-COUNT < 2000
            ADD 1 TO WS-SEAT-MAP-COUNT
            MOVE SM-CONFIG-ID TO ST-CONFIG-ID(WS-SEAT-MAP-COUNT)
            MOVE SM-SEAT-ROW TO ST-SEAT-ROW(WS-SEAT-MAP-COUNT)
            MOVE SM-SEAT-LETTER TO ST-SEAT-LETTER(WS-SEAT-MAP-COUNT)
            MOVE SM-CABIN TO ST-CABIN(WS-SEAT-MAP-COUNT)
            MOVE SM-EXIT-ROW TO ST-EXIT-ROW(WS-SEAT-MAP-COUNT)
            MOVE SM-BLOCKED TO ST-BLOCKED(WS-SEAT-MAP-COUNT)
        ELSE
            DISPLAY "Seat map table full - discarding " SM-CONFIG-ID
                " seat " SM-SEAT-ROW SM-SEAT-LETTER
        END-IF
        READ seat-maps AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE seat-maps
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-CABIN-FARE-CLASSES.
    OPEN INPUT cabin-fare-classes
    IF WS-CABIN-CLASS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ cabin-fare-classes AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-CABIN-CLASS-COUNT < 26
            ADD 1 TO WS-CABIN-CLASS-COUNT
            MOVE CF-FARE-CLASS TO CT-FARE-CLASS(WS-CABIN-CLASS-COUNT)
            MOVE CF-CABIN TO CT-CABIN(WS-CABIN-CLASS-COUNT)
        ELSE
            DISPLAY "Cabin class table full - discarding " CF-FARE-CLASS
        END-IF
        READ cabin-fare-classes AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE cabin-fare-classes
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-SEAT-ASSIGNMENTS.
    OPEN INPUT seat-assignments
    IF WS-SEAT-ASSIGN-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ seat-assignments AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ASSIGNMENT-COUNT < 3000
            ADD 1 TO WS-ASSIGNMENT-COUNT
            MOVE SA-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER(WS-ASSIGNMENT-COUNT)
            MOVE SA-DEPARTURE-DATE
                TO AT-DEPARTURE-DATE(WS-ASSIGNMENT-COUNT)
            MOVE SA-CUSTOMER-ID TO AT-CUSTOMER-ID(WS-ASSIGNMENT-COUNT)
            MOVE SA-PASSENGER-SEQ TO AT-PASSENGER-SEQ(WS-ASSIGNMENT-COUNT)
            MOVE SA-SEAT-ROW TO AT-SEAT-ROW(WS-ASSIGNMENT-COUNT)
            MOVE SA-SEAT-LETTER TO AT-SEAT-LETTER(WS-ASSIGNMENT-COUNT)
            MOVE 'Y' TO AT-ACTIVE(WS-ASSIGNMENT-COUNT)
        ELSE
            DISPLAY "Seat assignment table full - discarding seat for "
                SA-CUSTOMER-ID
        END-IF
        READ seat-assignments AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE seat-assignments
    MOVE 'N' TO WS-END-OF-FILE.

WRITE-SEAT-ASSIGNMENTS.
    PERFORM VARYING ASSIGN-IDX FROM 1 BY 1
            UNTIL ASSIGN-IDX > WS-ASSIGNMENT-COUNT
        IF ASSIGNMENT-ACTIVE(ASSIGN-IDX)
            MOVE AT-FLIGHT-NUMBER(ASSIGN-IDX) TO SA-FLIGHT-NUMBER
            MOVE AT-DEPARTURE-DATE(ASSIGN-IDX) TO SA-DEPARTURE-DATE
            MOVE AT-CUSTOMER-ID(ASSIGN-IDX) TO SA-CUSTOMER-ID
            MOVE AT-PASSENGER-SEQ(ASSIGN-IDX) TO SA-PASSENGER-SEQ
            MOVE AT-SEAT-ROW(ASSIGN-IDX) TO SA-SEAT-ROW
            MOVE AT-SEAT-LETTER(ASSIGN-IDX) TO SA-SEAT-LETTER
            WRITE SEAT-ASSIGNMENT-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

*> Bookings made before their flight had a seat map, or left without a
*> seat when the cabin was full, are seated here once seats allow.
ASSIGN-UNSEATED-PASSENGERS.
    MOVE SPACES TO WS-SEAT-REQUEST
    PERFORM VARYING BOOKING-IDX FROM 1 BY 1
            UNTIL BOOKING-IDX > WS-BOOKING-COUNT
        IF BOOKING-ACTIVE(BOOKING-IDX)
                AND BT-DEPARTURE-DATE(BOOKING-IDX) >= WS-CURRENT-DATE
            MOVE BT-FLIGHT-NUMBER(BOOKING-IDX) TO WS-SEAT-FLIGHT-NUMBER
            MOVE BT-DEPARTURE-DATE(BOOKING-IDX) TO WS-SEAT-DEPARTURE-DATE
            MOVE BT-CUSTOMER-ID(BOOKING-IDX) TO WS-SEAT-CUSTOMER-ID
            MOVE BT-SEATS-BOOKED(BOOKING-IDX) TO WS-SEAT-PARTY-SIZE
            MOVE BT-FARE-CLASS(BOOKING-IDX) TO WS-SEAT-FARE-CLASS
            PERFORM FILL-BOOKING-SEATS
        END-IF
    END-PERFORM.

*> Seats the booking just written to BOOKING-RECORD, replacing any
*> seats an earlier booking under the same key held on that flight.
ASSIGN-BOOKING-SEATS.
    PERFORM SET-SEAT-KEY-FROM-BOOKING
    PERFORM RELEASE-SEAT-KEY-ASSIGNMENTS
    PERFORM FILL-BOOKING-SEATS.

RELEASE-BOOKING-SEATS.
    PERFORM SET-SEAT-KEY-FROM-BOOKING
    PERFORM RELEASE-SEAT-KEY-ASSIGNMENTS.

SET-SEAT-KEY-FROM-BOOKING.
    MOVE BR-FLIGHT-NUMBER TO WS-SEAT-FLIGHT-NUMBER
    MOVE BR-DEPARTURE-DATE TO WS-SEAT-DEPARTURE-DATE
    MOVE BR-CUSTOMER-ID TO WS-SEAT-CUSTOMER-ID
    MOVE BR-SEATS-BOOKED TO WS-SEAT-PARTY-SIZE
    MOVE BR-FARE-CLASS TO WS-SEAT-FARE-CLASS.

RELEASE-SEAT-KEY-ASSIGNMENTS.
    PERFORM VARYING ASSIGN-IDX FROM 1 BY 1
            UNTIL ASSIGN-IDX > WS-ASSIGNMENT-COUNT
        IF ASSIGNMENT-ACTIVE(ASSIGN-IDX)
                AND AT-FLIGHT-NUMBER(ASSIGN-IDX) = WS-SEAT-FLIGHT-NUMBER
                AND AT-DEPARTURE-DATE(ASSIGN-IDX) = WS-SEAT-DEPARTURE-DATE
                AND AT-CUSTOMER-ID(ASSIGN-IDX) = WS-SEAT-CUSTOMER-ID
            MOVE 'N' TO AT-ACTIVE(ASSIGN-IDX)
        END-IF
    END-PERFORM.

*> A requested seat is honoured first, and the rest of the party is
*> placed beside it where the row allows. Otherwise the party goes to
*> the first run of adjacent free seats in its cabin, and only when
*> no row can hold it together is it spread over the next free seats.
*> Exit-row seats are only given to passengers travelling alone.
FILL-BOOKING-SEATS.
    MOVE ZERO TO WS-SEATS-ASSIGNED
    PERFORM VARYING ASSIGN-IDX FROM 1 BY 1
            UNTIL ASSIGN-IDX > WS-ASSIGNMENT-COUNT
        IF ASSIGNMENT-ACTIVE(ASSIGN-IDX)
                AND AT-FLIGHT-NUMBER(ASSIGN-IDX) = WS-SEAT-FLIGHT-NUMBER
                AND AT-DEPARTURE-DATE(ASSIGN-IDX) = WS-SEAT-DEPARTURE-DATE
                AND AT-CUSTOMER-ID(ASSIGN-IDX) = WS-SEAT-CUSTOMER-ID
            ADD 1 TO WS-SEATS-ASSIGNED
        END-IF
    END-PERFORM
    IF WS-SEATS-ASSIGNED >= WS-SEAT-PARTY-SIZE
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-FLIGHT-EQUIPMENT
    IF NOT EQUIPMENT-FOUND
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-CABIN-FOR-FARE-CLASS
    MOVE 'N' TO WS-CABIN-FULL
    IF WS-SEAT-REQUEST NOT = SPACES AND WS-SEATS-ASSIGNED = 0
        PERFORM ASSIGN-REQUESTED-SEAT
    END-IF
    IF WS-SEATS-ASSIGNED < WS-SEAT-PARTY-SIZE
        COMPUTE WS-RUN-NEEDED = WS-SEAT-PARTY-SIZE - WS-SEATS-ASSIGNED
        PERFORM FIND-ADJACENT-SEAT-RUN
        IF WS-RUN-START > 0
            PERFORM ASSIGN-SEAT-RUN
        END-IF
    END-IF
    PERFORM ASSIGN-NEXT-FREE-SEAT
        UNTIL WS-SEATS-ASSIGNED >= WS-SEAT-PARTY-SIZE OR CABIN-FULL
    IF WS-SEATS-ASSIGNED < WS-SEAT-PARTY-SIZE
        DISPLAY "No free seat in cabin " WS-SEAT-CABIN " on "
            WS-SEAT-FLIGHT-NUMBER " for " WS-SEAT-CUSTOMER-ID
            " - seated " WS-SEATS-ASSIGNED " of " WS-SEAT-PARTY-SIZE
    END-IF.

FIND-FLIGHT-EQUIPMENT.
    MOVE 'N' TO WS-EQUIPMENT-FOUND
    PERFORM VARYING EQUIP-IDX FROM 1 BY 1
            UNTIL EQUIP-IDX > WS-EQUIPMENT-COUNT
        IF ET-FLIGHT-NUMBER(EQUIP-IDX) = WS-SEAT-FLIGHT-NUMBER
                AND ET-DEPARTURE-DATE(EQUIP-IDX) = WS-SEAT-DEPARTURE-DATE
            MOVE ET-CONFIG-ID(EQUIP-IDX) TO WS-SEAT-CONFIG-ID
            MOVE 'Y' TO WS-EQUIPMENT-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

FIND-CABIN-FOR-FARE-CLASS.
    MOVE WS-SEAT-FARE-CLASS TO WS-SEAT-CABIN
    PERFORM VARYING CABIN-IDX FROM 1 BY 1
            UNTIL CABIN-IDX > WS-CABIN-CLASS-COUNT
        IF CT-FARE-CLASS(CABIN-IDX) = WS-SEAT-FARE-CLASS
            MOVE CT-CABIN(CABIN-IDX) TO WS-SEAT-CABIN
            EXIT PERFORM
        END-IF
    END-PERFORM.

ASSIGN-REQUESTED-SEAT.
    MOVE ZERO TO WS-RUN-START
    PERFORM VARYING WS-SEAT-SCAN FROM 1 BY 1
            UNTIL WS-SEAT-SCAN > WS-SEAT-MAP-COUNT
        IF ST-CONFIG-ID(WS-SEAT-SCAN) = WS-SEAT-CONFIG-ID
                AND ST-SEAT-ROW(WS-SEAT-SCAN) = WS-REQUEST-ROW
                AND ST-SEAT-LETTER(WS-SEAT-SCAN) = WS-REQUEST-LETTER
            MOVE WS-SEAT-SCAN TO WS-RUN-START
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-RUN-START = 0
        DISPLAY "Requested seat " WS-SEAT-REQUEST " not on seat map for "
            WS-SEAT-FLIGHT-NUMBER " - assigning automatically"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RUN-START TO WS-SEAT-SCAN
    PERFORM CHECK-SEAT-ELIGIBLE
    IF NOT SEAT-ELIGIBLE
        DISPLAY "Requested seat " WS-SEAT-REQUEST " not available on "
            WS-SEAT-FLIGHT-NUMBER " - assigning automatically"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SEAT-PARTY-SIZE TO WS-RUN-NEEDED
    PERFORM CHECK-SEAT-RUN-FROM-START
    IF WS-RUN-LENGTH = WS-RUN-NEEDED
        PERFORM ASSIGN-SEAT-RUN
    ELSE
        MOVE WS-RUN-START TO WS-SEAT-SCAN
        PERFORM ADD-SEAT-ASSIGNMENT
    END-IF.

CHECK-SEAT-RUN-FROM-START.
    MOVE ZERO TO WS-RUN-LENGTH
    PERFORM VARYING WS-SEAT-SCAN FROM WS-RUN-START BY 1
            UNTIL WS-SEAT-SCAN > WS-SEAT-MAP-COUNT
                OR WS-RUN-LENGTH = WS-RUN-NEEDED
        IF ST-SEAT-ROW(WS-SEAT-SCAN) NOT = ST-SEAT-ROW(WS-RUN-START)
            EXIT PERFORM
        END-IF
        PERFORM CHECK-SEAT-ELIGIBLE
        IF NOT SEAT-ELIGIBLE
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-RUN-LENGTH
    END-PERFORM.

FIND-ADJACENT-SEAT-RUN.
    MOVE ZERO TO WS-RUN-START
    MOVE ZERO TO WS-RUN-LENGTH
    PERFORM VARYING WS-SEAT-SCAN FROM 1 BY 1
            UNTIL WS-SEAT-SCAN > WS-SEAT-MAP-COUNT
        PERFORM CHECK-SEAT-ELIGIBLE
        IF SEAT-ELIGIBLE
            IF WS-RUN-LENGTH > 0
                    AND ST-SEAT-ROW(WS-SEAT-SCAN) =
                        ST-SEAT-ROW(WS-RUN-FIRST)
                ADD 1 TO WS-RUN-LENGTH
            ELSE
                MOVE WS-SEAT-SCAN TO WS-RUN-FIRST
                MOVE 1 TO WS-RUN-LENGTH
            END-IF
            IF WS-RUN-LENGTH = WS-RUN-NEEDED
                MOVE WS-RUN-FIRST TO WS-RUN-START
                EXIT PERFORM
            END-IF
        ELSE
            MOVE ZERO TO WS-RUN-LENGTH
        END-IF
    END-PERFORM.

ASSIGN-SEAT-RUN.
    COMPUTE WS-RUN-END = WS-RUN-START + WS-RUN-NEEDED - 1
    PERFORM VARYING WS-SEAT-SCAN FROM WS-RUN-START BY 1
            UNTIL WS-SEAT-SCAN > WS-RUN-END
        PERFORM ADD-SEAT-ASSIGNMENT
    END-PERFORM.

ASSIGN-NEXT-FREE-SEAT.
    MOVE 'Y' TO WS-CABIN-FULL
    PERFORM VARYING WS-SEAT-SCAN FROM 1 BY 1
            UNTIL WS-SEAT-SCAN > WS-SEAT-MAP-COUNT
        PERFORM CHECK-SEAT-ELIGIBLE
        IF SEAT-ELIGIBLE
            MOVE 'N' TO WS-CABIN-FULL
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CABIN-FULL
        PERFORM ADD-SEAT-ASSIGNMENT
    END-IF.

CHECK-SEAT-ELIGIBLE.
    MOVE 'N' TO WS-SEAT-ELIGIBLE
    IF ST-CONFIG-ID(WS-SEAT-SCAN) NOT = WS-SEAT-CONFIG-ID
            OR ST-CABIN(WS-SEAT-SCAN) NOT = WS-SEAT-CABIN
            OR SEAT-BLOCKED(WS-SEAT-SCAN)
        EXIT PARAGRAPH
    END-IF
    IF SEAT-EXIT-ROW(WS-SEAT-SCAN) AND WS-SEAT-PARTY-SIZE > 1
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-SEAT-OCCUPIED
    IF NOT SEAT-OCCUPIED
        MOVE 'Y' TO WS-SEAT-ELIGIBLE
    END-IF.

CHECK-SEAT-OCCUPIED.
    MOVE 'N' TO WS-SEAT-OCCUPIED
    PERFORM VARYING WS-ASSIGN-SCAN FROM 1 BY 1
            UNTIL WS-ASSIGN-SCAN > WS-ASSIGNMENT-COUNT
        IF ASSIGNMENT-ACTIVE(WS-ASSIGN-SCAN)
                AND AT-SEAT-ROW(WS-ASSIGN-SCAN) = ST-SEAT-ROW(WS-SEAT-SCAN)
                AND AT-SEAT-LETTER(WS-ASSIGN-SCAN) =
                    ST-SEAT-LETTER(WS-SEAT-SCAN)
                AND AT-FLIGHT-NUMBER(WS-ASSIGN-SCAN) =
                    WS-SEAT-FLIGHT-NUMBER
                AND AT-DEPARTURE-DATE(WS-ASSIGN-SCAN) =
                    WS-SEAT-DEPARTURE-DATE
            MOVE 'Y' TO WS-SEAT-OCCUPIED
            EXIT PERFORM
        END-IF
    END-PERFORM.

ADD-SEAT-ASSIGNMENT.
    MOVE ZERO TO WS-ASSIGN-SLOT
    PERFORM VARYING WS-ASSIGN-SCAN FROM 1 BY 1
            UNTIL WS-ASSIGN-SCAN > WS-ASSIGNMENT-COUNT
        IF NOT ASSIGNMENT-ACTIVE(WS-ASSIGN-SCAN)
            MOVE WS-ASSIGN-SCAN TO WS-ASSIGN-SLOT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-ASSIGN-SLOT = 0
        IF WS-ASSIGNMENT-COUNT < 3000
            ADD 1 TO WS-ASSIGNMENT-COUNT
            MOVE WS-ASSIGNMENT-COUNT TO WS-ASSIGN-SLOT
        ELSE
            DISPLAY "Seat assignment table full - no seat for "
                WS-SEAT-CUSTOMER-ID
            MOVE 'Y' TO WS-CABIN-FULL
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO WS-SEATS-ASSIGNED
    MOVE WS-SEAT-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER(WS-ASSIGN-SLOT)
    MOVE WS-SEAT-DEPARTURE-DATE TO AT-DEPARTURE-DATE(WS-ASSIGN-SLOT)
    MOVE WS-SEAT-CUSTOMER-ID TO AT-CUSTOMER-ID(WS-ASSIGN-SLOT)
    MOVE WS-SEATS-ASSIGNED TO AT-PASSENGER-SEQ(WS-ASSIGN-SLOT)
    MOVE ST-SEAT-ROW(WS-SEAT-SCAN) TO AT-SEAT-ROW(WS-ASSIGN-SLOT)
    MOVE ST-SEAT-LETTER(WS-SEAT-SCAN) TO AT-SEAT-LETTER(WS-ASSIGN-SLOT)
    MOVE 'Y' TO AT-ACTIVE(WS-ASSIGN-SLOT).

*> One line per cabin of each flight that has a seat map, showing the
*> seats still free to sell and any booked passengers left unseated.
WRITE-SEAT-UTILISATION-REPORT.
    PERFORM VARYING FLIGHT-IDX FROM 1 BY 1
            UNTIL FLIGHT-IDX > WS-FLIGHT-COUNT
        IF FT-CANCELLED(FLIGHT-IDX) = 'N'
            MOVE FT-FLIGHT-NUMBER(FLIGHT-IDX) TO WS-SEAT-FLIGHT-NUMBER
            MOVE FT-DEPARTURE-DATE(FLIGHT-IDX) TO WS-SEAT-DEPARTURE-DATE
            PERFORM FIND-FLIGHT-EQUIPMENT
            IF EQUIPMENT-FOUND
                PERFORM WRITE-FLIGHT-SEAT-UTILISATION
            END-IF
        END-IF
    END-PERFORM.

WRITE-FLIGHT-SEAT-UTILISATION.
    MOVE ZERO TO WS-UTIL-CABIN-COUNT
    PERFORM VARYING WS-SEAT-SCAN FROM 1 BY 1
            UNTIL WS-SEAT-SCAN > WS-SEAT-MAP-COUNT
        IF ST-CONFIG-ID(WS-SEAT-SCAN) = WS-SEAT-CONFIG-ID
            MOVE ST-CABIN(WS-SEAT-SCAN) TO WS-SEAT-CABIN
            PERFORM FIND-UTILISATION-CABIN
            IF UTIL-CABIN-FOUND
                PERFORM COUNT-SEAT-UTILISATION
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-REV-SCAN FROM 1 BY 1
            UNTIL WS-REV-SCAN > WS-BOOKING-COUNT
        IF BT-FLIGHT-NUMBER(WS-REV-SCAN) = WS-SEAT-FLIGHT-NUMBER
                AND BT-DEPARTURE-DATE(WS-REV-SCAN) = WS-SEAT-DEPARTURE-DATE
                AND BOOKING-ACTIVE(WS-REV-SCAN)
            MOVE BT-FARE-CLASS(WS-REV-SCAN) TO WS-SEAT-FARE-CLASS
            PERFORM FIND-CABIN-FOR-FARE-CLASS
            PERFORM FIND-UTILISATION-CABIN
            IF UTIL-CABIN-FOUND
                ADD BT-SEATS-BOOKED(WS-REV-SCAN) TO UC-BOOKED-SEATS(UTIL-IDX)
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING UTIL-IDX FROM 1 BY 1
            UNTIL UTIL-IDX > WS-UTIL-CABIN-COUNT
        MOVE WS-SEAT-FLIGHT-NUMBER TO SU-FLIGHT-NUMBER
        MOVE WS-SEAT-DEPARTURE-DATE TO SU-DEPARTURE-DATE
        MOVE WS-SEAT-CONFIG-ID TO SU-CONFIG-ID
        MOVE UC-CABIN(UTIL-IDX) TO SU-CABIN
        MOVE UC-TOTAL-SEATS(UTIL-IDX) TO SU-TOTAL-SEATS
        MOVE UC-BLOCKED-SEATS(UTIL-IDX) TO SU-BLOCKED-SEATS
        MOVE UC-ASSIGNED-SEATS(UTIL-IDX) TO SU-ASSIGNED-SEATS
        MOVE UC-FREE-SEATS(UTIL-IDX) TO SU-FREE-SEATS
        MOVE UC-FREE-EXIT-SEATS(UTIL-IDX) TO SU-FREE-EXIT-SEATS
        IF UC-BOOKED-SEATS(UTIL-IDX) > UC-ASSIGNED-SEATS(UTIL-IDX)
            COMPUTE SU-UNSEATED-PASSENGERS =
                UC-BOOKED-SEATS(UTIL-IDX) - UC-ASSIGNED-SEATS(UTIL-IDX)
        ELSE
            MOVE ZERO TO SU-UNSEATED-PASSENGERS
        END-IF
        COMPUTE WS-SELLABLE-SEATS =
            UC-TOTAL-SEATS(UTIL-IDX) - UC-BLOCKED-SEATS(UTIL-IDX)
        IF WS-SELLABLE-SEATS > 0
            COMPUTE SU-OCCUPANCY-PERCENT ROUNDED =
                UC-ASSIGNED-SEATS(UTIL-IDX) * 100 / WS-SELLABLE-SEATS
        ELSE
            MOVE ZERO TO SU-OCCUPANCY-PERCENT
        END-IF
        WRITE SEAT-UTILISATION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

FIND-UTILISATION-CABIN.
    MOVE 'N' TO WS-UTIL-FOUND
    PERFORM VARYING UTIL-IDX FROM 1 BY 1
            UNTIL UTIL-IDX > WS-UTIL-CABIN-COUNT
        IF UC-CABIN(UTIL-IDX) = WS-SEAT-CABIN
            MOVE 'Y' TO WS-UTIL-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT UTIL-CABIN-FOUND AND WS-UTIL-CABIN-COUNT < 10
        ADD 1 TO WS-UTIL-CABIN-COUNT
        SET UTIL-IDX TO WS-UTIL-CABIN-COUNT
        MOVE WS-SEAT-CABIN TO UC-CABIN(UTIL-IDX)
        MOVE ZERO TO UC-TOTAL-SEATS(UTIL-IDX) UC-BLOCKED-SEATS(UTIL-IDX)
            UC-ASSIGNED-SEATS(UTIL-IDX) UC-FREE-SEATS(UTIL-IDX)
            UC-FREE-EXIT-SEATS(UTIL-IDX) UC-BOOKED-SEATS(UTIL-IDX)
        MOVE 'Y' TO WS-UTIL-FOUND
    END-IF.

COUNT-SEAT-UTILISATION.
    ADD 1 TO UC-TOTAL-SEATS(UTIL-IDX)
    IF SEAT-BLOCKED(WS-SEAT-SCAN)
        ADD 1 TO UC-BLOCKED-SEATS(UTIL-IDX)
    ELSE
        PERFORM CHECK-SEAT-OCCUPIED
        IF SEAT-OCCUPIED
            ADD 1 TO UC-ASSIGNED-SEATS(UTIL-IDX)
        ELSE
            ADD 1 TO UC-FREE-SEATS(UTIL-IDX)
            IF SEAT-EXIT-ROW(WS-SEAT-SCAN)
                ADD 1 TO UC-FREE-EXIT-SEATS(UTIL-IDX)
            END-IF
        END-IF
    END-IF.

LOAD-LOYALTY-MEMBERS.
    OPEN INPUT loyalty-members
    IF WS-LOYALTY-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loyalty-members AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MEMBER-COUNT < 1000
            ADD 1 TO WS-MEMBER-COUNT
            MOVE LM-CUSTOMER-ID TO MT-CUSTOMER-ID(WS-MEMBER-COUNT)
            MOVE LM-MILES-BALANCE TO MT-AVAILABLE-MILES(WS-MEMBER-COUNT)
        ELSE
            DISPLAY "Member table full - discarding " LM-CUSTOMER-ID
        END-IF
        READ loyalty-members AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loyalty-members
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-AWARD-CHART.
    OPEN INPUT award-chart
    IF WS-AWARD-CHART-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ award-chart AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-AWARD-CHART-COUNT < 200
            ADD 1 TO WS-AWARD-CHART-COUNT
            MOVE AW-DESTINATION TO AC-DESTINATION(WS-AWARD-CHART-COUNT)
            MOVE AW-FARE-CLASS TO AC-FARE-CLASS(WS-AWARD-CHART-COUNT)
            MOVE AW-MILES-PER-SEAT
                TO AC-MILES-PER-SEAT(WS-AWARD-CHART-COUNT)
        ELSE
            DISPLAY "Award chart table full - discarding " AW-DESTINATION
        END-IF
        READ award-chart AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE award-chart
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-PENDING-REDEMPTIONS.
    OPEN INPUT mileage-redemptions
    IF WS-REDEMPTION-STATUS NOT = '00'
        CLOSE mileage-redemptions
        EXIT PARAGRAPH
    END-IF
    READ mileage-redemptions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE MR-CUSTOMER-ID TO WS-AWARD-CUSTOMER-ID
        PERFORM FIND-LOYALTY-MEMBER
        IF MEMBER-FOUND
            IF MR-TYPE = 'REFUND'
                ADD MR-MILES TO MT-AVAILABLE-MILES(MEMBER-IDX)
            ELSE
                SUBTRACT MR-MILES FROM MT-AVAILABLE-MILES(MEMBER-IDX)
            END-IF
        END-IF
        READ mileage-redemptions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE mileage-redemptions
    MOVE 'N' TO WS-END-OF-FILE.

FIND-LOYALTY-MEMBER.
    MOVE 'N' TO WS-MEMBER-FOUND
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        IF MT-CUSTOMER-ID(MEMBER-IDX) = WS-AWARD-CUSTOMER-ID
            MOVE 'Y' TO WS-MEMBER-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Award cost in miles for WS-AWARD-SEATS seats, from the award chart
*> entry for the flight's destination and the fare class flown.
FIND-AWARD-COST.
    MOVE 'N' TO WS-AWARD-FOUND
    MOVE SPACES TO WS-AWARD-DESTINATION
    PERFORM VARYING WS-AWARD-SCAN FROM 1 BY 1
            UNTIL WS-AWARD-SCAN > WS-FLIGHT-COUNT
        IF FT-FLIGHT-NUMBER(WS-AWARD-SCAN) = WS-AWARD-FLIGHT-NUMBER
                AND FT-DEPARTURE-DATE(WS-AWARD-SCAN) =
                    WS-AWARD-DEPARTURE-DATE
            MOVE FT-DESTINATION(WS-AWARD-SCAN) TO WS-AWARD-DESTINATION
            EXIT PERFORM
        END-IF
    END-PERFORM
    PERFORM VARYING AWARD-IDX FROM 1 BY 1
            UNTIL AWARD-IDX > WS-AWARD-CHART-COUNT
        IF AC-DESTINATION(AWARD-IDX) = WS-AWARD-DESTINATION
                AND AC-FARE-CLASS(AWARD-IDX) = WS-AWARD-FARE-CLASS
            COMPUTE WS-AWARD-MILES =
                AC-MILES-PER-SEAT(AWARD-IDX) * WS-AWARD-SEATS
            MOVE 'Y' TO WS-AWARD-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> An award seat is booked at zero fare against the same class
*> allotment and booking ceiling as a paid seat, and the miles are
*> logged for the posting run to take off the member's balance.
PROCESS-AWARD-REQUEST.
    PERFORM FIND-FLIGHT
    IF NOT FLIGHT-FOUND
        DISPLAY "Award refused - flight not found: " BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    IF FT-CANCELLED(FLIGHT-IDX) = 'Y'
        DISPLAY "Award refused - flight cancelled: " BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    MOVE BQ-FARE-CLASS TO WS-LOOKUP-FARE-CLASS
    PERFORM FIND-FARE
    IF NOT FARE-FOUND
        DISPLAY "Award refused - no fare on file for " BQ-FLIGHT-NUMBER
            " class " BQ-FARE-CLASS
        EXIT PARAGRAPH
    END-IF
    MOVE BQ-CUSTOMER-ID TO WS-AWARD-CUSTOMER-ID
    PERFORM FIND-LOYALTY-MEMBER
    IF NOT MEMBER-FOUND
        DISPLAY "Award refused - not a frequent flyer member: "
            BQ-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    MOVE BQ-FLIGHT-NUMBER TO WS-AWARD-FLIGHT-NUMBER
    MOVE BQ-DEPARTURE-DATE TO WS-AWARD-DEPARTURE-DATE
    MOVE BQ-FARE-CLASS TO WS-AWARD-FARE-CLASS
    MOVE BQ-SEATS-REQUESTED TO WS-AWARD-SEATS
    PERFORM FIND-AWARD-COST
    IF NOT AWARD-FOUND
        DISPLAY "Award refused - no award chart entry for "
            WS-AWARD-DESTINATION " class " BQ-FARE-CLASS
        EXIT PARAGRAPH
    END-IF
    IF MT-AVAILABLE-MILES(MEMBER-IDX) < WS-AWARD-MILES
        DISPLAY "Award refused - insufficient miles for "
            BQ-CUSTOMER-ID " needs " WS-AWARD-MILES
        EXIT PARAGRAPH
    END-IF
    PERFORM COUNT-CLASS-SEATS-SOLD
    PERFORM COMPUTE-BOOKING-CEILING
    IF (WS-SEATS-SOLD-FLIGHT + BQ-SEATS-REQUESTED) > WS-BOOKING-CEILING
            OR (WS-CLASS-SEATS-SOLD + BQ-SEATS-REQUESTED) >
                FR-SEAT-ALLOTMENT(FARE-IDX)
        DISPLAY "Award refused - no seats left in class " BQ-FARE-CLASS
            " on " BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    MOVE BQ-FLIGHT-NUMBER TO BR-FLIGHT-NUMBER
    MOVE BQ-DEPARTURE-DATE TO BR-DEPARTURE-DATE
    MOVE BQ-CUSTOMER-ID TO BR-CUSTOMER-ID
    MOVE BQ-SEATS-REQUESTED TO BR-SEATS-BOOKED
    MOVE 'Y' TO BR-ACTIVE
    MOVE BQ-FARE-CLASS TO BR-FARE-CLASS
    MOVE ZERO TO BR-FARE-AMOUNT
    MOVE SPACES TO BR-ITINERARY-ID
    MOVE 'N' TO BR-CHECKED-IN
    WRITE BOOKING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM APPLY-BOOKING-LOG-ENTRY
    PERFORM RECOMPUTE-AVAILABLE-SEATS
    MOVE BQ-REQUESTED-SEAT TO WS-SEAT-REQUEST
    PERFORM ASSIGN-BOOKING-SEATS
    MOVE 'REDEEM' TO MR-TYPE
    PERFORM WRITE-MILEAGE-REDEMPTION
    SUBTRACT WS-AWARD-MILES FROM MT-AVAILABLE-MILES(MEMBER-IDX)
    DISPLAY "Award booking confirmed for " BQ-CUSTOMER-ID
        " - " WS-AWARD-MILES " miles".

*> Gives back the miles for a cancelled award booking; award seats are
*> the bookings carried at zero fare.
REFUND-AWARD-MILES.
    IF BR-FARE-AMOUNT NOT = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE BR-CUSTOMER-ID TO WS-AWARD-CUSTOMER-ID
    PERFORM FIND-LOYALTY-MEMBER
    IF NOT MEMBER-FOUND
        EXIT PARAGRAPH
    END-IF
    MOVE BR-FLIGHT-NUMBER TO WS-AWARD-FLIGHT-NUMBER
    MOVE BR-DEPARTURE-DATE TO WS-AWARD-DEPARTURE-DATE
    MOVE BR-FARE-CLASS TO WS-AWARD-FARE-CLASS
    MOVE BR-SEATS-BOOKED TO WS-AWARD-SEATS
    PERFORM FIND-AWARD-COST
    IF NOT AWARD-FOUND
        DISPLAY "No award chart entry to refund miles for "
            BR-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    MOVE 'REFUND' TO MR-TYPE
    PERFORM WRITE-MILEAGE-REDEMPTION
    ADD WS-AWARD-MILES TO MT-AVAILABLE-MILES(MEMBER-IDX)
    DISPLAY "Award miles refunded to " BR-CUSTOMER-ID
        " - " WS-AWARD-MILES " miles".

WRITE-MILEAGE-REDEMPTION.
    MOVE WS-AWARD-CUSTOMER-ID TO MR-CUSTOMER-ID
    MOVE WS-CURRENT-DATE TO MR-TRANSACTION-DATE
    MOVE WS-AWARD-FLIGHT-NUMBER TO MR-FLIGHT-NUMBER
    MOVE WS-AWARD-DEPARTURE-DATE TO MR-DEPARTURE-DATE
    MOVE WS-AWARD-FARE-CLASS TO MR-FARE-CLASS
    MOVE WS-AWARD-SEATS TO MR-SEATS
    MOVE WS-AWARD-MILES TO MR-MILES
    WRITE MILEAGE-REDEMPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> A voluntary change moves the whole booking to another flight, date
*> or fare class. The change fee and the new fare are taken from what
*> was paid; any shortfall is collected and any remainder is refunded
*> or credited under the original fare's rules.
PROCESS-CHANGE-REQUEST.
    MOVE 'N' TO WS-BOOKING-FOUND
    PERFORM VARYING BOOKING-IDX FROM 1 BY 1
            UNTIL BOOKING-IDX > WS-BOOKING-COUNT
        IF BT-FLIGHT-NUMBER(BOOKING-IDX) = BQ-FLIGHT-NUMBER
                AND BT-DEPARTURE-DATE(BOOKING-IDX) = BQ-DEPARTURE-DATE
                AND BT-CUSTOMER-ID(BOOKING-IDX) = BQ-CUSTOMER-ID
                AND BOOKING-ACTIVE(BOOKING-IDX)
            MOVE 'Y' TO WS-BOOKING-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT BOOKING-FOUND
        DISPLAY "No matching active booking to change for "
            BQ-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    IF BT-FARE-AMOUNT(BOOKING-IDX) = ZERO
        DISPLAY "Change refused - award bookings must be cancelled"
            " and redeemed again: " BQ-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    IF BT-CHECKED-IN(BOOKING-IDX) = 'C'
            OR BT-DEPARTURE-DATE(BOOKING-IDX) < WS-CURRENT-DATE
        DISPLAY "Change refused - passenger checked in or flight"
            " departed: " BQ-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    SET WS-CHANGE-OLD-IDX TO BOOKING-IDX
    MOVE BQ-FLIGHT-NUMBER TO WS-CHANGE-OLD-FLIGHT
    MOVE BQ-DEPARTURE-DATE TO WS-CHANGE-OLD-DATE
    IF BQ-FARE-CLASS = SPACE
        MOVE BT-FARE-CLASS(BOOKING-IDX) TO WS-CHANGE-FARE-CLASS
    ELSE
        MOVE BQ-FARE-CLASS TO WS-CHANGE-FARE-CLASS
    END-IF
    IF BQ-NEW-FLIGHT-NUMBER NOT = SPACES
        MOVE BQ-NEW-FLIGHT-NUMBER TO BQ-FLIGHT-NUMBER
    END-IF
    IF BQ-NEW-DEPARTURE-DATE IS NUMERIC AND BQ-NEW-DEPARTURE-DATE > 0
        MOVE BQ-NEW-DEPARTURE-DATE TO BQ-DEPARTURE-DATE
    END-IF
    IF BQ-FLIGHT-NUMBER = WS-CHANGE-OLD-FLIGHT
            AND BQ-DEPARTURE-DATE = WS-CHANGE-OLD-DATE
            AND WS-CHANGE-FARE-CLASS = BT-FARE-CLASS(BOOKING-IDX)
        DISPLAY "Change refused - same flight and fare class: "
            BQ-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    PERFORM VALIDATE-CHANGE-TARGET
    IF NOT CHANGE-VALID
        EXIT PARAGRAPH
    END-IF
    SET BOOKING-IDX TO WS-CHANGE-OLD-IDX
    MOVE 'N' TO BT-ACTIVE(BOOKING-IDX)
    MOVE BT-FLIGHT-NUMBER(BOOKING-IDX) TO BR-FLIGHT-NUMBER
    MOVE BT-DEPARTURE-DATE(BOOKING-IDX) TO BR-DEPARTURE-DATE
    MOVE BT-CUSTOMER-ID(BOOKING-IDX) TO BR-CUSTOMER-ID
    MOVE BT-SEATS-BOOKED(BOOKING-IDX) TO BR-SEATS-BOOKED
    MOVE 'N' TO BR-ACTIVE
    MOVE BT-FARE-CLASS(BOOKING-IDX) TO BR-FARE-CLASS
    MOVE BT-FARE-AMOUNT(BOOKING-IDX) TO BR-FARE-AMOUNT
    MOVE BT-ITINERARY-ID(BOOKING-IDX) TO BR-ITINERARY-ID
    MOVE BT-CHECKED-IN(BOOKING-IDX) TO BR-CHECKED-IN
    WRITE BOOKING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM RELEASE-BOOKING-SEATS
    PERFORM PRICE-VOLUNTARY-CHANGE
    MOVE BQ-FLIGHT-NUMBER TO BR-FLIGHT-NUMBER
    MOVE BQ-DEPARTURE-DATE TO BR-DEPARTURE-DATE
    MOVE 'Y' TO BR-ACTIVE
    MOVE WS-CHANGE-FARE-CLASS TO BR-FARE-CLASS
    MOVE FR-FARE-AMOUNT(FARE-IDX) TO BR-FARE-AMOUNT
    MOVE 'N' TO BR-CHECKED-IN
    WRITE BOOKING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM APPLY-BOOKING-LOG-ENTRY
    PERFORM RECOMPUTE-AVAILABLE-SEATS
    MOVE BQ-REQUESTED-SEAT TO WS-SEAT-REQUEST
    PERFORM ASSIGN-BOOKING-SEATS
    MOVE BR-CUSTOMER-ID TO DS-CUSTOMER-ID
    MOVE WS-CHANGE-OLD-FLIGHT TO DS-FLIGHT-NUMBER
    MOVE WS-CHANGE-OLD-DATE TO DS-DEPARTURE-DATE
    MOVE BR-SEATS-BOOKED TO DS-SEATS
    MOVE 'CHANGED' TO DS-ACTION
    MOVE BQ-FLIGHT-NUMBER TO DS-NEW-FLIGHT
    MOVE BR-ITINERARY-ID TO DS-ITINERARY-ID
    MOVE SPACE TO DS-CONNECTION
    WRITE DISPOSITION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    DISPLAY "Booking changed for " BQ-CUSTOMER-ID " to "
        BQ-FLIGHT-NUMBER " " BQ-DEPARTURE-DATE " class "
        WS-CHANGE-FARE-CLASS
    MOVE WS-CHANGE-OLD-FLIGHT TO BQ-FLIGHT-NUMBER
    MOVE WS-CHANGE-OLD-DATE TO BQ-DEPARTURE-DATE
    PERFORM FIND-FLIGHT
    IF FLIGHT-FOUND
        PERFORM RECOMPUTE-AVAILABLE-SEATS
        PERFORM AUTO-CONFIRM-WAITLIST-FOR-FLIGHT
    END-IF.

*> The booking being changed is left out of the seat counts so that a
*> change of class on the same flight is not refused for its own seats.
VALIDATE-CHANGE-TARGET.
    MOVE 'N' TO WS-CHANGE-VALID
    PERFORM FIND-FLIGHT
    IF NOT FLIGHT-FOUND
        DISPLAY "Change refused - flight not found: " BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    IF FT-CANCELLED(FLIGHT-IDX) = 'Y'
        DISPLAY "Change refused - flight cancelled: " BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CHANGE-FARE-CLASS TO WS-LOOKUP-FARE-CLASS
    PERFORM FIND-FARE
    IF NOT FARE-FOUND
        DISPLAY "Change refused - no fare on file for " BQ-FLIGHT-NUMBER
            " class " WS-CHANGE-FARE-CLASS
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO BT-ACTIVE(WS-CHANGE-OLD-IDX)
    PERFORM COUNT-CLASS-SEATS-SOLD
    PERFORM COMPUTE-BOOKING-CEILING
    MOVE 'Y' TO BT-ACTIVE(WS-CHANGE-OLD-IDX)
    IF (WS-SEATS-SOLD-FLIGHT + BT-SEATS-BOOKED(WS-CHANGE-OLD-IDX))
            > WS-BOOKING-CEILING
            OR (WS-CLASS-SEATS-SOLD + BT-SEATS-BOOKED(WS-CHANGE-OLD-IDX))
                > FR-SEAT-ALLOTMENT(FARE-IDX)
        DISPLAY "Change refused - no seats left in class "
            WS-CHANGE-FARE-CLASS " on " BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-CHANGE-VALID.

*> Fare rules for the booking in the booking record area.
FIND-BOOKING-FARE-RULES.
    MOVE SPACE TO WS-RULE-REFUNDABLE
    MOVE ZERO TO WS-RULE-CANCEL-FEE
    MOVE ZERO TO WS-RULE-CHANGE-FEE
    MOVE ZERO TO WS-RULE-VALID-DAYS
    PERFORM VARYING WS-ADJUST-SCAN FROM 1 BY 1
            UNTIL WS-ADJUST-SCAN > WS-FARE-COUNT
        IF FR-FLIGHT-NUMBER(WS-ADJUST-SCAN) = BR-FLIGHT-NUMBER
                AND FR-DEPARTURE-DATE(WS-ADJUST-SCAN) = BR-DEPARTURE-DATE
                AND FR-FARE-CLASS(WS-ADJUST-SCAN) = BR-FARE-CLASS
            MOVE FR-REFUNDABLE(WS-ADJUST-SCAN) TO WS-RULE-REFUNDABLE
            MOVE FR-CANCEL-FEE(WS-ADJUST-SCAN) TO WS-RULE-CANCEL-FEE
            MOVE FR-CHANGE-FEE(WS-ADJUST-SCAN) TO WS-RULE-CHANGE-FEE
            MOVE FR-CREDIT-VALID-DAYS(WS-ADJUST-SCAN)
                TO WS-RULE-VALID-DAYS
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The cancellation fee is kept out of what was paid; the rest is
*> refunded, credited or forfeited under the fare rules. Award seats
*> were paid in miles and have nothing to price.
PRICE-VOLUNTARY-CANCELLATION.
    COMPUTE WS-PRICE-PAID = BR-FARE-AMOUNT * BR-SEATS-BOOKED
    IF WS-PRICE-PAID = ZERO
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-BOOKING-FARE-RULES
    COMPUTE WS-PRICE-FEE = WS-RULE-CANCEL-FEE * BR-SEATS-BOOKED
    IF WS-PRICE-FEE > WS-PRICE-PAID
        MOVE WS-PRICE-PAID TO WS-PRICE-FEE
    END-IF
    COMPUTE WS-PRICE-RESIDUAL = WS-PRICE-PAID - WS-PRICE-FEE
    PERFORM SET-ADJUSTMENT-FROM-BOOKING
    MOVE 'CANCEL' TO FX-TYPE
    MOVE WS-PRICE-FEE TO FX-FORFEITED
    PERFORM SETTLE-FARE-RESIDUAL
    PERFORM WRITE-FARE-ADJUSTMENT
    DISPLAY "Cancellation priced for " BR-CUSTOMER-ID ": fee "
        FX-FEE " refund " FX-REFUNDED " credit " FX-CREDITED
        " forfeit " FX-FORFEITED.

*> The booking record area holds the old booking and FARE-IDX the fare
*> being changed to.
PRICE-VOLUNTARY-CHANGE.
    COMPUTE WS-PRICE-PAID = BR-FARE-AMOUNT * BR-SEATS-BOOKED
    COMPUTE WS-PRICE-NEW-FARE =
        FR-FARE-AMOUNT(FARE-IDX) * BR-SEATS-BOOKED
    PERFORM FIND-BOOKING-FARE-RULES
    COMPUTE WS-PRICE-FEE = WS-RULE-CHANGE-FEE * BR-SEATS-BOOKED
    PERFORM SET-ADJUSTMENT-FROM-BOOKING
    MOVE 'CHANGE' TO FX-TYPE
    MOVE BQ-FLIGHT-NUMBER TO FX-NEW-FLIGHT-NUMBER
    MOVE BQ-DEPARTURE-DATE TO FX-NEW-DEPARTURE-DATE
    MOVE WS-PRICE-FEE TO FX-FORFEITED
    IF WS-PRICE-PAID >= WS-PRICE-FEE + WS-PRICE-NEW-FARE
        COMPUTE WS-PRICE-RESIDUAL =
            WS-PRICE-PAID - WS-PRICE-FEE - WS-PRICE-NEW-FARE
        PERFORM SETTLE-FARE-RESIDUAL
    ELSE
        COMPUTE FX-COLLECTED =
            WS-PRICE-FEE + WS-PRICE-NEW-FARE - WS-PRICE-PAID
    END-IF
    PERFORM WRITE-FARE-ADJUSTMENT
    DISPLAY "Change priced for " BR-CUSTOMER-ID ": fee " FX-FEE
        " collect " FX-COLLECTED " refund " FX-REFUNDED
        " credit " FX-CREDITED.

*> A booking taken off its flight by the airline and not rebooked is
*> refunded in full whatever the fare rules.
REFUND-INVOLUNTARY-CANCELLATION.
    COMPUTE WS-PRICE-PAID = BR-FARE-AMOUNT * BR-SEATS-BOOKED
    IF WS-PRICE-PAID = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-PRICE-FEE
    PERFORM SET-ADJUSTMENT-FROM-BOOKING
    MOVE WS-INVOLUNTARY-TYPE TO FX-TYPE
    MOVE WS-PRICE-PAID TO FX-REFUNDED
    PERFORM WRITE-FARE-ADJUSTMENT.

SET-ADJUSTMENT-FROM-BOOKING.
    INITIALIZE FARE-ADJUSTMENT-RECORD
    MOVE BR-CUSTOMER-ID TO FX-CUSTOMER-ID
    MOVE BR-FLIGHT-NUMBER TO FX-FLIGHT-NUMBER
    MOVE BR-DEPARTURE-DATE TO FX-DEPARTURE-DATE
    MOVE BR-FARE-CLASS TO FX-FARE-CLASS
    MOVE BR-SEATS-BOOKED TO FX-SEATS
    MOVE WS-PRICE-PAID TO FX-FARE-PAID
    MOVE WS-PRICE-FEE TO FX-FEE.

SETTLE-FARE-RESIDUAL.
    IF WS-PRICE-RESIDUAL = ZERO
        EXIT PARAGRAPH
    END-IF
    IF RULE-REFUNDABLE
        ADD WS-PRICE-RESIDUAL TO FX-REFUNDED
    ELSE
        IF WS-RULE-VALID-DAYS > 0
            PERFORM ISSUE-TRAVEL-CREDIT
            ADD WS-PRICE-RESIDUAL TO FX-CREDITED
        ELSE
            ADD WS-PRICE-RESIDUAL TO FX-FORFEITED
        END-IF
    END-IF.

ISSUE-TRAVEL-CREDIT.
    ADD 1 TO WS-LAST-VOUCHER-NUMBER
    MOVE WS-LAST-VOUCHER-NUMBER TO WS-NEW-VOUCHER-NUMBER
    MOVE WS-NEW-VOUCHER-ID TO FX-VOUCHER-ID
    IF WS-VOUCHER-COUNT >= 2000
        DISPLAY "Travel credit table full - credit " WS-NEW-VOUCHER-ID
            " for " BR-CUSTOMER-ID " must be issued by hand"
        EXIT PARAGRAPH
    END-IF
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE WS-RULE-VALID-DAYS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    ADD 1 TO WS-VOUCHER-COUNT
    MOVE WS-NEW-VOUCHER-ID TO VT-VOUCHER-ID(WS-VOUCHER-COUNT)
    MOVE BR-CUSTOMER-ID TO VT-CUSTOMER-ID(WS-VOUCHER-COUNT)
    MOVE WS-CURRENT-DATE TO VT-ISSUE-DATE(WS-VOUCHER-COUNT)
    MOVE DS-RESULT-DATE TO VT-EXPIRY-DATE(WS-VOUCHER-COUNT)
    MOVE WS-PRICE-RESIDUAL TO VT-ORIGINAL-AMOUNT(WS-VOUCHER-COUNT)
    MOVE WS-PRICE-RESIDUAL TO VT-BALANCE(WS-VOUCHER-COUNT)
    MOVE 'O' TO VT-STATUS(WS-VOUCHER-COUNT)
    MOVE BR-FLIGHT-NUMBER TO VT-FLIGHT-NUMBER(WS-VOUCHER-COUNT)
    MOVE BR-DEPARTURE-DATE TO VT-DEPARTURE-DATE(WS-VOUCHER-COUNT)
    MOVE BR-FARE-CLASS TO VT-FARE-CLASS(WS-VOUCHER-COUNT)
    DISPLAY "Travel credit " WS-NEW-VOUCHER-ID " issued to "
        BR-CUSTOMER-ID " expires " DS-RESULT-DATE.

*> Travel credit is applied as payment on the booking just written, up
*> to the fare for all its seats.
APPLY-TRAVEL-CREDIT.
    MOVE 'N' TO WS-VOUCHER-FOUND
    PERFORM VARYING VOUCHER-IDX FROM 1 BY 1
            UNTIL VOUCHER-IDX > WS-VOUCHER-COUNT
        IF VT-VOUCHER-ID(VOUCHER-IDX) = WS-VOUCHER-REQUEST
            MOVE 'Y' TO WS-VOUCHER-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT VOUCHER-FOUND
        DISPLAY "Travel credit not applied - voucher not found: "
            WS-VOUCHER-REQUEST
        EXIT PARAGRAPH
    END-IF
    IF VT-CUSTOMER-ID(VOUCHER-IDX) NOT = BR-CUSTOMER-ID
        DISPLAY "Travel credit not applied - voucher " WS-VOUCHER-REQUEST
            " not issued to " BR-CUSTOMER-ID
        EXIT PARAGRAPH
    END-IF
    IF NOT VOUCHER-OPEN(VOUCHER-IDX)
            OR VT-BALANCE(VOUCHER-IDX) = ZERO
            OR VT-EXPIRY-DATE(VOUCHER-IDX) < WS-CURRENT-DATE
        DISPLAY "Travel credit not applied - voucher used or expired: "
            WS-VOUCHER-REQUEST
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PRICE-PAID = BR-FARE-AMOUNT * BR-SEATS-BOOKED
    IF WS-PRICE-PAID = ZERO
        EXIT PARAGRAPH
    END-IF
    IF VT-BALANCE(VOUCHER-IDX) > WS-PRICE-PAID
        MOVE WS-PRICE-PAID TO WS-VOUCHER-APPLIED
    ELSE
        MOVE VT-BALANCE(VOUCHER-IDX) TO WS-VOUCHER-APPLIED
    END-IF
    SUBTRACT WS-VOUCHER-APPLIED FROM VT-BALANCE(VOUCHER-IDX)
    IF VT-BALANCE(VOUCHER-IDX) = ZERO
        MOVE 'R' TO VT-STATUS(VOUCHER-IDX)
    END-IF
    MOVE ZERO TO WS-PRICE-FEE
    PERFORM SET-ADJUSTMENT-FROM-BOOKING
    MOVE 'REDEEM' TO FX-TYPE
    MOVE WS-VOUCHER-APPLIED TO FX-VOUCHER-APPLIED
    MOVE WS-VOUCHER-REQUEST TO FX-VOUCHER-ID
    PERFORM WRITE-FARE-ADJUSTMENT
    DISPLAY "Travel credit " WS-VOUCHER-REQUEST " applied for "
        BR-CUSTOMER-ID ": " WS-VOUCHER-APPLIED.

*> Credit not used by its expiry date is forfeited against the flight
*> the money was originally paid for.
EXPIRE-TRAVEL-CREDITS.
    PERFORM VARYING VOUCHER-IDX FROM 1 BY 1
            UNTIL VOUCHER-IDX > WS-VOUCHER-COUNT
        IF VOUCHER-OPEN(VOUCHER-IDX)
                AND VT-EXPIRY-DATE(VOUCHER-IDX) < WS-CURRENT-DATE
            INITIALIZE FARE-ADJUSTMENT-RECORD
            MOVE 'EXPIRE' TO FX-TYPE
            MOVE VT-CUSTOMER-ID(VOUCHER-IDX) TO FX-CUSTOMER-ID
            MOVE VT-FLIGHT-NUMBER(VOUCHER-IDX) TO FX-FLIGHT-NUMBER
            MOVE VT-DEPARTURE-DATE(VOUCHER-IDX) TO FX-DEPARTURE-DATE
            MOVE VT-FARE-CLASS(VOUCHER-IDX) TO FX-FARE-CLASS
            MOVE VT-BALANCE(VOUCHER-IDX) TO FX-FORFEITED
            MOVE VT-VOUCHER-ID(VOUCHER-IDX) TO FX-VOUCHER-ID
            PERFORM WRITE-FARE-ADJUSTMENT
            MOVE ZERO TO VT-BALANCE(VOUCHER-IDX)
            MOVE 'E' TO VT-STATUS(VOUCHER-IDX)
            DISPLAY "Travel credit expired: " VT-VOUCHER-ID(VOUCHER-IDX)
        END-IF
    END-PERFORM.

WRITE-FARE-ADJUSTMENT.
    MOVE WS-CURRENT-DATE TO FX-TRANSACTION-DATE
    WRITE FARE-ADJUSTMENT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM ACCUMULATE-FARE-ADJUSTMENT.

ACCUMULATE-FARE-ADJUSTMENT.
    PERFORM VARYING WS-ADJUST-SCAN FROM 1 BY 1
            UNTIL WS-ADJUST-SCAN > WS-FARE-COUNT
        IF FR-FLIGHT-NUMBER(WS-ADJUST-SCAN) = FX-FLIGHT-NUMBER
                AND FR-DEPARTURE-DATE(WS-ADJUST-SCAN) = FX-DEPARTURE-DATE
                AND FR-FARE-CLASS(WS-ADJUST-SCAN) = FX-FARE-CLASS
            ADD FX-REFUNDED TO FR-REFUNDED(WS-ADJUST-SCAN)
            ADD FX-CREDITED TO FR-CREDITED(WS-ADJUST-SCAN)
            ADD FX-FORFEITED TO FR-FORFEITED(WS-ADJUST-SCAN)
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Voucher numbers carry on from the highest issued, on the voucher
*> file or the adjustment history.
LOAD-FARE-ADJUSTMENTS.
    OPEN INPUT fare-adjustments
    IF WS-ADJUSTMENT-STATUS NOT = '00'
        CLOSE fare-adjustments
        EXIT PARAGRAPH
    END-IF
    READ fare-adjustments AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM ACCUMULATE-FARE-ADJUSTMENT
        MOVE FX-VOUCHER-ID TO WS-HISTORY-VOUCHER-ID
        IF WS-HISTORY-VOUCHER-PREFIX = 'TC'
                AND WS-HISTORY-VOUCHER-NUMBER IS NUMERIC
                AND WS-HISTORY-VOUCHER-NUMBER > WS-LAST-VOUCHER-NUMBER
            MOVE WS-HISTORY-VOUCHER-NUMBER TO WS-LAST-VOUCHER-NUMBER
        END-IF
        READ fare-adjustments AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE fare-adjustments
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-TRAVEL-CREDITS.
    OPEN INPUT travel-credit-vouchers
    IF WS-VOUCHER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ travel-credit-vouchers AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF TV-VOUCHER-PREFIX = 'TC' AND TV-VOUCHER-NUMBER IS NUMERIC
                AND TV-VOUCHER-NUMBER > WS-LAST-VOUCHER-NUMBER
            MOVE TV-VOUCHER-NUMBER TO WS-LAST-VOUCHER-NUMBER
        END-IF
        IF WS-VOUCHER-COUNT < 2000
            ADD 1 TO WS-VOUCHER-COUNT
            MOVE TV-VOUCHER-ID TO VT-VOUCHER-ID(WS-VOUCHER-COUNT)
            MOVE TV-CUSTOMER-ID TO VT-CUSTOMER-ID(WS-VOUCHER-COUNT)
            MOVE TV-ISSUE-DATE TO VT-ISSUE-DATE(WS-VOUCHER-COUNT)
            MOVE TV-EXPIRY-DATE TO VT-EXPIRY-DATE(WS-VOUCHER-COUNT)
            MOVE TV-ORIGINAL-AMOUNT
                TO VT-ORIGINAL-AMOUNT(WS-VOUCHER-COUNT)
            MOVE TV-BALANCE TO VT-BALANCE(WS-VOUCHER-COUNT)
            MOVE TV-STATUS TO VT-STATUS(WS-VOUCHER-COUNT)
            MOVE TV-FLIGHT-NUMBER TO VT-FLIGHT-NUMBER(WS-VOUCHER-COUNT)
            MOVE TV-DEPARTURE-DATE TO VT-DEPARTURE-DATE(WS-VOUCHER-COUNT)
            MOVE TV-FARE-CLASS TO VT-FARE-CLASS(WS-VOUCHER-COUNT)
        ELSE
            DISPLAY "Travel credit table full - discarding "
                TV-VOUCHER-ID
        END-IF
        READ travel-credit-vouchers AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE travel-credit-vouchers
    MOVE 'N' TO WS-END-OF-FILE.

*> Used and expired vouchers are kept until their expiry date has
*> passed; the adjustment history keeps the record after that.
WRITE-TRAVEL-CREDITS.
    PERFORM VARYING VOUCHER-IDX FROM 1 BY 1
            UNTIL VOUCHER-IDX > WS-VOUCHER-COUNT
        IF VOUCHER-OPEN(VOUCHER-IDX)
                OR VT-EXPIRY-DATE(VOUCHER-IDX) >= WS-CURRENT-DATE
            MOVE VT-VOUCHER-ID(VOUCHER-IDX) TO TV-VOUCHER-ID
            MOVE VT-CUSTOMER-ID(VOUCHER-IDX) TO TV-CUSTOMER-ID
            MOVE VT-ISSUE-DATE(VOUCHER-IDX) TO TV-ISSUE-DATE
            MOVE VT-EXPIRY-DATE(VOUCHER-IDX) TO TV-EXPIRY-DATE
            MOVE VT-ORIGINAL-AMOUNT(VOUCHER-IDX) TO TV-ORIGINAL-AMOUNT
            MOVE VT-BALANCE(VOUCHER-IDX) TO TV-BALANCE
            MOVE VT-STATUS(VOUCHER-IDX) TO TV-STATUS
            MOVE VT-FLIGHT-NUMBER(VOUCHER-IDX) TO TV-FLIGHT-NUMBER
            MOVE VT-DEPARTURE-DATE(VOUCHER-IDX) TO TV-DEPARTURE-DATE
            MOVE VT-FARE-CLASS(VOUCHER-IDX) TO TV-FARE-CLASS
            WRITE TRAVEL-CREDIT-VOUCHER-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

*> An equipment change puts a different aircraft on a flight. The new
*> capacity is given per cabin on the request, or counted from the
*> unblocked seats of the new configuration's seat map when no cabins
*> are given. A cabin sold beyond its new overbooking ceiling gives up
*> its lowest fare classes first and, within a class, its latest
*> bookings first. A larger aircraft confirms waitlisted passengers.
PROCESS-EQUIPMENT-CHANGE.
    PERFORM FIND-FLIGHT
    IF NOT FLIGHT-FOUND
        DISPLAY "Flight not found for equipment change: "
            BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    IF FT-CANCELLED(FLIGHT-IDX) NOT = 'N'
        DISPLAY "Flight cancelled - equipment change ignored: "
            BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-EQUIPMENT-CABINS
    IF WS-EQUIP-CABIN-COUNT = 0
        DISPLAY "No cabin capacity for equipment change: "
            BQ-FLIGHT-NUMBER
        EXIT PARAGRAPH
    END-IF
    MOVE FT-TOTAL-CAPACITY(FLIGHT-IDX) TO WS-EQUIP-OLD-CAPACITY
    MOVE ZERO TO WS-EQUIP-NEW-CAPACITY
    PERFORM VARYING EQC-IDX FROM 1 BY 1
            UNTIL EQC-IDX > WS-EQUIP-CABIN-COUNT
        ADD EC-CAPACITY(EQC-IDX) TO WS-EQUIP-NEW-CAPACITY
    END-PERFORM
    MOVE WS-EQUIP-NEW-CAPACITY TO FT-TOTAL-CAPACITY(FLIGHT-IDX)
    DISPLAY "Equipment change for " BQ-FLIGHT-NUMBER " on "
        BQ-DEPARTURE-DATE ": capacity " WS-EQUIP-OLD-CAPACITY
        " to " WS-EQUIP-NEW-CAPACITY
    IF BQ-NEW-CONFIG-ID NOT = SPACES
        PERFORM SET-FLIGHT-EQUIPMENT-CONFIG
    END-IF
    PERFORM COUNT-EQUIPMENT-CABIN-BOOKINGS
    PERFORM VARYING WS-BUMP-SCAN FROM 1 BY 1
            UNTIL WS-BUMP-SCAN > WS-BOOKING-COUNT
        MOVE 'N' TO BC-CONSIDERED(WS-BUMP-SCAN)
    END-PERFORM
    MOVE FT-DESTINATION(FLIGHT-IDX) TO WS-CXL-DESTINATION
    PERFORM VARYING EQC-IDX FROM 1 BY 1
            UNTIL EQC-IDX > WS-EQUIP-CABIN-COUNT
        PERFORM DISPLACE-CABIN-OVERSALE
    END-PERFORM
    PERFORM RECOMPUTE-AVAILABLE-SEATS
    IF BQ-NEW-CONFIG-ID NOT = SPACES
        PERFORM RESEAT-FLIGHT-PASSENGERS
    END-IF
    IF WS-EQUIP-NEW-CAPACITY > WS-EQUIP-OLD-CAPACITY
        PERFORM AUTO-CONFIRM-WAITLIST-FOR-FLIGHT
    END-IF.

LOAD-EQUIPMENT-CABINS.
    MOVE ZERO TO WS-EQUIP-CABIN-COUNT
    PERFORM VARYING WS-EQUIP-SCAN FROM 1 BY 1 UNTIL WS-EQUIP-SCAN > 4
        IF BQ-CABIN(WS-EQUIP-SCAN) NOT = SPACE
                AND BQ-CABIN-SEATS(WS-EQUIP-SCAN) IS NUMERIC
            MOVE BQ-CABIN(WS-EQUIP-SCAN) TO WS-SEAT-CABIN
            PERFORM FIND-EQUIPMENT-CABIN
            IF EQUIP-CABIN-FOUND
                ADD BQ-CABIN-SEATS(WS-EQUIP-SCAN) TO EC-CAPACITY(EQC-IDX)
            END-IF
        END-IF
    END-PERFORM
    IF WS-EQUIP-CABIN-COUNT > 0 OR BQ-NEW-CONFIG-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SEAT-SCAN FROM 1 BY 1
            UNTIL WS-SEAT-SCAN > WS-SEAT-MAP-COUNT
        IF ST-CONFIG-ID(WS-SEAT-SCAN) = BQ-NEW-CONFIG-ID
                AND NOT SEAT-BLOCKED(WS-SEAT-SCAN)
            MOVE ST-CABIN(WS-SEAT-SCAN) TO WS-SEAT-CABIN
            PERFORM FIND-EQUIPMENT-CABIN
            IF EQUIP-CABIN-FOUND
                ADD 1 TO EC-CAPACITY(EQC-IDX)
            END-IF
        END-IF
    END-PERFORM.

FIND-EQUIPMENT-CABIN.
    MOVE 'N' TO WS-EQUIP-CABIN-FOUND
    PERFORM VARYING EQC-IDX FROM 1 BY 1
            UNTIL EQC-IDX > WS-EQUIP-CABIN-COUNT
        IF EC-CABIN(EQC-IDX) = WS-SEAT-CABIN
            MOVE 'Y' TO WS-EQUIP-CABIN-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT EQUIP-CABIN-FOUND AND WS-EQUIP-CABIN-COUNT < 10
        ADD 1 TO WS-EQUIP-CABIN-COUNT
        SET EQC-IDX TO WS-EQUIP-CABIN-COUNT
        MOVE WS-SEAT-CABIN TO EC-CABIN(EQC-IDX)
        MOVE ZERO TO EC-CAPACITY(EQC-IDX) EC-BOOKED(EQC-IDX)
        MOVE 'Y' TO WS-EQUIP-CABIN-FOUND
    END-IF.

*> A cabin the new aircraft does not have is added with no capacity,
*> so everyone booked in it is displaced.
COUNT-EQUIPMENT-CABIN-BOOKINGS.
    PERFORM VARYING WS-BUMP-SCAN FROM 1 BY 1
            UNTIL WS-BUMP-SCAN > WS-BOOKING-COUNT
        IF BT-FLIGHT-NUMBER(WS-BUMP-SCAN) = BQ-FLIGHT-NUMBER
                AND BT-DEPARTURE-DATE(WS-BUMP-SCAN) = BQ-DEPARTURE-DATE
                AND BOOKING-ACTIVE(WS-BUMP-SCAN)
            MOVE BT-FARE-CLASS(WS-BUMP-SCAN) TO WS-SEAT-FARE-CLASS
            PERFORM FIND-CABIN-FOR-FARE-CLASS
            PERFORM FIND-EQUIPMENT-CABIN
            IF EQUIP-CABIN-FOUND
                ADD BT-SEATS-BOOKED(WS-BUMP-SCAN) TO EC-BOOKED(EQC-IDX)
            END-IF
        END-IF
    END-PERFORM.

SET-FLIGHT-EQUIPMENT-CONFIG.
    MOVE BQ-FLIGHT-NUMBER TO WS-SEAT-FLIGHT-NUMBER
    MOVE BQ-DEPARTURE-DATE TO WS-SEAT-DEPARTURE-DATE
    PERFORM FIND-FLIGHT-EQUIPMENT
    IF EQUIPMENT-FOUND
        MOVE BQ-NEW-CONFIG-ID TO ET-CONFIG-ID(EQUIP-IDX)
    ELSE
        IF WS-EQUIPMENT-COUNT < 200
            ADD 1 TO WS-EQUIPMENT-COUNT
            MOVE BQ-FLIGHT-NUMBER TO ET-FLIGHT-NUMBER(WS-EQUIPMENT-COUNT)
            MOVE BQ-DEPARTURE-DATE
                TO ET-DEPARTURE-DATE(WS-EQUIPMENT-COUNT)
            MOVE BQ-NEW-CONFIG-ID TO ET-CONFIG-ID(WS-EQUIPMENT-COUNT)
        ELSE
            DISPLAY "Equipment table full - discarding "
                BQ-FLIGHT-NUMBER
        END-IF
    END-IF
    MOVE 'Y' TO WS-EQUIPMENT-CHANGED.

DISPLACE-CABIN-OVERSALE.
    COMPUTE WS-EQUIP-CEILING =
        EC-CAPACITY(EQC-IDX)
        + (EC-CAPACITY(EQC-IDX) * FT-OVERBOOK-PERCENT(FLIGHT-IDX) / 100)
    COMPUTE WS-BUMP-REMAINING = EC-BOOKED(EQC-IDX) - WS-EQUIP-CEILING
    IF WS-BUMP-REMAINING > 0
        DISPLAY "Cabin " EC-CABIN(EQC-IDX) " booked " EC-BOOKED(EQC-IDX)
            " against ceiling " WS-EQUIP-CEILING
    END-IF
    MOVE 1 TO WS-BUMP-BEST
    PERFORM DISPLACE-ONE-BOOKING
        UNTIL WS-BUMP-REMAINING <= 0 OR WS-BUMP-BEST = 0.

*> Scanning in booking order and taking ties on the class fare means
*> the latest booking in the cheapest class is displaced first.
DISPLACE-ONE-BOOKING.
    MOVE ZERO TO WS-BUMP-BEST
    MOVE 99999.99 TO WS-BUMP-BEST-FARE
    PERFORM VARYING WS-BUMP-SCAN FROM 1 BY 1
            UNTIL WS-BUMP-SCAN > WS-BOOKING-COUNT
        IF BT-FLIGHT-NUMBER(WS-BUMP-SCAN) = BQ-FLIGHT-NUMBER
                AND BT-DEPARTURE-DATE(WS-BUMP-SCAN) = BQ-DEPARTURE-DATE
                AND BOOKING-ACTIVE(WS-BUMP-SCAN)
                AND BC-CONSIDERED(WS-BUMP-SCAN) = 'N'
            MOVE BT-FARE-CLASS(WS-BUMP-SCAN) TO WS-SEAT-FARE-CLASS
            PERFORM FIND-CABIN-FOR-FARE-CLASS
            IF WS-SEAT-CABIN = EC-CABIN(EQC-IDX)
                PERFORM FIND-DISPLACEMENT-CLASS-FARE
                IF WS-DISPLACE-CLASS-FARE <= WS-BUMP-BEST-FARE
                    MOVE WS-DISPLACE-CLASS-FARE TO WS-BUMP-BEST-FARE
                    MOVE WS-BUMP-SCAN TO WS-BUMP-BEST
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-BUMP-BEST > 0
        MOVE 'Y' TO BC-CONSIDERED(WS-BUMP-BEST)
        SUBTRACT BT-SEATS-BOOKED(WS-BUMP-BEST) FROM WS-BUMP-REMAINING
        MOVE WS-BUMP-BEST TO WS-CXL-SCAN
        PERFORM DISPLACE-BOOKING
    END-IF.

*> Fare classes are ranked by their published fare on the flight; a
*> class no longer on sale is ranked by what the booking paid.
FIND-DISPLACEMENT-CLASS-FARE.
    MOVE BT-FARE-AMOUNT(WS-BUMP-SCAN) TO WS-DISPLACE-CLASS-FARE
    PERFORM VARYING WS-ADJUST-SCAN FROM 1 BY 1
            UNTIL WS-ADJUST-SCAN > WS-FARE-COUNT
        IF FR-FLIGHT-NUMBER(WS-ADJUST-SCAN) = BQ-FLIGHT-NUMBER
                AND FR-DEPARTURE-DATE(WS-ADJUST-SCAN) = BQ-DEPARTURE-DATE
                AND FR-FARE-CLASS(WS-ADJUST-SCAN) =
                    BT-FARE-CLASS(WS-BUMP-SCAN)
            MOVE FR-FARE-AMOUNT(WS-ADJUST-SCAN) TO WS-DISPLACE-CLASS-FARE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The displaced booking is cancelled and moved, like a flight
*> cancellation rebooking, to the earliest flight to the same
*> destination that has room in its fare class; failing that it is
*> refunded and listed for compensation.
DISPLACE-BOOKING.
    MOVE 'N' TO BT-ACTIVE(WS-CXL-SCAN)
    MOVE BT-FLIGHT-NUMBER(WS-CXL-SCAN) TO BR-FLIGHT-NUMBER
    MOVE BT-DEPARTURE-DATE(WS-CXL-SCAN) TO BR-DEPARTURE-DATE
    MOVE BT-CUSTOMER-ID(WS-CXL-SCAN) TO BR-CUSTOMER-ID
    MOVE BT-SEATS-BOOKED(WS-CXL-SCAN) TO BR-SEATS-BOOKED
    MOVE 'N' TO BR-ACTIVE
    MOVE BT-FARE-CLASS(WS-CXL-SCAN) TO BR-FARE-CLASS
    MOVE BT-FARE-AMOUNT(WS-CXL-SCAN) TO BR-FARE-AMOUNT
    MOVE BT-ITINERARY-ID(WS-CXL-SCAN) TO BR-ITINERARY-ID
    MOVE BT-CHECKED-IN(WS-CXL-SCAN) TO BR-CHECKED-IN
    WRITE BOOKING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM RELEASE-BOOKING-SEATS
    PERFORM FIND-NEXT-FLIGHT-FOR-DISPLACED
    MOVE BT-CUSTOMER-ID(WS-CXL-SCAN) TO DS-CUSTOMER-ID
    MOVE BQ-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
    MOVE BQ-DEPARTURE-DATE TO DS-DEPARTURE-DATE
    MOVE BT-SEATS-BOOKED(WS-CXL-SCAN) TO DS-SEATS
    MOVE BT-ITINERARY-ID(WS-CXL-SCAN) TO DS-ITINERARY-ID
    IF BT-ITINERARY-ID(WS-CXL-SCAN) NOT = SPACES
        MOVE 'B' TO DS-CONNECTION
        DISPLAY "Broken connection for itinerary "
            BT-ITINERARY-ID(WS-CXL-SCAN)
    ELSE
        MOVE SPACE TO DS-CONNECTION
    END-IF
    IF ALTERNATE-FOUND
        SUBTRACT BT-SEATS-BOOKED(WS-CXL-SCAN)
            FROM FT-AVAILABLE-SEATS(ALT-IDX)
        MOVE FT-FLIGHT-NUMBER(ALT-IDX) TO BR-FLIGHT-NUMBER
        MOVE FT-DEPARTURE-DATE(ALT-IDX) TO BR-DEPARTURE-DATE
        MOVE BT-CUSTOMER-ID(WS-CXL-SCAN) TO BR-CUSTOMER-ID
        MOVE BT-SEATS-BOOKED(WS-CXL-SCAN) TO BR-SEATS-BOOKED
        MOVE 'Y' TO BR-ACTIVE
        MOVE BT-FARE-CLASS(WS-CXL-SCAN) TO BR-FARE-CLASS
        IF BT-FARE-AMOUNT(WS-CXL-SCAN) = ZERO
            MOVE ZERO TO BR-FARE-AMOUNT
        ELSE
            MOVE FR-FARE-AMOUNT(FARE-IDX) TO BR-FARE-AMOUNT
        END-IF
        MOVE BT-ITINERARY-ID(WS-CXL-SCAN) TO BR-ITINERARY-ID
        MOVE 'N' TO BR-CHECKED-IN
        WRITE BOOKING-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        PERFORM APPLY-BOOKING-LOG-ENTRY
        MOVE SPACES TO WS-SEAT-REQUEST
        PERFORM ASSIGN-BOOKING-SEATS
        MOVE 'REBOOKED' TO DS-ACTION
        MOVE FT-FLIGHT-NUMBER(ALT-IDX) TO DS-NEW-FLIGHT
        DISPLAY "Displaced " BT-CUSTOMER-ID(WS-CXL-SCAN) " rebooked on "
            FT-FLIGHT-NUMBER(ALT-IDX) " " FT-DEPARTURE-DATE(ALT-IDX)
    ELSE
        PERFORM REFUND-AWARD-MILES
        MOVE 'EQUIP' TO WS-INVOLUNTARY-TYPE
        PERFORM REFUND-INVOLUNTARY-CANCELLATION
        PERFORM WRITE-DISPLACED-PASSENGER
        MOVE 'DISPLACD' TO DS-ACTION
        MOVE SPACES TO DS-NEW-FLIGHT
    END-IF
    WRITE DISPOSITION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

FIND-NEXT-FLIGHT-FOR-DISPLACED.
    MOVE 'N' TO WS-ALTERNATE-FOUND
    MOVE ZERO TO WS-DISPLACE-ALT
    MOVE 99999999 TO WS-DISPLACE-ALT-DATE
    PERFORM VARYING ALT-IDX FROM 1 BY 1 UNTIL ALT-IDX > WS-FLIGHT-COUNT
        IF FT-CANCELLED(ALT-IDX) = 'N'
                AND ALT-IDX NOT = FLIGHT-IDX
                AND FT-DESTINATION(ALT-IDX) = WS-CXL-DESTINATION
                AND FT-DEPARTURE-DATE(ALT-IDX) >= BQ-DEPARTURE-DATE
                AND FT-DEPARTURE-DATE(ALT-IDX) < WS-DISPLACE-ALT-DATE
                AND FT-AVAILABLE-SEATS(ALT-IDX) >=
                    BT-SEATS-BOOKED(WS-CXL-SCAN)
            PERFORM FIND-ALTERNATE-FARE
            IF FARE-FOUND
                SET WS-DISPLACE-ALT TO ALT-IDX
                MOVE FT-DEPARTURE-DATE(ALT-IDX) TO WS-DISPLACE-ALT-DATE
            END-IF
        END-IF
    END-PERFORM
    IF WS-DISPLACE-ALT > 0
        SET ALT-IDX TO WS-DISPLACE-ALT
        PERFORM FIND-ALTERNATE-FARE
        MOVE 'Y' TO WS-ALTERNATE-FOUND
    END-IF.

*> Compensation follows the denied-boarding rate on the fare paid.
WRITE-DISPLACED-PASSENGER.
    MOVE BR-FLIGHT-NUMBER TO DP-FLIGHT-NUMBER
    MOVE BR-DEPARTURE-DATE TO DP-DEPARTURE-DATE
    MOVE BR-CUSTOMER-ID TO DP-CUSTOMER-ID
    MOVE BR-SEATS-BOOKED TO DP-SEATS
    MOVE BR-FARE-CLASS TO DP-FARE-CLASS
    COMPUTE DP-FARE-PAID = BR-FARE-AMOUNT * BR-SEATS-BOOKED
    COMPUTE DP-COMPENSATION-DUE ROUNDED = DP-FARE-PAID * WS-COMP-RATE
    MOVE BR-ITINERARY-ID TO DP-ITINERARY-ID
    MOVE BQ-NEW-CONFIG-ID TO DP-CONFIG-ID
    WRITE DISPLACED-PASSENGER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    DISPLAY "Displaced " BR-CUSTOMER-ID " - no seat on a later flight,"
        " compensation due " DP-COMPENSATION-DUE.

*> Seat numbers do not carry across aircraft, so everyone left on the
*> flight is seated afresh on the new configuration.
RESEAT-FLIGHT-PASSENGERS.
    PERFORM VARYING ASSIGN-IDX FROM 1 BY 1
            UNTIL ASSIGN-IDX > WS-ASSIGNMENT-COUNT
        IF ASSIGNMENT-ACTIVE(ASSIGN-IDX)
                AND AT-FLIGHT-NUMBER(ASSIGN-IDX) = BQ-FLIGHT-NUMBER
                AND AT-DEPARTURE-DATE(ASSIGN-IDX) = BQ-DEPARTURE-DATE
            MOVE 'N' TO AT-ACTIVE(ASSIGN-IDX)
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-SEAT-REQUEST
    PERFORM VARYING WS-BUMP-SCAN FROM 1 BY 1
            UNTIL WS-BUMP-SCAN > WS-BOOKING-COUNT
        IF BT-FLIGHT-NUMBER(WS-BUMP-SCAN) = BQ-FLIGHT-NUMBER
                AND BT-DEPARTURE-DATE(WS-BUMP-SCAN) = BQ-DEPARTURE-DATE
                AND BOOKING-ACTIVE(WS-BUMP-SCAN)
            MOVE BT-FLIGHT-NUMBER(WS-BUMP-SCAN) TO WS-SEAT-FLIGHT-NUMBER
            MOVE BT-DEPARTURE-DATE(WS-BUMP-SCAN) TO WS-SEAT-DEPARTURE-DATE
            MOVE BT-CUSTOMER-ID(WS-BUMP-SCAN) TO WS-SEAT-CUSTOMER-ID
            MOVE BT-SEATS-BOOKED(WS-BUMP-SCAN) TO WS-SEAT-PARTY-SIZE
            MOVE BT-FARE-CLASS(WS-BUMP-SCAN) TO WS-SEAT-FARE-CLASS
            PERFORM FILL-BOOKING-SEATS
        END-IF
    END-PERFORM.

WRITE-FLIGHT-EQUIPMENT.
    PERFORM VARYING EQUIP-IDX FROM 1 BY 1
            UNTIL EQUIP-IDX > WS-EQUIPMENT-COUNT
        MOVE ET-FLIGHT-NUMBER(EQUIP-IDX) TO FE-FLIGHT-NUMBER
        MOVE ET-DEPARTURE-DATE(EQUIP-IDX) TO FE-DEPARTURE-DATE
        MOVE ET-CONFIG-ID(EQUIP-IDX) TO FE-CONFIG-ID
        WRITE FLIGHT-EQUIPMENT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

LOG-RUN-START.
    MOVE 'AirlineReservationSystem' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
