IDENTIFICATION DIVISION.
PROGRAM-ID. FrequentFlyerPosting.
AUTHOR. Your Name.
*> Frequent flyer posting run, taken after check-in and the manifest
*> no-show processing. Every flown segment (an active booking marked
*> checked in on a flight that has departed) held by a member on
*> loyalty-members.dat is credited once. The base miles are the route
*> distance to the flight's destination from route-distances.dat; the
*> fare class multiplier from fare-class-multipliers.dat gives the
*> qualifying miles, and the member's tier multiplier from
*> loyalty-tiers.dat gives the miles earned. Award seats (zero fare)
*> earn nothing. A member booking for a party is credited for one
*> seat, their own.
*>
*> Award redemptions and refunds logged by AirlineReservationSystem on
*> mileage-redemptions.dat are applied to the balances and the log is
*> emptied. Tiers are upgraded as soon as the year's qualifying miles
*> reach a higher threshold; on the first run of a new year every
*> member is requalified on the prior year's miles, which can also
*> downgrade them, and the qualifying miles restart. Every movement is
*> written to loyalty-activity.dat for the monthly statements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loyalty-members ASSIGN TO 'loyalty-members.dat'
        FILE STATUS IS WS-MEMBER-STATUS.
    SELECT loyalty-tiers ASSIGN TO 'loyalty-tiers.dat'
        FILE STATUS IS WS-TIER-STATUS.
    SELECT route-distances ASSIGN TO 'route-distances.dat'
        FILE STATUS IS WS-ROUTE-STATUS.
    SELECT fare-class-multipliers ASSIGN TO 'fare-class-multipliers.dat'
        FILE STATUS IS WS-MULTIPLIER-STATUS.
    SELECT flight-schedule-updated ASSIGN TO 'flight-schedule-updated.dat'
        FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT bookings ASSIGN TO 'bookings.dat'
        FILE STATUS IS WS-BOOKINGS-STATUS.
    SELECT OPTIONAL mileage-redemptions
        ASSIGN TO 'mileage-redemptions.dat'
        FILE STATUS IS WS-REDEMPTION-STATUS.
    SELECT loyalty-posted-segments ASSIGN TO 'loyalty-posted-segments.dat'
        FILE STATUS IS WS-POSTED-STATUS.
    SELECT OPTIONAL loyalty-activity ASSIGN TO 'loyalty-activity.dat'.
    SELECT posting-exceptions
        ASSIGN TO 'loyalty-posting-exceptions.dat'.

DATA DIVISION.
FILE SECTION.
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

FD loyalty-tiers.
01 LOYALTY-TIER-RECORD.
    05 LT-TIER                PIC X(8).
    05 LT-QUALIFYING-MILES    PIC 9(9).
    05 LT-EARN-MULTIPLIER     PIC 9V99.

FD route-distances.
01 ROUTE-DISTANCE-RECORD.
    05 RD-DESTINATION         PIC X(3).
    05 RD-MILES               PIC 9(5).

FD fare-class-multipliers.
01 FARE-MULTIPLIER-RECORD.
    05 FM-FARE-CLASS          PIC X.
    05 FM-MULTIPLIER          PIC 9V99.

FD flight-schedule-updated.
01 FLIGHT-SCHEDULE-UPDATED-RECORD.
    05 FSU-FLIGHT-NUMBER      PIC X(6).
    05 FSU-DEPARTURE-DATE     PIC 9(8).
    05 FSU-AVAILABLE-SEATS    PIC 9(4).
    05 FSU-DESTINATION        PIC X(3).
    05 FSU-TOTAL-CAPACITY     PIC 9(4).
    05 FSU-OVERBOOK-PERCENT   PIC 9(2).

FD bookings.
01 BOOKING-RECORD.
    05 BR-FLIGHT-NUMBER   PIC X(6).
    05 BR-DEPARTURE-DATE  PIC 9(8).
    05 BR-CUSTOMER-ID     PIC X(10).
    05 BR-SEATS-BOOKED    PIC 9(4).
    05 BR-ACTIVE          PIC X.
    05 BR-FARE-CLASS      PIC X.
    05 BR-FARE-AMOUNT     PIC 9(5)V99.
    05 BR-ITINERARY-ID    PIC X(8).
    05 BR-CHECKED-IN      PIC X.

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

FD loyalty-posted-segments.
01 POSTED-SEGMENT-RECORD.
    05 PG-FLIGHT-NUMBER       PIC X(6).
    05 PG-DEPARTURE-DATE      PIC 9(8).
    05 PG-CUSTOMER-ID         PIC X(10).

FD loyalty-activity.
01 LOYALTY-ACTIVITY-RECORD.
    05 LA-CUSTOMER-ID         PIC X(10).
    05 LA-ACTIVITY-DATE       PIC 9(8).
    05 LA-ACTIVITY-TYPE       PIC X(6).
    05 LA-FLIGHT-NUMBER       PIC X(6).
    05 LA-DEPARTURE-DATE      PIC 9(8).
    05 LA-FARE-CLASS          PIC X.
    05 LA-QUALIFYING-MILES    PIC 9(7).
    05 LA-MILES-CREDIT        PIC 9(7).
    05 LA-MILES-DEBIT         PIC 9(7).
    05 LA-BALANCE-AFTER       PIC 9(9).
    05 LA-TIER                PIC X(8).

FD posting-exceptions.
01 POSTING-EXCEPTION-RECORD.
    05 PE-CUSTOMER-ID         PIC X(10).
    05 PE-FLIGHT-NUMBER       PIC X(6).
    05 PE-DEPARTURE-DATE      PIC 9(8).
    05 PE-REASON              PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-MEMBER-STATUS        PIC XX.
01 WS-TIER-STATUS          PIC XX.
01 WS-ROUTE-STATUS         PIC XX.
01 WS-MULTIPLIER-STATUS    PIC XX.
01 WS-SCHEDULE-STATUS      PIC XX.
01 WS-BOOKINGS-STATUS      PIC XX.
01 WS-REDEMPTION-STATUS    PIC XX.
01 WS-POSTED-STATUS        PIC XX.

01 WS-CURRENT-DATE         PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR     PIC 9(4).
    05 WS-CURRENT-MONTH    PIC 9(2).
    05 WS-CURRENT-DAY      PIC 9(2).
*> Segments are only posted, and posted keys only kept, from the start
*> of the prior year, so old bookings on the log are never recredited.
01 WS-RETAIN-FROM-DATE     PIC 9(8).

01 WS-MEMBER-COUNT         PIC 9(4) VALUE 0.
01 MEMBER-TABLE.
    05 MEMBER-ENTRY OCCURS 1000 TIMES INDEXED BY MEMBER-IDX.
        10 MT-CUSTOMER-ID      PIC X(10).
        10 MT-MEMBER-NAME      PIC X(30).
        10 MT-TIER             PIC X(8).
        10 MT-MILES-BALANCE    PIC 9(9).
        10 MT-QUALIFYING-MILES PIC 9(9).
        10 MT-QUALIFYING-YEAR  PIC 9(4).
        10 MT-ENROL-DATE       PIC 9(8).
        10 MT-LIFETIME-MILES   PIC 9(9).
01 WS-MEMBER-FOUND         PIC X VALUE 'N'.
    88 MEMBER-FOUND        VALUE 'Y'.
01 WS-LOOKUP-CUSTOMER-ID   PIC X(10).

01 WS-TIER-COUNT           PIC 9(2) VALUE 0.
01 TIER-TABLE.
    05 TIER-ENTRY OCCURS 10 TIMES INDEXED BY TIER-IDX.
        10 TT-TIER             PIC X(8).
        10 TT-QUALIFYING-MILES PIC 9(9).
        10 TT-EARN-MULTIPLIER  PIC 9V99.
01 WS-BASE-TIER            PIC X(8) VALUE 'BASIC'.
01 WS-BASE-THRESHOLD       PIC 9(9).
01 WS-QUALIFY-MILES        PIC 9(9).
01 WS-QUALIFIED-TIER       PIC X(8).
01 WS-QUALIFIED-THRESHOLD  PIC 9(9).
01 WS-HELD-THRESHOLD       PIC 9(9).
01 WS-TIER-MULTIPLIER      PIC 9V99.

01 WS-ROUTE-COUNT          PIC 9(4) VALUE 0.
01 ROUTE-TABLE.
    05 ROUTE-ENTRY OCCURS 300 TIMES INDEXED BY ROUTE-IDX.
        10 RT-DESTINATION      PIC X(3).
        10 RT-MILES            PIC 9(5).
01 WS-ROUTE-MILES          PIC 9(5).

01 WS-MULTIPLIER-COUNT     PIC 9(2) VALUE 0.
01 MULTIPLIER-TABLE.
    05 MULTIPLIER-ENTRY OCCURS 26 TIMES INDEXED BY MULT-IDX.
        10 MX-FARE-CLASS       PIC X.
        10 MX-MULTIPLIER       PIC 9V99.
01 WS-FARE-MULTIPLIER      PIC 9V99.

01 WS-FLIGHT-COUNT         PIC 9(4) VALUE 0.
01 FLIGHT-TABLE.
    05 FLIGHT-ENTRY OCCURS 500 TIMES INDEXED BY FLIGHT-IDX.
        10 FT-FLIGHT-NUMBER    PIC X(6).
        10 FT-DEPARTURE-DATE   PIC 9(8).
        10 FT-DESTINATION      PIC X(3).
01 WS-DESTINATION          PIC X(3).

01 WS-BOOKING-COUNT        PIC 9(4) VALUE 0.
01 BOOKING-TABLE.
    05 BOOKING-ENTRY OCCURS 2000 TIMES INDEXED BY BOOKING-IDX.
        10 BT-FLIGHT-NUMBER    PIC X(6).
        10 BT-DEPARTURE-DATE   PIC 9(8).
        10 BT-CUSTOMER-ID      PIC X(10).
        10 BT-ACTIVE           PIC X.
            88 BOOKING-ACTIVE  VALUE 'Y'.
        10 BT-FARE-CLASS       PIC X.
        10 BT-FARE-AMOUNT      PIC 9(5)V99.
        10 BT-CHECKED-IN       PIC X.
01 WS-BOOKING-FOUND        PIC X VALUE 'N'.
    88 BOOKING-FOUND       VALUE 'Y'.

01 WS-POSTED-COUNT         PIC 9(5) VALUE 0.
01 POSTED-SEGMENT-TABLE.
    05 POSTED-SEGMENT-ENTRY OCCURS 5000 TIMES INDEXED BY POSTED-IDX.
        10 PT-FLIGHT-NUMBER    PIC X(6).
        10 PT-DEPARTURE-DATE   PIC 9(8).
        10 PT-CUSTOMER-ID      PIC X(10).
01 WS-ALREADY-POSTED       PIC X.
    88 ALREADY-POSTED      VALUE 'Y'.

01 WS-QUALIFYING-EARNED    PIC 9(7).
01 WS-MILES-EARNED         PIC 9(7).
01 WS-SEGMENTS-POSTED      PIC 9(5) VALUE 0.
01 WS-MILES-POSTED         PIC 9(9) VALUE 0.
01 WS-REDEMPTIONS-POSTED   PIC 9(5) VALUE 0.
01 WS-TIER-CHANGES         PIC 9(5) VALUE 0.
01 WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.

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
    COMPUTE WS-RETAIN-FROM-DATE = (WS-CURRENT-YEAR - 1) * 10000 + 101
    PERFORM LOAD-LOYALTY-TIERS
    PERFORM LOAD-ROUTE-DISTANCES
    PERFORM LOAD-FARE-MULTIPLIERS
    PERFORM LOAD-FLIGHT-SCHEDULE
    PERFORM LOAD-BOOKINGS-LOG
    PERFORM LOAD-POSTED-SEGMENTS
    PERFORM LOAD-LOYALTY-MEMBERS
    OPEN EXTEND loyalty-activity
    OPEN OUTPUT posting-exceptions
    PERFORM REVIEW-ANNUAL-TIERS
    PERFORM POST-FLOWN-SEGMENTS
    PERFORM POST-MILEAGE-REDEMPTIONS
    CLOSE loyalty-activity posting-exceptions
    OPEN OUTPUT loyalty-members
    PERFORM WRITE-LOYALTY-MEMBERS
    CLOSE loyalty-members
    OPEN OUTPUT loyalty-posted-segments
    PERFORM WRITE-POSTED-SEGMENTS
    CLOSE loyalty-posted-segments
    OPEN OUTPUT mileage-redemptions
    CLOSE mileage-redemptions
    DISPLAY "Frequent flyer posting: " WS-SEGMENTS-POSTED
        " segments, " WS-MILES-POSTED " miles, "
        WS-REDEMPTIONS-POSTED " redemptions, "
        WS-TIER-CHANGES " tier changes, "
        WS-EXCEPTION-COUNT " exceptions"
    PERFORM LOG-RUN-END
    STOP RUN.

*> The base tier is the one with the lowest qualifying threshold; it
*> is given to members enrolled without a tier.
LOAD-LOYALTY-TIERS.
    MOVE ZERO TO WS-BASE-THRESHOLD
    OPEN INPUT loyalty-tiers
    IF WS-TIER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loyalty-tiers AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-TIER-COUNT < 10
            ADD 1 TO WS-TIER-COUNT
            MOVE LT-TIER TO TT-TIER(WS-TIER-COUNT)
            MOVE LT-QUALIFYING-MILES TO TT-QUALIFYING-MILES(WS-TIER-COUNT)
            MOVE LT-EARN-MULTIPLIER TO TT-EARN-MULTIPLIER(WS-TIER-COUNT)
            IF WS-TIER-COUNT = 1
                    OR LT-QUALIFYING-MILES < WS-BASE-THRESHOLD
                MOVE LT-TIER TO WS-BASE-TIER
                MOVE LT-QUALIFYING-MILES TO WS-BASE-THRESHOLD
            END-IF
        ELSE
            DISPLAY "Tier table full - discarding " LT-TIER
        END-IF
        READ loyalty-tiers AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loyalty-tiers
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ROUTE-DISTANCES.
    OPEN INPUT route-distances
    IF WS-ROUTE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ route-distances AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ROUTE-COUNT < 300
            ADD 1 TO WS-ROUTE-COUNT
            MOVE RD-DESTINATION TO RT-DESTINATION(WS-ROUTE-COUNT)
            MOVE RD-MILES TO RT-MILES(WS-ROUTE-COUNT)
        ELSE
            DISPLAY "Route table full - discarding " RD-DESTINATION
        END-IF
        READ route-distances AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE route-distances
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-FARE-MULTIPLIERS.
    OPEN INPUT fare-class-multipliers
    IF WS-MULTIPLIER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ fare-class-multipliers AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MULTIPLIER-COUNT < 26
            ADD 1 TO WS-MULTIPLIER-COUNT
            MOVE FM-FARE-CLASS TO MX-FARE-CLASS(WS-MULTIPLIER-COUNT)
            MOVE FM-MULTIPLIER TO MX-MULTIPLIER(WS-MULTIPLIER-COUNT)
        ELSE
            DISPLAY "Multiplier table full - discarding " FM-FARE-CLASS
        END-IF
        READ fare-class-multipliers AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE fare-class-multipliers
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-FLIGHT-SCHEDULE.
    OPEN INPUT flight-schedule-updated
    IF WS-SCHEDULE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ flight-schedule-updated AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-FLIGHT-COUNT < 500
            ADD 1 TO WS-FLIGHT-COUNT
            MOVE FSU-FLIGHT-NUMBER TO FT-FLIGHT-NUMBER(WS-FLIGHT-COUNT)
            MOVE FSU-DEPARTURE-DATE TO FT-DEPARTURE-DATE(WS-FLIGHT-COUNT)
            MOVE FSU-DESTINATION TO FT-DESTINATION(WS-FLIGHT-COUNT)
        ELSE
            DISPLAY "Flight table full - discarding " FSU-FLIGHT-NUMBER
        END-IF
        READ flight-schedule-updated AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE flight-schedule-updated
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-BOOKINGS-LOG.
    OPEN INPUT bookings
    IF WS-BOOKINGS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ bookings AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM APPLY-BOOKING-LOG-ENTRY
        READ bookings AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE bookings
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-BOOKING-LOG-ENTRY.
    MOVE 'N' TO WS-BOOKING-FOUND
    PERFORM VARYING BOOKING-IDX FROM 1 BY 1
            UNTIL BOOKING-IDX > WS-BOOKING-COUNT
        IF BT-FLIGHT-NUMBER(BOOKING-IDX) = BR-FLIGHT-NUMBER
                AND BT-DEPARTURE-DATE(BOOKING-IDX) = BR-DEPARTURE-DATE
                AND BT-CUSTOMER-ID(BOOKING-IDX) = BR-CUSTOMER-ID
            MOVE BR-ACTIVE TO BT-ACTIVE(BOOKING-IDX)
            MOVE BR-FARE-CLASS TO BT-FARE-CLASS(BOOKING-IDX)
            MOVE BR-FARE-AMOUNT TO BT-FARE-AMOUNT(BOOKING-IDX)
            MOVE BR-CHECKED-IN TO BT-CHECKED-IN(BOOKING-IDX)
            MOVE 'Y' TO WS-BOOKING-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT BOOKING-FOUND
        IF WS-BOOKING-COUNT < 2000
            ADD 1 TO WS-BOOKING-COUNT
            MOVE BR-FLIGHT-NUMBER TO BT-FLIGHT-NUMBER(WS-BOOKING-COUNT)
            MOVE BR-DEPARTURE-DATE TO BT-DEPARTURE-DATE(WS-BOOKING-COUNT)
            MOVE BR-CUSTOMER-ID TO BT-CUSTOMER-ID(WS-BOOKING-COUNT)
            MOVE BR-ACTIVE TO BT-ACTIVE(WS-BOOKING-COUNT)
            MOVE BR-FARE-CLASS TO BT-FARE-CLASS(WS-BOOKING-COUNT)
            MOVE BR-FARE-AMOUNT TO BT-FARE-AMOUNT(WS-BOOKING-COUNT)
            MOVE BR-CHECKED-IN TO BT-CHECKED-IN(WS-BOOKING-COUNT)
        ELSE
            DISPLAY "Booking table full - discarding record for "
                BR-CUSTOMER-ID
        END-IF
    END-IF.

LOAD-POSTED-SEGMENTS.
    OPEN INPUT loyalty-posted-segments
    IF WS-POSTED-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loyalty-posted-segments AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF PG-DEPARTURE-DATE >= WS-RETAIN-FROM-DATE
            IF WS-POSTED-COUNT < 5000
                ADD 1 TO WS-POSTED-COUNT
                MOVE PG-FLIGHT-NUMBER TO PT-FLIGHT-NUMBER(WS-POSTED-COUNT)
                MOVE PG-DEPARTURE-DATE
                    TO PT-DEPARTURE-DATE(WS-POSTED-COUNT)
                MOVE PG-CUSTOMER-ID TO PT-CUSTOMER-ID(WS-POSTED-COUNT)
            ELSE
                DISPLAY "Posted segment table full - discarding "
                    PG-FLIGHT-NUMBER " " PG-CUSTOMER-ID
            END-IF
        END-IF
        READ loyalty-posted-segments AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loyalty-posted-segments
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-LOYALTY-MEMBERS.
    OPEN INPUT loyalty-members
    IF WS-MEMBER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loyalty-members AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MEMBER-COUNT < 1000
            ADD 1 TO WS-MEMBER-COUNT
            MOVE LM-CUSTOMER-ID TO MT-CUSTOMER-ID(WS-MEMBER-COUNT)
            MOVE LM-MEMBER-NAME TO MT-MEMBER-NAME(WS-MEMBER-COUNT)
            MOVE LM-TIER TO MT-TIER(WS-MEMBER-COUNT)
            IF LM-TIER = SPACES
                MOVE WS-BASE-TIER TO MT-TIER(WS-MEMBER-COUNT)
            END-IF
            MOVE LM-MILES-BALANCE TO MT-MILES-BALANCE(WS-MEMBER-COUNT)
            MOVE LM-QUALIFYING-MILES
                TO MT-QUALIFYING-MILES(WS-MEMBER-COUNT)
            MOVE LM-QUALIFYING-YEAR TO MT-QUALIFYING-YEAR(WS-MEMBER-COUNT)
            MOVE LM-ENROL-DATE TO MT-ENROL-DATE(WS-MEMBER-COUNT)
            MOVE LM-LIFETIME-MILES TO MT-LIFETIME-MILES(WS-MEMBER-COUNT)
        ELSE
            DISPLAY "Member table full - discarding " LM-CUSTOMER-ID
        END-IF
        READ loyalty-members AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loyalty-members
    MOVE 'N' TO WS-END-OF-FILE.

FIND-MEMBER.
    MOVE 'N' TO WS-MEMBER-FOUND
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        IF MT-CUSTOMER-ID(MEMBER-IDX) = WS-LOOKUP-CUSTOMER-ID
            MOVE 'Y' TO WS-MEMBER-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Highest tier whose threshold WS-QUALIFY-MILES reaches.
QUALIFY-TIER.
    MOVE WS-BASE-TIER TO WS-QUALIFIED-TIER
    MOVE WS-BASE-THRESHOLD TO WS-QUALIFIED-THRESHOLD
    PERFORM VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > WS-TIER-COUNT
        IF TT-QUALIFYING-MILES(TIER-IDX) <= WS-QUALIFY-MILES
                AND TT-QUALIFYING-MILES(TIER-IDX) > WS-QUALIFIED-THRESHOLD
            MOVE TT-TIER(TIER-IDX) TO WS-QUALIFIED-TIER
            MOVE TT-QUALIFYING-MILES(TIER-IDX) TO WS-QUALIFIED-THRESHOLD
        END-IF
    END-PERFORM.

*> Threshold and earn multiplier of the tier the member holds now.
FIND-HELD-TIER.
    MOVE WS-BASE-THRESHOLD TO WS-HELD-THRESHOLD
    MOVE 1.00 TO WS-TIER-MULTIPLIER
    PERFORM VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > WS-TIER-COUNT
        IF TT-TIER(TIER-IDX) = MT-TIER(MEMBER-IDX)
            MOVE TT-QUALIFYING-MILES(TIER-IDX) TO WS-HELD-THRESHOLD
            MOVE TT-EARN-MULTIPLIER(TIER-IDX) TO WS-TIER-MULTIPLIER
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A member who earned nothing in the year just ended, or who has not
*> been reviewed for more than a year, is requalified on zero miles.
REVIEW-ANNUAL-TIERS.
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        IF MT-QUALIFYING-YEAR(MEMBER-IDX) = ZERO
            MOVE WS-CURRENT-YEAR TO MT-QUALIFYING-YEAR(MEMBER-IDX)
        ELSE
            IF MT-QUALIFYING-YEAR(MEMBER-IDX) < WS-CURRENT-YEAR
                PERFORM REVIEW-MEMBER-TIER
            END-IF
        END-IF
    END-PERFORM.

REVIEW-MEMBER-TIER.
    IF MT-QUALIFYING-YEAR(MEMBER-IDX) = WS-CURRENT-YEAR - 1
        MOVE MT-QUALIFYING-MILES(MEMBER-IDX) TO WS-QUALIFY-MILES
    ELSE
        MOVE ZERO TO WS-QUALIFY-MILES
    END-IF
    PERFORM QUALIFY-TIER
    PERFORM FIND-HELD-TIER
    IF WS-QUALIFIED-TIER NOT = MT-TIER(MEMBER-IDX)
        MOVE WS-QUALIFIED-TIER TO MT-TIER(MEMBER-IDX)
        ADD 1 TO WS-TIER-CHANGES
        INITIALIZE LOYALTY-ACTIVITY-RECORD
        IF WS-QUALIFIED-THRESHOLD > WS-HELD-THRESHOLD
            MOVE 'TIERUP' TO LA-ACTIVITY-TYPE
        ELSE
            MOVE 'TIERDN' TO LA-ACTIVITY-TYPE
        END-IF
        MOVE WS-QUALIFY-MILES TO LA-QUALIFYING-MILES
        PERFORM WRITE-LOYALTY-ACTIVITY
    END-IF
    MOVE ZERO TO MT-QUALIFYING-MILES(MEMBER-IDX)
    MOVE WS-CURRENT-YEAR TO MT-QUALIFYING-YEAR(MEMBER-IDX).

POST-FLOWN-SEGMENTS.
    PERFORM VARYING BOOKING-IDX FROM 1 BY 1
            UNTIL BOOKING-IDX > WS-BOOKING-COUNT
        IF BOOKING-ACTIVE(BOOKING-IDX)
                AND BT-CHECKED-IN(BOOKING-IDX) = 'C'
                AND BT-DEPARTURE-DATE(BOOKING-IDX) < WS-CURRENT-DATE
                AND BT-DEPARTURE-DATE(BOOKING-IDX) >= WS-RETAIN-FROM-DATE
            MOVE BT-CUSTOMER-ID(BOOKING-IDX) TO WS-LOOKUP-CUSTOMER-ID
            PERFORM FIND-MEMBER
            IF MEMBER-FOUND
                PERFORM CHECK-SEGMENT-POSTED
                IF NOT ALREADY-POSTED
                    PERFORM POST-ONE-SEGMENT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHECK-SEGMENT-POSTED.
    MOVE 'N' TO WS-ALREADY-POSTED
    PERFORM VARYING POSTED-IDX FROM 1 BY 1
            UNTIL POSTED-IDX > WS-POSTED-COUNT
        IF PT-FLIGHT-NUMBER(POSTED-IDX) = BT-FLIGHT-NUMBER(BOOKING-IDX)
                AND PT-DEPARTURE-DATE(POSTED-IDX) =
                    BT-DEPARTURE-DATE(BOOKING-IDX)
                AND PT-CUSTOMER-ID(POSTED-IDX) = BT-CUSTOMER-ID(BOOKING-IDX)
            MOVE 'Y' TO WS-ALREADY-POSTED
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A segment whose route distance is missing is left unposted so it
*> is credited once the distance is added.
POST-ONE-SEGMENT.
    IF BT-FARE-AMOUNT(BOOKING-IDX) = ZERO
        PERFORM ADD-POSTED-SEGMENT
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-DESTINATION
    PERFORM VARYING FLIGHT-IDX FROM 1 BY 1
            UNTIL FLIGHT-IDX > WS-FLIGHT-COUNT
        IF FT-FLIGHT-NUMBER(FLIGHT-IDX) = BT-FLIGHT-NUMBER(BOOKING-IDX)
                AND FT-DEPARTURE-DATE(FLIGHT-IDX) =
                    BT-DEPARTURE-DATE(BOOKING-IDX)
            MOVE FT-DESTINATION(FLIGHT-IDX) TO WS-DESTINATION
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE ZERO TO WS-ROUTE-MILES
    PERFORM VARYING ROUTE-IDX FROM 1 BY 1
            UNTIL ROUTE-IDX > WS-ROUTE-COUNT
        IF RT-DESTINATION(ROUTE-IDX) = WS-DESTINATION
            MOVE RT-MILES(ROUTE-IDX) TO WS-ROUTE-MILES
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-ROUTE-MILES = ZERO
        MOVE BT-CUSTOMER-ID(BOOKING-IDX) TO PE-CUSTOMER-ID
        MOVE BT-FLIGHT-NUMBER(BOOKING-IDX) TO PE-FLIGHT-NUMBER
        MOVE BT-DEPARTURE-DATE(BOOKING-IDX) TO PE-DEPARTURE-DATE
        IF WS-DESTINATION = SPACES
            MOVE 'Flight not on schedule - not credited' TO PE-REASON
        ELSE
            MOVE 'No route distance for destination' TO PE-REASON
        END-IF
        PERFORM WRITE-POSTING-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE 1.00 TO WS-FARE-MULTIPLIER
    PERFORM VARYING MULT-IDX FROM 1 BY 1
            UNTIL MULT-IDX > WS-MULTIPLIER-COUNT
        IF MX-FARE-CLASS(MULT-IDX) = BT-FARE-CLASS(BOOKING-IDX)
            MOVE MX-MULTIPLIER(MULT-IDX) TO WS-FARE-MULTIPLIER
            EXIT PERFORM
        END-IF
    END-PERFORM
    PERFORM FIND-HELD-TIER
    COMPUTE WS-QUALIFYING-EARNED ROUNDED =
        WS-ROUTE-MILES * WS-FARE-MULTIPLIER
    COMPUTE WS-MILES-EARNED ROUNDED =
        WS-QUALIFYING-EARNED * WS-TIER-MULTIPLIER
    ADD WS-MILES-EARNED TO MT-MILES-BALANCE(MEMBER-IDX)
    ADD WS-MILES-EARNED TO MT-LIFETIME-MILES(MEMBER-IDX)
    ADD WS-QUALIFYING-EARNED TO MT-QUALIFYING-MILES(MEMBER-IDX)
    ADD 1 TO WS-SEGMENTS-POSTED
    ADD WS-MILES-EARNED TO WS-MILES-POSTED
    INITIALIZE LOYALTY-ACTIVITY-RECORD
    MOVE 'EARN' TO LA-ACTIVITY-TYPE
    MOVE BT-FLIGHT-NUMBER(BOOKING-IDX) TO LA-FLIGHT-NUMBER
    MOVE BT-DEPARTURE-DATE(BOOKING-IDX) TO LA-DEPARTURE-DATE
    MOVE BT-FARE-CLASS(BOOKING-IDX) TO LA-FARE-CLASS
    MOVE WS-QUALIFYING-EARNED TO LA-QUALIFYING-MILES
    MOVE WS-MILES-EARNED TO LA-MILES-CREDIT
    PERFORM WRITE-LOYALTY-ACTIVITY
    PERFORM ADD-POSTED-SEGMENT
    MOVE MT-QUALIFYING-MILES(MEMBER-IDX) TO WS-QUALIFY-MILES
    PERFORM QUALIFY-TIER
    IF WS-QUALIFIED-THRESHOLD > WS-HELD-THRESHOLD
        MOVE WS-QUALIFIED-TIER TO MT-TIER(MEMBER-IDX)
        ADD 1 TO WS-TIER-CHANGES
        INITIALIZE LOYALTY-ACTIVITY-RECORD
        MOVE 'TIERUP' TO LA-ACTIVITY-TYPE
        MOVE WS-QUALIFY-MILES TO LA-QUALIFYING-MILES
        PERFORM WRITE-LOYALTY-ACTIVITY
    END-IF.

ADD-POSTED-SEGMENT.
    IF WS-POSTED-COUNT < 5000
        ADD 1 TO WS-POSTED-COUNT
        MOVE BT-FLIGHT-NUMBER(BOOKING-IDX)
            TO PT-FLIGHT-NUMBER(WS-POSTED-COUNT)
        MOVE BT-DEPARTURE-DATE(BOOKING-IDX)
            TO PT-DEPARTURE-DATE(WS-POSTED-COUNT)
        MOVE BT-CUSTOMER-ID(BOOKING-IDX) TO PT-CUSTOMER-ID(WS-POSTED-COUNT)
    ELSE
        DISPLAY "Posted segment table full - segment not recorded for "
            BT-CUSTOMER-ID(BOOKING-IDX)
    END-IF.

POST-MILEAGE-REDEMPTIONS.
    OPEN INPUT mileage-redemptions
    IF WS-REDEMPTION-STATUS NOT = '00'
        CLOSE mileage-redemptions
        EXIT PARAGRAPH
    END-IF
    READ mileage-redemptions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE MR-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
        PERFORM FIND-MEMBER
        IF MEMBER-FOUND
            PERFORM POST-ONE-REDEMPTION
        ELSE
            MOVE MR-CUSTOMER-ID TO PE-CUSTOMER-ID
            MOVE MR-FLIGHT-NUMBER TO PE-FLIGHT-NUMBER
            MOVE MR-DEPARTURE-DATE TO PE-DEPARTURE-DATE
            MOVE 'Redemption for customer not a member' TO PE-REASON
            PERFORM WRITE-POSTING-EXCEPTION
        END-IF
        READ mileage-redemptions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE mileage-redemptions
    MOVE 'N' TO WS-END-OF-FILE.

POST-ONE-REDEMPTION.
    INITIALIZE LOYALTY-ACTIVITY-RECORD
    MOVE MR-FLIGHT-NUMBER TO LA-FLIGHT-NUMBER
    MOVE MR-DEPARTURE-DATE TO LA-DEPARTURE-DATE
    MOVE MR-FARE-CLASS TO LA-FARE-CLASS
    IF MR-TYPE = 'REFUND'
        MOVE 'REFUND' TO LA-ACTIVITY-TYPE
        MOVE MR-MILES TO LA-MILES-CREDIT
        ADD MR-MILES TO MT-MILES-BALANCE(MEMBER-IDX)
    ELSE
        MOVE 'REDEEM' TO LA-ACTIVITY-TYPE
        IF MR-MILES > MT-MILES-BALANCE(MEMBER-IDX)
            MOVE MT-MILES-BALANCE(MEMBER-IDX) TO LA-MILES-DEBIT
            MOVE ZERO TO MT-MILES-BALANCE(MEMBER-IDX)
            MOVE MR-CUSTOMER-ID TO PE-CUSTOMER-ID
            MOVE MR-FLIGHT-NUMBER TO PE-FLIGHT-NUMBER
            MOVE MR-DEPARTURE-DATE TO PE-DEPARTURE-DATE
            MOVE 'Redemption over balance - balance zeroed'
                TO PE-REASON
            PERFORM WRITE-POSTING-EXCEPTION
        ELSE
            MOVE MR-MILES TO LA-MILES-DEBIT
            SUBTRACT MR-MILES FROM MT-MILES-BALANCE(MEMBER-IDX)
        END-IF
    END-IF
    ADD 1 TO WS-REDEMPTIONS-POSTED
    PERFORM WRITE-LOYALTY-ACTIVITY.

WRITE-LOYALTY-ACTIVITY.
    MOVE MT-CUSTOMER-ID(MEMBER-IDX) TO LA-CUSTOMER-ID
    MOVE WS-CURRENT-DATE TO LA-ACTIVITY-DATE
    MOVE MT-MILES-BALANCE(MEMBER-IDX) TO LA-BALANCE-AFTER
    MOVE MT-TIER(MEMBER-IDX) TO LA-TIER
    WRITE LOYALTY-ACTIVITY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-POSTING-EXCEPTION.
    WRITE POSTING-EXCEPTION-RECORD
    ADD 1 TO WS-EXCEPTION-COUNT
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-LOYALTY-MEMBERS.
    PERFORM VARYING MEMBER-IDX FROM 1 BY 1
            UNTIL MEMBER-IDX > WS-MEMBER-COUNT
        MOVE MT-CUSTOMER-ID(MEMBER-IDX) TO LM-CUSTOMER-ID
        MOVE MT-MEMBER-NAME(MEMBER-IDX) TO LM-MEMBER-NAME
        MOVE MT-TIER(MEMBER-IDX) TO LM-TIER
        MOVE MT-MILES-BALANCE(MEMBER-IDX) TO LM-MILES-BALANCE
        MOVE MT-QUALIFYING-MILES(MEMBER-IDX) TO LM-QUALIFYING-MILES
        MOVE MT-QUALIFYING-YEAR(MEMBER-IDX) TO LM-QUALIFYING-YEAR
        MOVE MT-ENROL-DATE(MEMBER-IDX) TO LM-ENROL-DATE
        MOVE MT-LIFETIME-MILES(MEMBER-IDX) TO LM-LIFETIME-MILES
        WRITE LOYALTY-MEMBER-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

WRITE-POSTED-SEGMENTS.
    PERFORM VARYING POSTED-IDX FROM 1 BY 1
            UNTIL POSTED-IDX > WS-POSTED-COUNT
        MOVE PT-FLIGHT-NUMBER(POSTED-IDX) TO PG-FLIGHT-NUMBER
        MOVE PT-DEPARTURE-DATE(POSTED-IDX) TO PG-DEPARTURE-DATE
        MOVE PT-CUSTOMER-ID(POSTED-IDX) TO PG-CUSTOMER-ID
        WRITE POSTED-SEGMENT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

LOG-RUN-START.
    MOVE 'FrequentFlyerPosting' TO OPS-PROGRAM-ID
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

END PROGRAM FrequentFlyerPosting.
