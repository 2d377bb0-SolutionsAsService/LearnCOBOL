    SELECT flight-schedule-updated ASSIGN TO 'flight-schedule-updated.dat'.
    SELECT flight-manifests ASSIGN TO 'flight-manifests.dat'.
    SELECT no-show-summary ASSIGN TO 'no-show-summary.dat'.
    SELECT seat-assignments ASSIGN TO 'seat-assignments.dat'
        FILE STATUS IS WS-SEAT-ASSIGN-STATUS.

DATA DIVISION.
FILE SECTION.
    05 NS-SEATS-NO-SHOW    PIC 9(4).
    05 NS-NO-SHOW-RATE     PIC 9(3)V99.

FD seat-assignments.
01 SEAT-ASSIGNMENT-RECORD.
    05 SA-FLIGHT-NUMBER       PIC X(6).
    05 SA-DEPARTURE-DATE      PIC 9(8).
    05 SA-CUSTOMER-ID         PIC X(10).
    05 SA-PASSENGER-SEQ       PIC 9(4).
    05 SA-SEAT-ROW            PIC 9(3).
    05 SA-SEAT-LETTER         PIC X.

WORKING-STORAGE SECTION.
01 WS-BOOKINGS-STATUS      PIC XX.
01 WS-SEAT-ASSIGN-STATUS   PIC XX.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
    05 MD-SEATS            PIC ZZZ9.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 MD-STATUS           PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 MD-SEAT-LIST        PIC X(40).
01 WS-MANIFEST-SEAT-LINE.
    05 FILLER              PIC X(38) VALUE SPACES.
    05 ML-SEAT-LIST        PIC X(40).
01 WS-SEAT-LIST.
    05 SL-SEAT-ENTRY OCCURS 8 TIMES.
        10 SL-SEAT-ROW     PIC ZZ9.
        10 SL-SEAT-LETTER  PIC X.
        10 FILLER          PIC X.
01 WS-FIRST-SEAT-LINE      PIC X.
    88 FIRST-SEAT-LINE     VALUE 'Y'.
01 WS-CURRENT-DATE         PIC 9(8).
01 WS-FLIGHT-DEPARTED      PIC X.
    88 FLIGHT-DEPARTED     VALUE 'Y'.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 MS-CHECK-MESSAGE    PIC X(40).
01 WS-MANIFEST-SEPARATOR   PIC X(60) VALUE ALL '-'.
01 WS-UNSEATED-LINE.
    05 FILLER              PIC X(36)
        VALUE 'PASSENGERS WITHOUT SEAT ASSIGNMENT: '.
    05 UL-UNSEATED         PIC ZZZ9.

*> Seats held by each booking, listed on the manifest beside the
*> passenger count.
01 WS-ASSIGNMENT-COUNT     PIC 9(4) VALUE 0.
01 SEAT-ASSIGNMENT-TABLE.
    05 SEAT-ASSIGNMENT-ENTRY OCCURS 3000 TIMES INDEXED BY ASSIGN-IDX.
        10 AT-FLIGHT-NUMBER    PIC X(6).
        10 AT-DEPARTURE-DATE   PIC 9(8).
        10 AT-CUSTOMER-ID      PIC X(10).
        10 AT-SEAT-ROW         PIC 9(3).
        10 AT-SEAT-LETTER      PIC X.
01 WS-LINE-SEATS           PIC 9(2).
01 WS-BOOKING-SEATED       PIC 9(4).
01 WS-UNSEATED-SEATS       PIC 9(4).

01 OPS-LOG-PARAMETERS.
    05 OPS-PROGRAM-ID        PIC X(30).
    OPEN INPUT flight-schedule-updated
        OUTPUT flight-manifests no-show-summary
    PERFORM LOAD-BOOKINGS-LOG
    PERFORM LOAD-SEAT-ASSIGNMENTS
    READ flight-schedule-updated AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
    END-IF
    MOVE ZERO TO WS-CHECKED-IN-SEATS
    MOVE ZERO TO WS-NO-SHOW-SEATS
    MOVE ZERO TO WS-UNSEATED-SEATS
    MOVE FSU-FLIGHT-NUMBER TO MH-FLIGHT-NUMBER
    MOVE FSU-DEPARTURE-DATE TO MH-DEPARTURE-DATE
    MOVE WS-MANIFEST-HEADER TO MANIFEST-LINE
            ELSE
                MOVE SPACES TO MD-STATUS
            END-IF
            PERFORM WRITE-MANIFEST-PASSENGER
            ADD BT-SEATS-BOOKED(WS-SCAN-IDX) TO WS-MANIFEST-SEATS
        END-IF
    END-PERFORM
    MOVE WS-MANIFEST-SUMMARY TO MANIFEST-LINE
    WRITE MANIFEST-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    IF WS-UNSEATED-SEATS > 0
        MOVE WS-UNSEATED-SEATS TO UL-UNSEATED
        MOVE WS-UNSEATED-LINE TO MANIFEST-LINE
        WRITE MANIFEST-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF
    MOVE WS-MANIFEST-SEPARATOR TO MANIFEST-LINE
    WRITE MANIFEST-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> Prints the booking's seat numbers eight to a line; further lines
*> for a large party carry the seats only.
WRITE-MANIFEST-PASSENGER.
    MOVE ZERO TO WS-LINE-SEATS
    MOVE ZERO TO WS-BOOKING-SEATED
    MOVE SPACES TO WS-SEAT-LIST
    MOVE 'Y' TO WS-FIRST-SEAT-LINE
    PERFORM VARYING ASSIGN-IDX FROM 1 BY 1
            UNTIL ASSIGN-IDX > WS-ASSIGNMENT-COUNT
        IF AT-FLIGHT-NUMBER(ASSIGN-IDX) = BT-FLIGHT-NUMBER(WS-SCAN-IDX)
                AND AT-DEPARTURE-DATE(ASSIGN-IDX) =
                    BT-DEPARTURE-DATE(WS-SCAN-IDX)
                AND AT-CUSTOMER-ID(ASSIGN-IDX) = BT-CUSTOMER-ID(WS-SCAN-IDX)
            IF WS-LINE-SEATS = 8
                PERFORM WRITE-MANIFEST-SEAT-LINE
            END-IF
            ADD 1 TO WS-LINE-SEATS
            ADD 1 TO WS-BOOKING-SEATED
            MOVE AT-SEAT-ROW(ASSIGN-IDX) TO SL-SEAT-ROW(WS-LINE-SEATS)
            MOVE AT-SEAT-LETTER(ASSIGN-IDX)
                TO SL-SEAT-LETTER(WS-LINE-SEATS)
        END-IF
    END-PERFORM
    PERFORM WRITE-MANIFEST-SEAT-LINE
    IF WS-BOOKING-SEATED < BT-SEATS-BOOKED(WS-SCAN-IDX)
        COMPUTE WS-UNSEATED-SEATS = WS-UNSEATED-SEATS
            + BT-SEATS-BOOKED(WS-SCAN-IDX) - WS-BOOKING-SEATED
    END-IF.

WRITE-MANIFEST-SEAT-LINE.
    IF FIRST-SEAT-LINE
        MOVE WS-SEAT-LIST TO MD-SEAT-LIST
        MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE
        MOVE 'N' TO WS-FIRST-SEAT-LINE
    ELSE
        MOVE WS-SEAT-LIST TO ML-SEAT-LIST
        MOVE WS-MANIFEST-SEAT-LINE TO MANIFEST-LINE
    END-IF
    WRITE MANIFEST-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE SPACES TO WS-SEAT-LIST
    MOVE ZERO TO WS-LINE-SEATS.

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
            MOVE SA-SEAT-ROW TO AT-SEAT-ROW(WS-ASSIGNMENT-COUNT)
            MOVE SA-SEAT-LETTER TO AT-SEAT-LETTER(WS-ASSIGNMENT-COUNT)
        ELSE
            DISPLAY "Seat assignment table full - discarding seat for "
                SA-CUSTOMER-ID
        END-IF
        READ seat-assignments AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE seat-assignments
    MOVE 'N' TO WS-END-OF-FILE.

WRITE-NO-SHOW-SUMMARY.
    MOVE FSU-FLIGHT-NUMBER TO NS-FLIGHT-NUMBER
    MOVE FSU-DEPARTURE-DATE TO NS-DEPARTURE-DATE
