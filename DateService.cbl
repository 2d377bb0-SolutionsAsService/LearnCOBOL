*> Function 'D' returns the day count from DS-DATE-FROM to
*> DS-DATE-TO in DS-DAYS; function 'A' returns DS-DATE-FROM plus
*> DS-DAYS (which may be negative) in DS-RESULT-DATE.
*> Function 'B' moves DS-DATE-FROM by DS-DAYS business days (negative
*> moves back) and returns it in DS-RESULT-DATE; with DS-DAYS zero a
*> weekend or holiday date is rolled back to the prior business day.
*> Function 'W' classifies DS-DATE-FROM in DS-DAYS: 0 business day,
*> 1 weekend, 2 holiday. Holidays come from holiday-calendar.dat,
*> loaded on the first business-day call.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT holiday-calendar ASSIGN TO 'holiday-calendar.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLIDAY-STATUS.

DATA DIVISION.
FILE SECTION.
FD holiday-calendar.
01 HOLIDAY-RECORD.
    05 HOL-DATE              PIC 9(8).
    05 HOL-DESCRIPTION       PIC X(30).

WORKING-STORAGE SECTION.
01 WS-HOLIDAY-STATUS     PIC XX.
01 WS-HOLIDAYS-LOADED    PIC X VALUE 'N'.
    88 HOLIDAYS-LOADED   VALUE 'Y'.
01 WS-HOLIDAY-EOF        PIC X VALUE 'N'.
    88 HOLIDAY-EOF       VALUE 'Y'.
01 WS-HOLIDAY-COUNT      PIC 9(4) VALUE 0.
01 HOLIDAY-TABLE.
    05 HOLIDAY-ENTRY OCCURS 500 TIMES INDEXED BY HOL-IDX.
        10 HT-DATE           PIC 9(8).
01 WS-DAY-TYPE           PIC 9.
    88 BUSINESS-DAY      VALUE 0.
01 WS-WEEKDAY            PIC 9.
01 WS-STEP               PIC S9.
01 WS-DAYS-LEFT          PIC 9(7).
01 WS-WORK-DATE          PIC 9(8).
01 WS-YEAR               PIC 9(4).
01 WS-MONTH              PIC 9(2).
    05 DS-FUNCTION-CODE  PIC X.
        88 DS-DAYS-BETWEEN   VALUE 'D'.
        88 DS-ADD-DAYS       VALUE 'A'.
        88 DS-BUSINESS-DAYS  VALUE 'B'.
        88 DS-DAY-TYPE       VALUE 'W'.
    05 DS-DATE-FROM      PIC 9(8).
    05 DS-DATE-TO        PIC 9(8).
    05 DS-DAYS           PIC S9(7).
            COMPUTE WS-SERIAL = WS-SERIAL + DS-DAYS
            PERFORM CONVERT-SERIAL-TO-DATE
            MOVE WS-WORK-DATE TO DS-RESULT-DATE
        WHEN DS-BUSINESS-DAYS
            PERFORM LOAD-HOLIDAYS
            MOVE DS-DATE-FROM TO WS-WORK-DATE
            PERFORM CONVERT-DATE-TO-SERIAL
            IF DS-DAYS = 0
                PERFORM CLASSIFY-SERIAL-DAY
                PERFORM UNTIL BUSINESS-DAY
                    SUBTRACT 1 FROM WS-SERIAL
                    PERFORM CLASSIFY-SERIAL-DAY
                END-PERFORM
            ELSE
                IF DS-DAYS < 0
                    MOVE -1 TO WS-STEP
                    COMPUTE WS-DAYS-LEFT = 0 - DS-DAYS
                ELSE
                    MOVE 1 TO WS-STEP
                    MOVE DS-DAYS TO WS-DAYS-LEFT
                END-IF
                PERFORM UNTIL WS-DAYS-LEFT = 0
                    ADD WS-STEP TO WS-SERIAL
                    PERFORM CLASSIFY-SERIAL-DAY
                    IF BUSINESS-DAY
                        SUBTRACT 1 FROM WS-DAYS-LEFT
                    END-IF
                END-PERFORM
            END-IF
            PERFORM CONVERT-SERIAL-TO-DATE
            MOVE WS-WORK-DATE TO DS-RESULT-DATE
        WHEN DS-DAY-TYPE
            PERFORM LOAD-HOLIDAYS
            MOVE DS-DATE-FROM TO WS-WORK-DATE
            PERFORM CONVERT-DATE-TO-SERIAL
            PERFORM CLASSIFY-SERIAL-DAY
            MOVE WS-DAY-TYPE TO DS-DAYS
        WHEN OTHER
            DISPLAY "DateService: unknown function code "
                DS-FUNCTION-CODE
    COMPUTE WS-WORK-DATE =
        (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY.

*> The serial is a Julian day number, so serial modulo 7 gives the
*> weekday with 0 as Monday.
CLASSIFY-SERIAL-DAY.
    MOVE 0 TO WS-DAY-TYPE
    DIVIDE WS-SERIAL BY 7 GIVING WS-DIV-RESULT REMAINDER WS-WEEKDAY
    IF WS-WEEKDAY > 4
        MOVE 1 TO WS-DAY-TYPE
    ELSE
        PERFORM CONVERT-SERIAL-TO-DATE
        PERFORM VARYING HOL-IDX FROM 1 BY 1
                UNTIL HOL-IDX > WS-HOLIDAY-COUNT
            IF HT-DATE(HOL-IDX) = WS-WORK-DATE
                MOVE 2 TO WS-DAY-TYPE
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.

LOAD-HOLIDAYS.
    IF NOT HOLIDAYS-LOADED
        SET HOLIDAYS-LOADED TO TRUE
        OPEN INPUT holiday-calendar
        IF WS-HOLIDAY-STATUS = '00'
            READ holiday-calendar AT END SET HOLIDAY-EOF TO TRUE END-READ
            PERFORM UNTIL HOLIDAY-EOF
                IF WS-HOLIDAY-COUNT < 500
                    ADD 1 TO WS-HOLIDAY-COUNT
                    MOVE HOL-DATE TO HT-DATE(WS-HOLIDAY-COUNT)
                ELSE
                    DISPLAY "DateService: holiday table full - discarding "
                        HOL-DATE
                END-IF
                READ holiday-calendar AT END SET HOLIDAY-EOF TO TRUE END-READ
            END-PERFORM
            CLOSE holiday-calendar
        END-IF
    END-IF.

END PROGRAM DateService.
