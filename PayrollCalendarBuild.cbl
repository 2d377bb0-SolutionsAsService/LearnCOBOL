IDENTIFICATION DIVISION.
PROGRAM-ID. PayrollCalendarBuild.
AUTHOR. Your Name.
*> Builds payroll-calendar.dat for PayrollProcessing from a one-line
*> parameter record: the first period id and start date, the number
*> of periods, the period length in days, how many business days
*> after period end timecards are due, and how many calendar days
*> after period end is payday. A payday that falls on a weekend or
*> holiday (holiday-calendar.dat, through DateService) is moved back
*> to the prior business day, and the ACH settlement date is set to
*> that business day so deposits land on payday.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT calendar-parameters ASSIGN TO 'payroll-calendar-parms.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT payroll-calendar ASSIGN TO 'payroll-calendar.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD calendar-parameters.
01 CALENDAR-PARAMETER-RECORD.
    05 CP-FIRST-PERIOD-ID     PIC 9(6).
    05 CP-FIRST-PERIOD-START  PIC 9(8).
    05 CP-PERIOD-COUNT        PIC 9(3).
    05 CP-PERIOD-DAYS         PIC 9(3).
    05 CP-CUTOFF-BUSINESS-DAYS PIC 9(2).
    05 CP-PAYDAY-LAG-DAYS     PIC 9(3).

FD payroll-calendar.
01 PAYROLL-CALENDAR-RECORD.
    05 PCAL-PERIOD-ID         PIC 9(6).
    05 PCAL-PERIOD-START      PIC 9(8).
    05 PCAL-PERIOD-END        PIC 9(8).
    05 PCAL-TIMECARD-CUTOFF   PIC 9(8).
    05 PCAL-CHECK-DATE        PIC 9(8).
    05 PCAL-ACH-SETTLE-DATE   PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-PERIOD-NUMBER       PIC 9(3).
01 WS-PERIOD-ID           PIC 9(6).
01 WS-PERIOD-START        PIC 9(8).
01 WS-NOMINAL-PAYDAY      PIC 9(8).
01 WS-MOVED-COUNT         PIC 9(3) VALUE 0.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE  PIC X.
    05 DS-DATE-FROM      PIC 9(8).
    05 DS-DATE-TO        PIC 9(8).
    05 DS-DAYS           PIC S9(7).
    05 DS-RESULT-DATE    PIC 9(8).

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
    OPEN INPUT calendar-parameters
        OUTPUT payroll-calendar
    READ calendar-parameters
        AT END
            DISPLAY "No calendar parameters - calendar is empty"
        NOT AT END
            ADD 1 TO WS-OPS-RECORDS-READ
            MOVE CP-FIRST-PERIOD-ID TO WS-PERIOD-ID
            MOVE CP-FIRST-PERIOD-START TO WS-PERIOD-START
            PERFORM VARYING WS-PERIOD-NUMBER FROM 1 BY 1
                    UNTIL WS-PERIOD-NUMBER > CP-PERIOD-COUNT
                PERFORM BUILD-ONE-PERIOD
                ADD 1 TO WS-PERIOD-ID
            END-PERFORM
    END-READ
    CLOSE calendar-parameters payroll-calendar
    DISPLAY "Calendar periods written: " WS-OPS-RECORDS-WRITTEN
    DISPLAY "Paydays moved for weekends or holidays: " WS-MOVED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

BUILD-ONE-PERIOD.
    MOVE WS-PERIOD-ID TO PCAL-PERIOD-ID
    MOVE WS-PERIOD-START TO PCAL-PERIOD-START
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-PERIOD-START TO DS-DATE-FROM
    COMPUTE DS-DAYS = CP-PERIOD-DAYS - 1
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO PCAL-PERIOD-END
    MOVE 'B' TO DS-FUNCTION-CODE
    MOVE PCAL-PERIOD-END TO DS-DATE-FROM
    MOVE CP-CUTOFF-BUSINESS-DAYS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO PCAL-TIMECARD-CUTOFF
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE PCAL-PERIOD-END TO DS-DATE-FROM
    MOVE CP-PAYDAY-LAG-DAYS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-NOMINAL-PAYDAY
    MOVE 'B' TO DS-FUNCTION-CODE
    MOVE WS-NOMINAL-PAYDAY TO DS-DATE-FROM
    MOVE 0 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO PCAL-CHECK-DATE
    MOVE DS-RESULT-DATE TO PCAL-ACH-SETTLE-DATE
    IF PCAL-CHECK-DATE NOT = WS-NOMINAL-PAYDAY
        ADD 1 TO WS-MOVED-COUNT
    END-IF
    WRITE PAYROLL-CALENDAR-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-PERIOD-START TO DS-DATE-FROM
    MOVE CP-PERIOD-DAYS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-PERIOD-START.

LOG-RUN-START.
    MOVE 'PayrollCalendarBuild' TO OPS-PROGRAM-ID
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

END PROGRAM PayrollCalendarBuild.
