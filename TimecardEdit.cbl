IDENTIFICATION DIVISION.
PROGRAM-ID. TimecardEdit.
AUTHOR. Your Name.
*> Edits the daily timecard file for the pay week and rolls approved
*> cards up into the weekly HoursWorked, EveningHours and WeekendHours
*> fields of EMPLOYEE.DAT for SoftwareCompanyPayroll. Cards for unknown
*> employees, dates outside the week, bad shift types or hours, and
*> cards overlapping an earlier card for the same day are rejected.
*> Cards without an approver id are held and carried from run to run:
*> the cards still held at the end of the run are written to
*> TIMECARD-HELD-NEW.DAT, which is rolled over TIMECARD-HELD.DAT with
*> EMPLOYEE-NEW.DAT once the week is accepted, so a rerun of the week
*> starts from the same held cards. A held card is released when a
*> card for the same employee, date and shift comes in with an
*> approver; it is edited against its own week and its hours are paid
*> with this week. Every card still held is listed on the exceptions
*> file. An employee with a business day that has no card at all is
*> reported on the missing-timecard report by department and gets no
*> hours this week. Holidays on holiday-calendar.dat are not business
*> days.
*> Approved hours are also written by project code to PROJECT-HOURS.DAT
*> for the labor distribution run, only for employees whose week is
*> complete, so project cost agrees with the hours paid.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT timecard-file ASSIGN TO 'TIMECARDS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT timecard-control ASSIGN TO 'TIMECARD-CONTROL.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT employee-file ASSIGN TO 'EMPLOYEE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT employee-file-new ASSIGN TO 'EMPLOYEE-NEW.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT timecard-held ASSIGN TO 'TIMECARD-HELD.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-STATUS.
    SELECT timecard-held-new ASSIGN TO 'TIMECARD-HELD-NEW.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT timecard-exceptions ASSIGN TO 'TIMECARD-EXCEPTIONS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT missing-timecard-report ASSIGN TO 'MISSING-TIMECARDS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT project-hours-file ASSIGN TO 'PROJECT-HOURS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Either start and stop times (HHMM) or a straight hours figure is
*> keyed; hours are used only when both times are zero.
FD timecard-file.
01 TIMECARD-RECORD.
    05 TC-EMPLOYEE-NAME       PIC X(25).
    05 TC-WORK-DATE           PIC 9(8).
    05 TC-START-TIME          PIC 9(4).
    05 TC-STOP-TIME           PIC 9(4).
    05 TC-HOURS               PIC 9(2)v99.
    05 TC-SHIFT-TYPE          PIC X.
        88 TC-REGULAR-SHIFT   VALUE 'R'.
        88 TC-EVENING-SHIFT   VALUE 'E'.
        88 TC-WEEKEND-SHIFT   VALUE 'W'.
        88 TC-VALID-SHIFT     VALUES 'R' 'E' 'W'.
    05 TC-APPROVER-ID         PIC X(8).
    05 TC-PROJECT-CODE        PIC X(8).

FD timecard-control.
01 TIMECARD-CONTROL-RECORD.
    05 TCC-WEEK-ENDING        PIC 9(8).

FD employee-file.
01 EMPLOYEE-RECORD.
    05 EMPLOYEE-NAME          PIC X(25).
    05 DEPARTMENT-CODE        PIC X(10).
    05 HOURS-WORKED           PIC 9(3).
    05 HOURLY-RATE            PIC 9(3)v99.
    05 GROSS-PAY              PIC 9(5)v99.
    05 PAY-CLASS-CODE         PIC X(4).
    05 EVENING-HOURS          PIC 9(3).
    05 WEEKEND-HOURS          PIC 9(3).

FD employee-file-new.
01 EMPLOYEE-RECORD-NEW.
    05 EMN-EMPLOYEE-NAME      PIC X(25).
    05 EMN-DEPARTMENT-CODE    PIC X(10).
    05 EMN-HOURS-WORKED       PIC 9(3).
    05 EMN-HOURLY-RATE        PIC 9(3)v99.
    05 EMN-GROSS-PAY          PIC 9(5)v99.
    05 EMN-PAY-CLASS-CODE     PIC X(4).
    05 EMN-EVENING-HOURS      PIC 9(3).
    05 EMN-WEEKEND-HOURS      PIC 9(3).

FD timecard-held.
01 TIMECARD-HELD-RECORD       PIC X(62).

FD timecard-held-new.
01 TIMECARD-HELD-NEW-RECORD   PIC X(62).

FD project-hours-file.
01 PROJECT-HOURS-RECORD.
    05 PH-EMPLOYEE-NAME       PIC X(25).
    05 PH-PROJECT-CODE        PIC X(8).
    05 PH-WORK-DATE           PIC 9(8).
    05 PH-SHIFT-TYPE          PIC X.
    05 PH-HOURS               PIC 9(2)v99.

FD timecard-exceptions.
01 TIMECARD-EXCEPTION-RECORD.
    05 TX-EMPLOYEE-NAME       PIC X(25).
    05 TX-WORK-DATE           PIC 9(8).
    05 TX-SHIFT-TYPE          PIC X.
    05 TX-HOURS               PIC 9(2)v99.
    05 TX-REASON              PIC X(40).

FD missing-timecard-report.
01 MISSING-REPORT-LINE        PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-CONTROL-STATUS      PIC XX.
01 WS-HELD-STATUS         PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-WEEK-ENDING         PIC 9(8).
01 WS-WEEK-START          PIC 9(8).
01 WS-DAY-NUMBER          PIC 9.
01 WS-DAY-DATE            PIC 9(8).
01 WS-WEEKDAY             PIC 9.
01 WS-WEEK-COUNT          PIC S9(7).
*> 3 January 2000 was a Monday; weekdays 0-4 are Monday to Friday.
01 WS-KNOWN-MONDAY        PIC 9(8) VALUE 20000103.

01 WS-EMPLOYEE-COUNT      PIC 9(4) VALUE 0.
01 EMPLOYEE-TABLE.
    05 EMPLOYEE-ENTRY OCCURS 500 TIMES INDEXED BY EMP-IDX.
        10 ET-EMPLOYEE-NAME       PIC X(25).
        10 ET-DEPARTMENT-CODE     PIC X(10).
        10 ET-TOTAL-HOURS         PIC 9(3)v99.
        10 ET-EVENING-HOURS       PIC 9(3)v99.
        10 ET-WEEKEND-HOURS       PIC 9(3)v99.
        10 ET-DAY-PRESENT         PIC X OCCURS 7 TIMES.

01 WS-CARD-COUNT          PIC 9(4) VALUE 0.
01 CARD-TABLE.
    05 CARD-ENTRY OCCURS 3000 TIMES INDEXED BY CARD-IDX.
        10 CT-EMPLOYEE-NAME       PIC X(25).
        10 CT-WORK-DATE           PIC 9(8).
        10 CT-START-MINUTE        PIC 9(4).
        10 CT-STOP-MINUTE         PIC 9(4).
        10 CT-SHIFT-TYPE          PIC X.
        10 CT-TIMED               PIC X.

*> Cards held by earlier runs for earlier weeks.
01 WS-PRIOR-HELD-COUNT    PIC 9(4) VALUE 0.
01 PRIOR-HELD-TABLE.
    05 PRIOR-HELD-ENTRY OCCURS 1000 TIMES INDEXED BY HELD-IDX.
        10 PH-CARD-IMAGE          PIC X(62).
        10 PH-CARD-FIELDS REDEFINES PH-CARD-IMAGE.
            15 PH-HELD-NAME       PIC X(25).
            15 PH-HELD-DATE       PIC 9(8).
            15 FILLER             PIC X(12).
            15 PH-HELD-SHIFT      PIC X.
            15 FILLER             PIC X(16).
        10 PH-RELEASED            PIC X.

*> Project lines for approved cards, held by employee until the week
*> is known to be complete.
01 WS-PROJECT-LINE-COUNT  PIC 9(4) VALUE 0.
01 PROJECT-LINE-TABLE.
    05 PROJECT-LINE-ENTRY OCCURS 3000 TIMES INDEXED BY PROJ-IDX.
        10 PL-EMPLOYEE-IDX        PIC 9(4).
        10 PL-PROJECT-LINE        PIC X(46).
        10 PL-PROJECT-FIELDS REDEFINES PL-PROJECT-LINE.
            15 PL-EMPLOYEE-NAME   PIC X(25).
            15 PL-PROJECT-CODE    PIC X(8).
            15 PL-WORK-DATE       PIC 9(8).
            15 PL-SHIFT-TYPE      PIC X.
            15 PL-HOURS           PIC 9(2)v99.

01 WS-HELD-FOUND          PIC X.
    88 HELD-CARD-FOUND    VALUE 'Y'.
01 WS-EMPLOYEE-FOUND      PIC X.
    88 EMPLOYEE-FOUND     VALUE 'Y'.
01 WS-CARD-OVERLAPS       PIC X.
    88 CARD-OVERLAPS      VALUE 'Y'.
01 WS-CARD-TIMED          PIC X.
    88 CARD-TIMED         VALUE 'Y'.
01 WS-START-MINUTE        PIC 9(4).
01 WS-STOP-MINUTE         PIC 9(4).
01 WS-HOUR-PART           PIC 9(2).
01 WS-MINUTE-PART         PIC 9(2).
01 WS-CARD-HOURS          PIC 9(2)v99.
01 WS-DAYS-FROM-START     PIC S9(7).
01 WS-MISSING-DAYS        PIC 9.
01 WS-REPORT-DEPARTMENT   PIC X(10) VALUE SPACES.
01 WS-DEPT-MISSING-COUNT  PIC 9(4) VALUE 0.

01 WS-ACCEPTED-COUNT      PIC 9(5) VALUE 0.
01 WS-REJECTED-COUNT      PIC 9(5) VALUE 0.
01 WS-HELD-COUNT          PIC 9(5) VALUE 0.
01 WS-RELEASED-COUNT      PIC 9(5) VALUE 0.
01 WS-STILL-HELD-COUNT    PIC 9(5) VALUE 0.
01 WS-INCOMPLETE-COUNT    PIC 9(4) VALUE 0.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE  PIC X.
    05 DS-DATE-FROM      PIC 9(8).
    05 DS-DATE-TO        PIC 9(8).
    05 DS-DAYS           PIC S9(7).
    05 DS-RESULT-DATE    PIC 9(8).

01 WS-MISSING-HEADING.
    05 FILLER             PIC X(24) VALUE 'MISSING TIMECARDS - DEPT'.
    05 FILLER             PIC X VALUE SPACE.
    05 MH-DEPARTMENT-CODE PIC X(10).
    05 FILLER             PIC X(14) VALUE '  WEEK ENDING '.
    05 MH-WEEK-ENDING     PIC 9(8).

01 WS-MISSING-DETAIL.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 MD-EMPLOYEE-NAME   PIC X(25).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 MD-MISSING-DATE    PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 MD-DAY-NAME        PIC X(9).

01 WS-MISSING-TOTAL-LINE.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 FILLER             PIC X(27) VALUE 'MISSING DAYS IN DEPARTMENT:'.
    05 FILLER             PIC X VALUE SPACE.
    05 MT-COUNT           PIC ZZZ9.

01 WS-DAY-NAMES.
    05 FILLER             PIC X(9) VALUE 'MONDAY'.
    05 FILLER             PIC X(9) VALUE 'TUESDAY'.
    05 FILLER             PIC X(9) VALUE 'WEDNESDAY'.
    05 FILLER             PIC X(9) VALUE 'THURSDAY'.
    05 FILLER             PIC X(9) VALUE 'FRIDAY'.
    05 FILLER             PIC X(9) VALUE 'SATURDAY'.
    05 FILLER             PIC X(9) VALUE 'SUNDAY'.
01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
    05 WS-DAY-NAME        PIC X(9) OCCURS 7 TIMES.

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
    PERFORM LOAD-TIMECARD-CONTROL
    PERFORM LOAD-EMPLOYEES
    PERFORM LOAD-PRIOR-HELD-CARDS
    OPEN INPUT timecard-file
        OUTPUT timecard-held-new timecard-exceptions
    READ timecard-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM EDIT-ONE-TIMECARD
        READ timecard-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE
    PERFORM CARRY-PRIOR-HELD-CARDS
    CLOSE timecard-file timecard-held-new
    PERFORM WRITE-WEEKLY-HOURS
    CLOSE timecard-exceptions
    DISPLAY "Timecards accepted: " WS-ACCEPTED-COUNT
    DISPLAY "Timecards rejected: " WS-REJECTED-COUNT
    DISPLAY "Timecards held for approval: " WS-HELD-COUNT
    DISPLAY "Held timecards released: " WS-RELEASED-COUNT
    DISPLAY "Earlier held timecards still held: " WS-STILL-HELD-COUNT
    DISPLAY "Employees with missing days: " WS-INCOMPLETE-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

*> The control record names the week-ending date; without one the
*> week ends today.
LOAD-TIMECARD-CONTROL.
    MOVE WS-CURRENT-DATE TO WS-WEEK-ENDING
    OPEN INPUT timecard-control
    IF WS-CONTROL-STATUS = '00'
        READ timecard-control
            AT END CONTINUE
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF TCC-WEEK-ENDING IS NUMERIC AND TCC-WEEK-ENDING > 0
                    MOVE TCC-WEEK-ENDING TO WS-WEEK-ENDING
                END-IF
        END-READ
        CLOSE timecard-control
    END-IF
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-WEEK-ENDING TO DS-DATE-FROM
    MOVE -6 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-WEEK-START.

LOAD-EMPLOYEES.
    OPEN INPUT employee-file
    READ employee-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-EMPLOYEE-COUNT < 500
            ADD 1 TO WS-EMPLOYEE-COUNT
            MOVE EMPLOYEE-NAME TO ET-EMPLOYEE-NAME(WS-EMPLOYEE-COUNT)
            MOVE DEPARTMENT-CODE TO ET-DEPARTMENT-CODE(WS-EMPLOYEE-COUNT)
            MOVE ZERO TO ET-TOTAL-HOURS(WS-EMPLOYEE-COUNT)
            MOVE ZERO TO ET-EVENING-HOURS(WS-EMPLOYEE-COUNT)
            MOVE ZERO TO ET-WEEKEND-HOURS(WS-EMPLOYEE-COUNT)
            PERFORM VARYING WS-DAY-NUMBER FROM 1 BY 1
                    UNTIL WS-DAY-NUMBER > 7
                MOVE 'N' TO ET-DAY-PRESENT(WS-EMPLOYEE-COUNT, WS-DAY-NUMBER)
            END-PERFORM
        ELSE
            DISPLAY "Employee table full - discarding " EMPLOYEE-NAME
        END-IF
        READ employee-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE employee-file
    MOVE 'N' TO WS-END-OF-FILE.

*> Cards held for this week are dropped here; they are still on
*> TIMECARDS.DAT and are edited again with the rest of the week.
LOAD-PRIOR-HELD-CARDS.
    OPEN INPUT timecard-held
    IF WS-HELD-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ timecard-held AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE TIMECARD-HELD-RECORD TO TIMECARD-RECORD
        IF TC-WORK-DATE IS NUMERIC AND TC-WORK-DATE < WS-WEEK-START
            IF WS-PRIOR-HELD-COUNT < 1000
                ADD 1 TO WS-PRIOR-HELD-COUNT
                MOVE TIMECARD-HELD-RECORD
                    TO PH-CARD-IMAGE(WS-PRIOR-HELD-COUNT)
                MOVE 'N' TO PH-RELEASED(WS-PRIOR-HELD-COUNT)
            ELSE
                DISPLAY "Held card table full - discarding "
                    TC-EMPLOYEE-NAME " " TC-WORK-DATE
            END-IF
        END-IF
        READ timecard-held AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE timecard-held
    MOVE 'N' TO WS-END-OF-FILE.

EDIT-ONE-TIMECARD.
    IF TC-WORK-DATE IS NUMERIC AND TC-WORK-DATE < WS-WEEK-START
        PERFORM FIND-PRIOR-HELD-CARD
        IF HELD-CARD-FOUND
            PERFORM EDIT-HELD-RESUBMISSION
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM FIND-EMPLOYEE
    PERFORM COMPUTE-CARD-HOURS
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE WS-WEEK-START TO DS-DATE-FROM
    MOVE TC-WORK-DATE TO DS-DATE-TO
    MOVE ZERO TO WS-DAYS-FROM-START
    IF TC-WORK-DATE IS NUMERIC
        CALL 'DateService' USING DATE-SERVICE-PARAMETERS
        MOVE DS-DAYS TO WS-DAYS-FROM-START
    END-IF
    EVALUATE TRUE
        WHEN NOT EMPLOYEE-FOUND
            MOVE 'Employee not on EMPLOYEE.DAT' TO TX-REASON
            PERFORM WRITE-TIMECARD-EXCEPTION
        WHEN TC-WORK-DATE NOT NUMERIC
                OR TC-WORK-DATE < WS-WEEK-START
                OR TC-WORK-DATE > WS-WEEK-ENDING
            MOVE 'Work date outside pay week' TO TX-REASON
            PERFORM WRITE-TIMECARD-EXCEPTION
        WHEN NOT TC-VALID-SHIFT
            MOVE 'Unknown shift type' TO TX-REASON
            PERFORM WRITE-TIMECARD-EXCEPTION
        WHEN CARD-TIMED AND WS-STOP-MINUTE NOT > WS-START-MINUTE
            MOVE 'Stop time not after start time' TO TX-REASON
            PERFORM WRITE-TIMECARD-EXCEPTION
        WHEN WS-CARD-HOURS = 0 OR WS-CARD-HOURS > 24
            MOVE 'Hours missing or more than 24' TO TX-REASON
            PERFORM WRITE-TIMECARD-EXCEPTION
        WHEN OTHER
            PERFORM CHECK-CARD-OVERLAP
            IF CARD-OVERLAPS
                MOVE 'Overlaps another card for the same day'
                    TO TX-REASON
                PERFORM WRITE-TIMECARD-EXCEPTION
            ELSE
                PERFORM ACCEPT-TIMECARD
            END-IF
    END-EVALUATE.

FIND-PRIOR-HELD-CARD.
    MOVE 'N' TO WS-HELD-FOUND
    PERFORM VARYING HELD-IDX FROM 1 BY 1
            UNTIL HELD-IDX > WS-PRIOR-HELD-COUNT
        IF PH-HELD-NAME(HELD-IDX) = TC-EMPLOYEE-NAME
                AND PH-HELD-DATE(HELD-IDX) = TC-WORK-DATE
                AND PH-HELD-SHIFT(HELD-IDX) = TC-SHIFT-TYPE
                AND PH-RELEASED(HELD-IDX) = 'N'
            SET HELD-CARD-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A card resubmitted for an earlier week's held card is edited as it
*> would have been in that week. Its day was counted present then, so
*> only the approved hours are added here; without an approver the
*> card stays held.
EDIT-HELD-RESUBMISSION.
    PERFORM FIND-EMPLOYEE
    PERFORM COMPUTE-CARD-HOURS
    EVALUATE TRUE
        WHEN NOT EMPLOYEE-FOUND
            MOVE 'Employee not on EMPLOYEE.DAT' TO TX-REASON
            PERFORM WRITE-TIMECARD-EXCEPTION
        WHEN CARD-TIMED AND WS-STOP-MINUTE NOT > WS-START-MINUTE
            MOVE 'Stop time not after start time' TO TX-REASON
            PERFORM WRITE-TIMECARD-EXCEPTION
        WHEN WS-CARD-HOURS = 0 OR WS-CARD-HOURS > 24
            MOVE 'Hours missing or more than 24' TO TX-REASON
            PERFORM WRITE-TIMECARD-EXCEPTION
        WHEN TC-APPROVER-ID = SPACES
            CONTINUE
        WHEN OTHER
            MOVE 'Y' TO PH-RELEASED(HELD-IDX)
            PERFORM ADD-APPROVED-HOURS
            ADD 1 TO WS-RELEASED-COUNT
    END-EVALUATE.

FIND-EMPLOYEE.
    MOVE 'N' TO WS-EMPLOYEE-FOUND
    PERFORM VARYING EMP-IDX FROM 1 BY 1
            UNTIL EMP-IDX > WS-EMPLOYEE-COUNT
        IF ET-EMPLOYEE-NAME(EMP-IDX) = TC-EMPLOYEE-NAME
            SET EMPLOYEE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

COMPUTE-CARD-HOURS.
    MOVE 'N' TO WS-CARD-TIMED
    MOVE ZERO TO WS-START-MINUTE WS-STOP-MINUTE WS-CARD-HOURS
    IF TC-START-TIME IS NUMERIC AND TC-STOP-TIME IS NUMERIC
            AND (TC-START-TIME > 0 OR TC-STOP-TIME > 0)
        SET CARD-TIMED TO TRUE
        DIVIDE TC-START-TIME BY 100 GIVING WS-HOUR-PART
            REMAINDER WS-MINUTE-PART
        COMPUTE WS-START-MINUTE = (WS-HOUR-PART * 60) + WS-MINUTE-PART
        DIVIDE TC-STOP-TIME BY 100 GIVING WS-HOUR-PART
            REMAINDER WS-MINUTE-PART
        COMPUTE WS-STOP-MINUTE = (WS-HOUR-PART * 60) + WS-MINUTE-PART
        IF WS-STOP-MINUTE > WS-START-MINUTE
            COMPUTE WS-CARD-HOURS ROUNDED =
                (WS-STOP-MINUTE - WS-START-MINUTE) / 60
        END-IF
    ELSE
        IF TC-HOURS IS NUMERIC
            MOVE TC-HOURS TO WS-CARD-HOURS
        END-IF
    END-IF.

*> Two timed cards overlap when their times intersect; an untimed
*> card overlaps any other card for the same day and shift type.
CHECK-CARD-OVERLAP.
    MOVE 'N' TO WS-CARD-OVERLAPS
    PERFORM VARYING CARD-IDX FROM 1 BY 1
            UNTIL CARD-IDX > WS-CARD-COUNT OR CARD-OVERLAPS
        IF CT-EMPLOYEE-NAME(CARD-IDX) = TC-EMPLOYEE-NAME
                AND CT-WORK-DATE(CARD-IDX) = TC-WORK-DATE
            IF CARD-TIMED AND CT-TIMED(CARD-IDX) = 'Y'
                IF WS-START-MINUTE < CT-STOP-MINUTE(CARD-IDX)
                        AND WS-STOP-MINUTE > CT-START-MINUTE(CARD-IDX)
                    SET CARD-OVERLAPS TO TRUE
                END-IF
            ELSE
                IF CT-SHIFT-TYPE(CARD-IDX) = TC-SHIFT-TYPE
                    SET CARD-OVERLAPS TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Every edited card is remembered for the overlap check and marks
*> its day as present; only approved cards add to the weekly hours.
ACCEPT-TIMECARD.
    IF WS-CARD-COUNT < 3000
        ADD 1 TO WS-CARD-COUNT
        MOVE TC-EMPLOYEE-NAME TO CT-EMPLOYEE-NAME(WS-CARD-COUNT)
        MOVE TC-WORK-DATE TO CT-WORK-DATE(WS-CARD-COUNT)
        MOVE WS-START-MINUTE TO CT-START-MINUTE(WS-CARD-COUNT)
        MOVE WS-STOP-MINUTE TO CT-STOP-MINUTE(WS-CARD-COUNT)
        MOVE TC-SHIFT-TYPE TO CT-SHIFT-TYPE(WS-CARD-COUNT)
        MOVE WS-CARD-TIMED TO CT-TIMED(WS-CARD-COUNT)
    ELSE
        DISPLAY "Card table full - overlap not checked for "
            TC-EMPLOYEE-NAME
    END-IF
    MOVE 'Y' TO ET-DAY-PRESENT(EMP-IDX, WS-DAYS-FROM-START + 1)
    IF TC-APPROVER-ID = SPACES
        MOVE TIMECARD-RECORD TO TIMECARD-HELD-NEW-RECORD
        WRITE TIMECARD-HELD-NEW-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        ADD 1 TO WS-HELD-COUNT
        MOVE 'Held - awaiting approval' TO TX-REASON
        PERFORM WRITE-HELD-CARD-LINE
    ELSE
        PERFORM ADD-APPROVED-HOURS
    END-IF.

ADD-APPROVED-HOURS.
    ADD WS-CARD-HOURS TO ET-TOTAL-HOURS(EMP-IDX)
    IF TC-EVENING-SHIFT
        ADD WS-CARD-HOURS TO ET-EVENING-HOURS(EMP-IDX)
    END-IF
    IF TC-WEEKEND-SHIFT
        ADD WS-CARD-HOURS TO ET-WEEKEND-HOURS(EMP-IDX)
    END-IF
    IF WS-PROJECT-LINE-COUNT < 3000
        ADD 1 TO WS-PROJECT-LINE-COUNT
        SET PROJ-IDX TO WS-PROJECT-LINE-COUNT
        SET PL-EMPLOYEE-IDX(PROJ-IDX) TO EMP-IDX
        MOVE TC-EMPLOYEE-NAME TO PL-EMPLOYEE-NAME(PROJ-IDX)
        MOVE TC-PROJECT-CODE TO PL-PROJECT-CODE(PROJ-IDX)
        MOVE TC-WORK-DATE TO PL-WORK-DATE(PROJ-IDX)
        MOVE TC-SHIFT-TYPE TO PL-SHIFT-TYPE(PROJ-IDX)
        MOVE WS-CARD-HOURS TO PL-HOURS(PROJ-IDX)
    ELSE
        DISPLAY "Project hours table full - discarding "
            TC-EMPLOYEE-NAME
    END-IF
    ADD 1 TO WS-ACCEPTED-COUNT.

*> Earlier weeks' held cards not released this run are held again.
CARRY-PRIOR-HELD-CARDS.
    PERFORM VARYING HELD-IDX FROM 1 BY 1
            UNTIL HELD-IDX > WS-PRIOR-HELD-COUNT
        IF PH-RELEASED(HELD-IDX) = 'N'
            MOVE PH-CARD-IMAGE(HELD-IDX) TO TIMECARD-HELD-NEW-RECORD
            WRITE TIMECARD-HELD-NEW-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            ADD 1 TO WS-STILL-HELD-COUNT
            MOVE PH-CARD-IMAGE(HELD-IDX) TO TIMECARD-RECORD
            PERFORM COMPUTE-CARD-HOURS
            MOVE 'Held from prior week - awaiting approval'
                TO TX-REASON
            PERFORM WRITE-HELD-CARD-LINE
        END-IF
    END-PERFORM.

*> Held cards are listed with the exceptions but not counted as
*> rejected.
WRITE-HELD-CARD-LINE.
    MOVE TC-EMPLOYEE-NAME TO TX-EMPLOYEE-NAME
    MOVE TC-WORK-DATE TO TX-WORK-DATE
    MOVE TC-SHIFT-TYPE TO TX-SHIFT-TYPE
    MOVE WS-CARD-HOURS TO TX-HOURS
    WRITE TIMECARD-EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-TIMECARD-EXCEPTION.
    MOVE TC-EMPLOYEE-NAME TO TX-EMPLOYEE-NAME
    MOVE TC-WORK-DATE TO TX-WORK-DATE
    MOVE TC-SHIFT-TYPE TO TX-SHIFT-TYPE
    MOVE WS-CARD-HOURS TO TX-HOURS
    WRITE TIMECARD-EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REJECTED-COUNT.

*> EMPLOYEE.DAT is in department sequence, so the missing-timecard
*> report breaks by department as the file is copied. Project hours
*> are written only for an employee whose week is paid.
WRITE-WEEKLY-HOURS.
    OPEN INPUT employee-file
        OUTPUT employee-file-new missing-timecard-report
            project-hours-file
    SET EMP-IDX TO 1
    READ employee-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE EMPLOYEE-RECORD TO EMPLOYEE-RECORD-NEW
        IF EMP-IDX NOT > WS-EMPLOYEE-COUNT
            PERFORM CHECK-MISSING-DAYS
            IF WS-MISSING-DAYS > 0
                ADD 1 TO WS-INCOMPLETE-COUNT
                MOVE ZERO TO EMN-HOURS-WORKED
                MOVE ZERO TO EMN-EVENING-HOURS
                MOVE ZERO TO EMN-WEEKEND-HOURS
                MOVE ET-EMPLOYEE-NAME(EMP-IDX) TO TX-EMPLOYEE-NAME
                MOVE WS-WEEK-ENDING TO TX-WORK-DATE
                MOVE SPACE TO TX-SHIFT-TYPE
                MOVE ZERO TO TX-HOURS
                MOVE 'Week incomplete - missing timecard days'
                    TO TX-REASON
                WRITE TIMECARD-EXCEPTION-RECORD
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
            ELSE
                COMPUTE EMN-HOURS-WORKED ROUNDED = ET-TOTAL-HOURS(EMP-IDX)
                COMPUTE EMN-EVENING-HOURS ROUNDED =
                    ET-EVENING-HOURS(EMP-IDX)
                COMPUTE EMN-WEEKEND-HOURS ROUNDED =
                    ET-WEEKEND-HOURS(EMP-IDX)
                PERFORM WRITE-EMPLOYEE-PROJECT-HOURS
            END-IF
            SET EMP-IDX UP BY 1
        END-IF
        WRITE EMPLOYEE-RECORD-NEW
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        READ employee-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    PERFORM WRITE-DEPARTMENT-MISSING-TOTAL
    CLOSE employee-file employee-file-new missing-timecard-report
        project-hours-file
    MOVE 'N' TO WS-END-OF-FILE.

WRITE-EMPLOYEE-PROJECT-HOURS.
    PERFORM VARYING PROJ-IDX FROM 1 BY 1
            UNTIL PROJ-IDX > WS-PROJECT-LINE-COUNT
        IF PL-EMPLOYEE-IDX(PROJ-IDX) = EMP-IDX
            MOVE PL-PROJECT-LINE(PROJ-IDX) TO PROJECT-HOURS-RECORD
            WRITE PROJECT-HOURS-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

CHECK-MISSING-DAYS.
    MOVE ZERO TO WS-MISSING-DAYS
    PERFORM VARYING WS-DAY-NUMBER FROM 1 BY 1 UNTIL WS-DAY-NUMBER > 7
        MOVE 'A' TO DS-FUNCTION-CODE
        MOVE WS-WEEK-START TO DS-DATE-FROM
        COMPUTE DS-DAYS = WS-DAY-NUMBER - 1
        CALL 'DateService' USING DATE-SERVICE-PARAMETERS
        MOVE DS-RESULT-DATE TO WS-DAY-DATE
        PERFORM COMPUTE-WEEKDAY
        MOVE 'W' TO DS-FUNCTION-CODE
        MOVE WS-DAY-DATE TO DS-DATE-FROM
        CALL 'DateService' USING DATE-SERVICE-PARAMETERS
        IF DS-DAYS = 0
                AND ET-DAY-PRESENT(EMP-IDX, WS-DAY-NUMBER) = 'N'
            ADD 1 TO WS-MISSING-DAYS
            PERFORM WRITE-MISSING-LINE
        END-IF
    END-PERFORM.

COMPUTE-WEEKDAY.
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE WS-KNOWN-MONDAY TO DS-DATE-FROM
    MOVE WS-DAY-DATE TO DS-DATE-TO
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    DIVIDE DS-DAYS BY 7 GIVING WS-WEEK-COUNT REMAINDER WS-WEEKDAY.

WRITE-MISSING-LINE.
    IF ET-DEPARTMENT-CODE(EMP-IDX) NOT = WS-REPORT-DEPARTMENT
        PERFORM WRITE-DEPARTMENT-MISSING-TOTAL
        MOVE ET-DEPARTMENT-CODE(EMP-IDX) TO WS-REPORT-DEPARTMENT
        MOVE ET-DEPARTMENT-CODE(EMP-IDX) TO MH-DEPARTMENT-CODE
        MOVE WS-WEEK-ENDING TO MH-WEEK-ENDING
        MOVE WS-MISSING-HEADING TO MISSING-REPORT-LINE
        WRITE MISSING-REPORT-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF
    MOVE ET-EMPLOYEE-NAME(EMP-IDX) TO MD-EMPLOYEE-NAME
    MOVE WS-DAY-DATE TO MD-MISSING-DATE
    MOVE WS-DAY-NAME(WS-WEEKDAY + 1) TO MD-DAY-NAME
    MOVE WS-MISSING-DETAIL TO MISSING-REPORT-LINE
    WRITE MISSING-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-DEPT-MISSING-COUNT.

WRITE-DEPARTMENT-MISSING-TOTAL.
    IF WS-DEPT-MISSING-COUNT > 0
        MOVE WS-DEPT-MISSING-COUNT TO MT-COUNT
        MOVE WS-MISSING-TOTAL-LINE TO MISSING-REPORT-LINE
        WRITE MISSING-REPORT-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        MOVE ZERO TO WS-DEPT-MISSING-COUNT
    END-IF.

LOG-RUN-START.
    MOVE 'TimecardEdit' TO OPS-PROGRAM-ID
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

END PROGRAM TimecardEdit.
