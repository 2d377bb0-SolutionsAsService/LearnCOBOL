IDENTIFICATION DIVISION.
PROGRAM-ID. ProjectLaborDistribution.
AUTHOR. Your Name.
*> Spreads each employee's gross pay from SoftwareCompanyPayroll
*> (PAYROLL-OUTPUT.DAT - regular, overtime and differential) across
*> the projects the employee charged on approved timecards, in
*> proportion to hours. Produces a project cost report with billing
*> and margin, a client billable-hours and billing extract, and a
*> utilization report of billable versus non-billable hours by
*> department. Pay for an employee with no charged hours goes to the
*> non-billable UNASSIGN project.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT payroll-output ASSIGN TO 'PAYROLL-OUTPUT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT employee-file ASSIGN TO 'EMPLOYEE.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT project-master ASSIGN TO 'PROJECT-MASTER.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT project-hours-file ASSIGN TO 'PROJECT-HOURS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOURS-STATUS.
    SELECT project-cost-report ASSIGN TO 'PROJECT-COST-REPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT client-billing-extract ASSIGN TO 'CLIENT-BILLING.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT utilization-report ASSIGN TO 'UTILIZATION-REPORT.DAT'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD payroll-output.
01 PAYROLL-OUTPUT-RECORD.
    05 PO-EMPLOYEE-NAME       PIC X(25).
    05 PO-REGULAR-HOURS       PIC 9(3).
    05 PO-OVERTIME-HOURS      PIC 9(3).
    05 PO-REGULAR-PAY         PIC 9(5)v99.
    05 PO-OVERTIME-PAY        PIC 9(5)v99.
    05 PO-GROSS-PAY           PIC 9(5)v99.

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

FD project-master.
01 PROJECT-MASTER-RECORD.
    05 PM-PROJECT-CODE        PIC X(8).
    05 PM-DESCRIPTION         PIC X(30).
    05 PM-CLIENT-NAME         PIC X(25).
    05 PM-BILLABLE-FLAG       PIC X.
    05 PM-BILL-RATE           PIC 9(3)v99.

FD project-hours-file.
01 PROJECT-HOURS-RECORD.
    05 PH-EMPLOYEE-NAME       PIC X(25).
    05 PH-PROJECT-CODE        PIC X(8).
    05 PH-WORK-DATE           PIC 9(8).
    05 PH-SHIFT-TYPE          PIC X.
    05 PH-HOURS               PIC 9(2)v99.

FD project-cost-report.
01 PROJECT-COST-LINE          PIC X(120).

FD client-billing-extract.
01 CLIENT-BILLING-RECORD.
    05 CB-CLIENT-NAME         PIC X(25).
    05 CB-PROJECT-CODE        PIC X(8).
    05 CB-BILLABLE-HOURS      PIC 9(5)v99.
    05 CB-BILL-RATE           PIC 9(3)v99.
    05 CB-BILLING-AMOUNT      PIC 9(7)v99.
    05 CB-LABOR-COST          PIC 9(7)v99.

FD utilization-report.
01 UTILIZATION-LINE           PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-HOURS-STATUS        PIC XX.
01 WS-UNASSIGNED-PROJECT  PIC X(8) VALUE 'UNASSIGN'.

01 WS-PROJECT-COUNT       PIC 9(4) VALUE 0.
01 PROJECT-TABLE.
    05 PROJECT-ENTRY OCCURS 300 TIMES INDEXED BY PROJ-IDX.
        10 PJ-PROJECT-CODE        PIC X(8).
        10 PJ-CLIENT-NAME         PIC X(25).
        10 PJ-BILLABLE-FLAG       PIC X.
            88 PJ-BILLABLE        VALUE 'Y'.
        10 PJ-BILL-RATE           PIC 9(3)v99.
        10 PJ-ON-MASTER           PIC X.
        10 PJ-HOURS               PIC 9(5)v99.
        10 PJ-LABOR-COST          PIC 9(7)v99.

01 WS-EMPLOYEE-COUNT      PIC 9(4) VALUE 0.
01 EMPLOYEE-TABLE.
    05 EMPLOYEE-ENTRY OCCURS 500 TIMES INDEXED BY EMP-IDX.
        10 ET-EMPLOYEE-NAME       PIC X(25).
        10 ET-DEPARTMENT-CODE     PIC X(10).

01 WS-CHARGE-COUNT        PIC 9(4) VALUE 0.
01 CHARGE-TABLE.
    05 CHARGE-ENTRY OCCURS 3000 TIMES INDEXED BY CHG-IDX.
        10 CH-EMPLOYEE-NAME       PIC X(25).
        10 CH-PROJECT-CODE        PIC X(8).
        10 CH-HOURS               PIC 9(3)v99.

01 WS-DEPT-COUNT          PIC 9(3) VALUE 0.
01 DEPARTMENT-TABLE.
    05 DEPARTMENT-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IDX.
        10 DT-DEPARTMENT-CODE     PIC X(10).
        10 DT-BILLABLE-HOURS      PIC 9(6)v99.
        10 DT-NONBILLABLE-HOURS   PIC 9(6)v99.

01 WS-FOUND               PIC X.
    88 ENTRY-FOUND        VALUE 'Y'.
01 WS-PROJECT-CODE        PIC X(8).
01 WS-DEPARTMENT-CODE     PIC X(10).
01 WS-EMPLOYEE-HOURS      PIC 9(5)v99.
01 WS-REMAINING-HOURS     PIC 9(5)v99.
01 WS-REMAINING-GROSS     PIC 9(7)v99.
01 WS-CHARGE-HOURS        PIC 9(5)v99.
01 WS-CHARGE-COST         PIC 9(7)v99.
01 WS-BILLING-AMOUNT      PIC 9(7)v99.
01 WS-MARGIN              PIC S9(7)v99.
01 WS-DEPT-TOTAL-HOURS    PIC 9(6)v99.
01 WS-UTILIZATION-PCT     PIC 9(3)v9.

01 WS-TOTAL-HOURS         PIC 9(6)v99 VALUE 0.
01 WS-TOTAL-COST          PIC 9(8)v99 VALUE 0.
01 WS-TOTAL-BILLING       PIC 9(8)v99 VALUE 0.
01 WS-TOTAL-MARGIN        PIC S9(8)v99 VALUE 0.
01 WS-EMPLOYEES-DISTRIBUTED PIC 9(4) VALUE 0.

01 WS-COST-HEADING.
    05 FILLER             PIC X(10) VALUE 'PROJECT'.
    05 FILLER             PIC X(27) VALUE 'CLIENT'.
    05 FILLER             PIC X(5)  VALUE 'BILL'.
    05 FILLER             PIC X(12) VALUE '     HOURS'.
    05 FILLER             PIC X(15) VALUE '   LABOR COST'.
    05 FILLER             PIC X(15) VALUE '      BILLING'.
    05 FILLER             PIC X(15) VALUE '       MARGIN'.

01 WS-COST-DETAIL.
    05 CD-PROJECT-CODE    PIC X(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-CLIENT-NAME     PIC X(25).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-BILLABLE-FLAG   PIC X.
    05 FILLER             PIC X(3) VALUE SPACES.
    05 CD-HOURS           PIC ZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-LABOR-COST      PIC Z,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-BILLING         PIC Z,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CD-MARGIN          PIC Z,ZZZ,ZZ9.99-.

01 WS-COST-TOTAL-LINE.
    05 FILLER             PIC X(41) VALUE 'TOTAL ALL PROJECTS'.
    05 CTL-HOURS          PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 CTL-LABOR-COST     PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 CTL-BILLING        PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 CTL-MARGIN         PIC ZZ,ZZZ,ZZ9.99-.

01 WS-UTIL-HEADING.
    05 FILLER             PIC X(13) VALUE 'DEPARTMENT'.
    05 FILLER             PIC X(10) VALUE '  BILLABLE'.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 FILLER             PIC X(10) VALUE '  NON-BILL'.
    05 FILLER             PIC X(5)  VALUE SPACES.
    05 FILLER             PIC X(6)  VALUE 'BILL %'.

01 WS-UTIL-DETAIL.
    05 UD-DEPARTMENT-CODE PIC X(10).
    05 FILLER             PIC X(3) VALUE SPACES.
    05 UD-BILLABLE-HOURS  PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 UD-NONBILL-HOURS   PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(6) VALUE SPACES.
    05 UD-UTILIZATION-PCT PIC ZZ9.9.

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
    PERFORM LOAD-PROJECT-MASTER
    PERFORM LOAD-EMPLOYEES
    PERFORM LOAD-PROJECT-HOURS
    OPEN INPUT payroll-output
    READ payroll-output AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM DISTRIBUTE-EMPLOYEE-PAY
        READ payroll-output AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE payroll-output
    MOVE 'N' TO WS-END-OF-FILE
    OPEN OUTPUT project-cost-report client-billing-extract
        utilization-report
    PERFORM WRITE-PROJECT-COST-REPORT
    PERFORM WRITE-UTILIZATION-REPORT
    CLOSE project-cost-report client-billing-extract utilization-report
    DISPLAY "Employees distributed: " WS-EMPLOYEES-DISTRIBUTED
    DISPLAY "Total labor cost: " WS-TOTAL-COST
    DISPLAY "Total client billing: " WS-TOTAL-BILLING
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-PROJECT-MASTER.
    OPEN INPUT project-master
    READ project-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-PROJECT-COUNT < 300
            ADD 1 TO WS-PROJECT-COUNT
            MOVE PM-PROJECT-CODE TO PJ-PROJECT-CODE(WS-PROJECT-COUNT)
            MOVE PM-CLIENT-NAME TO PJ-CLIENT-NAME(WS-PROJECT-COUNT)
            MOVE PM-BILLABLE-FLAG TO PJ-BILLABLE-FLAG(WS-PROJECT-COUNT)
            MOVE PM-BILL-RATE TO PJ-BILL-RATE(WS-PROJECT-COUNT)
            MOVE 'Y' TO PJ-ON-MASTER(WS-PROJECT-COUNT)
            MOVE ZERO TO PJ-HOURS(WS-PROJECT-COUNT)
            MOVE ZERO TO PJ-LABOR-COST(WS-PROJECT-COUNT)
        ELSE
            DISPLAY "Project table full - discarding " PM-PROJECT-CODE
        END-IF
        READ project-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE project-master
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-EMPLOYEES.
    OPEN INPUT employee-file
    READ employee-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-EMPLOYEE-COUNT < 500
            ADD 1 TO WS-EMPLOYEE-COUNT
            MOVE EMPLOYEE-NAME TO ET-EMPLOYEE-NAME(WS-EMPLOYEE-COUNT)
            MOVE DEPARTMENT-CODE TO ET-DEPARTMENT-CODE(WS-EMPLOYEE-COUNT)
        ELSE
            DISPLAY "Employee table full - discarding " EMPLOYEE-NAME
        END-IF
        READ employee-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE employee-file
    MOVE 'N' TO WS-END-OF-FILE.

*> Hours are summed by employee and project; a card with no project
*> code is charged to the unassigned project.
LOAD-PROJECT-HOURS.
    OPEN INPUT project-hours-file
    IF WS-HOURS-STATUS = '00'
        READ project-hours-file AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            MOVE PH-PROJECT-CODE TO WS-PROJECT-CODE
            IF WS-PROJECT-CODE = SPACES
                MOVE WS-UNASSIGNED-PROJECT TO WS-PROJECT-CODE
            END-IF
            MOVE 'N' TO WS-FOUND
            PERFORM VARYING CHG-IDX FROM 1 BY 1
                    UNTIL CHG-IDX > WS-CHARGE-COUNT OR ENTRY-FOUND
                IF CH-EMPLOYEE-NAME(CHG-IDX) = PH-EMPLOYEE-NAME
                        AND CH-PROJECT-CODE(CHG-IDX) = WS-PROJECT-CODE
                    SET ENTRY-FOUND TO TRUE
                    ADD PH-HOURS TO CH-HOURS(CHG-IDX)
                END-IF
            END-PERFORM
            IF NOT ENTRY-FOUND
                IF WS-CHARGE-COUNT < 3000
                    ADD 1 TO WS-CHARGE-COUNT
                    MOVE PH-EMPLOYEE-NAME
                        TO CH-EMPLOYEE-NAME(WS-CHARGE-COUNT)
                    MOVE WS-PROJECT-CODE TO CH-PROJECT-CODE(WS-CHARGE-COUNT)
                    MOVE PH-HOURS TO CH-HOURS(WS-CHARGE-COUNT)
                ELSE
                    DISPLAY "Charge table full - discarding "
                        PH-EMPLOYEE-NAME
                END-IF
            END-IF
            READ project-hours-file AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE project-hours-file
        MOVE 'N' TO WS-END-OF-FILE
    ELSE
        DISPLAY "No project hours file - all pay unassigned"
    END-IF.

*> Each charge takes its share of the gross still undistributed, so
*> the last charge absorbs the rounding and the employee's gross is
*> distributed exactly.
DISTRIBUTE-EMPLOYEE-PAY.
    ADD 1 TO WS-EMPLOYEES-DISTRIBUTED
    PERFORM FIND-EMPLOYEE-DEPARTMENT
    MOVE ZERO TO WS-EMPLOYEE-HOURS
    PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > WS-CHARGE-COUNT
        IF CH-EMPLOYEE-NAME(CHG-IDX) = PO-EMPLOYEE-NAME
            ADD CH-HOURS(CHG-IDX) TO WS-EMPLOYEE-HOURS
        END-IF
    END-PERFORM
    IF WS-EMPLOYEE-HOURS = 0
        MOVE WS-UNASSIGNED-PROJECT TO WS-PROJECT-CODE
        COMPUTE WS-CHARGE-HOURS = PO-REGULAR-HOURS + PO-OVERTIME-HOURS
        MOVE PO-GROSS-PAY TO WS-CHARGE-COST
        PERFORM POST-PROJECT-CHARGE
    ELSE
        MOVE WS-EMPLOYEE-HOURS TO WS-REMAINING-HOURS
        MOVE PO-GROSS-PAY TO WS-REMAINING-GROSS
        PERFORM VARYING CHG-IDX FROM 1 BY 1
                UNTIL CHG-IDX > WS-CHARGE-COUNT
            IF CH-EMPLOYEE-NAME(CHG-IDX) = PO-EMPLOYEE-NAME
                    AND CH-HOURS(CHG-IDX) > 0
                MOVE CH-PROJECT-CODE(CHG-IDX) TO WS-PROJECT-CODE
                MOVE CH-HOURS(CHG-IDX) TO WS-CHARGE-HOURS
                COMPUTE WS-CHARGE-COST ROUNDED =
                    WS-REMAINING-GROSS * WS-CHARGE-HOURS
                    / WS-REMAINING-HOURS
                SUBTRACT WS-CHARGE-HOURS FROM WS-REMAINING-HOURS
                SUBTRACT WS-CHARGE-COST FROM WS-REMAINING-GROSS
                PERFORM POST-PROJECT-CHARGE
            END-IF
        END-PERFORM
    END-IF.

FIND-EMPLOYEE-DEPARTMENT.
    MOVE 'UNKNOWN' TO WS-DEPARTMENT-CODE
    PERFORM VARYING EMP-IDX FROM 1 BY 1 UNTIL EMP-IDX > WS-EMPLOYEE-COUNT
        IF ET-EMPLOYEE-NAME(EMP-IDX) = PO-EMPLOYEE-NAME
            MOVE ET-DEPARTMENT-CODE(EMP-IDX) TO WS-DEPARTMENT-CODE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> A project code missing from the master is costed as non-billable
*> and shown on the cost report so it can be set up.
POST-PROJECT-CHARGE.
    MOVE 'N' TO WS-FOUND
    PERFORM VARYING PROJ-IDX FROM 1 BY 1
            UNTIL PROJ-IDX > WS-PROJECT-COUNT OR ENTRY-FOUND
        IF PJ-PROJECT-CODE(PROJ-IDX) = WS-PROJECT-CODE
            SET ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET PROJ-IDX DOWN BY 1
    ELSE
        IF WS-PROJECT-COUNT < 300
            ADD 1 TO WS-PROJECT-COUNT
            SET PROJ-IDX TO WS-PROJECT-COUNT
            MOVE WS-PROJECT-CODE TO PJ-PROJECT-CODE(PROJ-IDX)
            IF WS-PROJECT-CODE = WS-UNASSIGNED-PROJECT
                MOVE 'UNASSIGNED TIME' TO PJ-CLIENT-NAME(PROJ-IDX)
            ELSE
                MOVE 'PROJECT NOT ON MASTER' TO PJ-CLIENT-NAME(PROJ-IDX)
            END-IF
            MOVE 'N' TO PJ-BILLABLE-FLAG(PROJ-IDX)
            MOVE ZERO TO PJ-BILL-RATE(PROJ-IDX)
            MOVE 'N' TO PJ-ON-MASTER(PROJ-IDX)
            MOVE ZERO TO PJ-HOURS(PROJ-IDX)
            MOVE ZERO TO PJ-LABOR-COST(PROJ-IDX)
        ELSE
            DISPLAY "Project table full - charge lost for "
                WS-PROJECT-CODE
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD WS-CHARGE-HOURS TO PJ-HOURS(PROJ-IDX)
    ADD WS-CHARGE-COST TO PJ-LABOR-COST(PROJ-IDX)
    PERFORM POST-DEPARTMENT-HOURS.

POST-DEPARTMENT-HOURS.
    MOVE 'N' TO WS-FOUND
    PERFORM VARYING DEPT-IDX FROM 1 BY 1
            UNTIL DEPT-IDX > WS-DEPT-COUNT OR ENTRY-FOUND
        IF DT-DEPARTMENT-CODE(DEPT-IDX) = WS-DEPARTMENT-CODE
            SET ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET DEPT-IDX DOWN BY 1
    ELSE
        IF WS-DEPT-COUNT < 50
            ADD 1 TO WS-DEPT-COUNT
            SET DEPT-IDX TO WS-DEPT-COUNT
            MOVE WS-DEPARTMENT-CODE TO DT-DEPARTMENT-CODE(DEPT-IDX)
            MOVE ZERO TO DT-BILLABLE-HOURS(DEPT-IDX)
            MOVE ZERO TO DT-NONBILLABLE-HOURS(DEPT-IDX)
        ELSE
            DISPLAY "Department table full - discarding "
                WS-DEPARTMENT-CODE
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF PJ-BILLABLE(PROJ-IDX)
        ADD WS-CHARGE-HOURS TO DT-BILLABLE-HOURS(DEPT-IDX)
    ELSE
        ADD WS-CHARGE-HOURS TO DT-NONBILLABLE-HOURS(DEPT-IDX)
    END-IF.

WRITE-PROJECT-COST-REPORT.
    MOVE WS-COST-HEADING TO PROJECT-COST-LINE
    WRITE PROJECT-COST-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM VARYING PROJ-IDX FROM 1 BY 1
            UNTIL PROJ-IDX > WS-PROJECT-COUNT
        IF PJ-HOURS(PROJ-IDX) > 0 OR PJ-LABOR-COST(PROJ-IDX) > 0
            MOVE ZERO TO WS-BILLING-AMOUNT
            IF PJ-BILLABLE(PROJ-IDX)
                COMPUTE WS-BILLING-AMOUNT ROUNDED =
                    PJ-HOURS(PROJ-IDX) * PJ-BILL-RATE(PROJ-IDX)
                PERFORM WRITE-CLIENT-BILLING
            END-IF
            COMPUTE WS-MARGIN = WS-BILLING-AMOUNT - PJ-LABOR-COST(PROJ-IDX)
            MOVE PJ-PROJECT-CODE(PROJ-IDX) TO CD-PROJECT-CODE
            MOVE PJ-CLIENT-NAME(PROJ-IDX) TO CD-CLIENT-NAME
            MOVE PJ-BILLABLE-FLAG(PROJ-IDX) TO CD-BILLABLE-FLAG
            MOVE PJ-HOURS(PROJ-IDX) TO CD-HOURS
            MOVE PJ-LABOR-COST(PROJ-IDX) TO CD-LABOR-COST
            MOVE WS-BILLING-AMOUNT TO CD-BILLING
            MOVE WS-MARGIN TO CD-MARGIN
            MOVE WS-COST-DETAIL TO PROJECT-COST-LINE
            WRITE PROJECT-COST-LINE
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            ADD PJ-HOURS(PROJ-IDX) TO WS-TOTAL-HOURS
            ADD PJ-LABOR-COST(PROJ-IDX) TO WS-TOTAL-COST
            ADD WS-BILLING-AMOUNT TO WS-TOTAL-BILLING
            ADD WS-MARGIN TO WS-TOTAL-MARGIN
        END-IF
    END-PERFORM
    MOVE WS-TOTAL-HOURS TO CTL-HOURS
    MOVE WS-TOTAL-COST TO CTL-LABOR-COST
    MOVE WS-TOTAL-BILLING TO CTL-BILLING
    MOVE WS-TOTAL-MARGIN TO CTL-MARGIN
    MOVE WS-COST-TOTAL-LINE TO PROJECT-COST-LINE
    WRITE PROJECT-COST-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-CLIENT-BILLING.
    MOVE PJ-CLIENT-NAME(PROJ-IDX) TO CB-CLIENT-NAME
    MOVE PJ-PROJECT-CODE(PROJ-IDX) TO CB-PROJECT-CODE
    MOVE PJ-HOURS(PROJ-IDX) TO CB-BILLABLE-HOURS
    MOVE PJ-BILL-RATE(PROJ-IDX) TO CB-BILL-RATE
    MOVE WS-BILLING-AMOUNT TO CB-BILLING-AMOUNT
    MOVE PJ-LABOR-COST(PROJ-IDX) TO CB-LABOR-COST
    WRITE CLIENT-BILLING-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-UTILIZATION-REPORT.
    MOVE WS-UTIL-HEADING TO UTILIZATION-LINE
    WRITE UTILIZATION-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > WS-DEPT-COUNT
        COMPUTE WS-DEPT-TOTAL-HOURS = DT-BILLABLE-HOURS(DEPT-IDX)
            + DT-NONBILLABLE-HOURS(DEPT-IDX)
        MOVE ZERO TO WS-UTILIZATION-PCT
        IF WS-DEPT-TOTAL-HOURS > 0
            COMPUTE WS-UTILIZATION-PCT ROUNDED =
                DT-BILLABLE-HOURS(DEPT-IDX) * 100 / WS-DEPT-TOTAL-HOURS
        END-IF
        MOVE DT-DEPARTMENT-CODE(DEPT-IDX) TO UD-DEPARTMENT-CODE
        MOVE DT-BILLABLE-HOURS(DEPT-IDX) TO UD-BILLABLE-HOURS
        MOVE DT-NONBILLABLE-HOURS(DEPT-IDX) TO UD-NONBILL-HOURS
        MOVE WS-UTILIZATION-PCT TO UD-UTILIZATION-PCT
        MOVE WS-UTIL-DETAIL TO UTILIZATION-LINE
        WRITE UTILIZATION-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

LOG-RUN-START.
    MOVE 'ProjectLaborDistribution' TO OPS-PROGRAM-ID
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

END PROGRAM ProjectLaborDistribution.
