IDENTIFICATION DIVISION.
PROGRAM-ID. BenefitOpenEnrollment.
AUTHOR. Your Name.
*> Applies open-enrollment elections to the benefit enrollment file.
*> Each election names an employee, a plan type and (for ELECT) the
*> plan code and coverage tier chosen, effective on a future date.
*> The employee's current enrollment of that plan type is ended on the
*> election's effective date and, for ELECT, a new enrollment begins
*> on that date. WAIVE ends coverage of the plan type without a
*> replacement. PayrollProcessing picks the new plans up on the first
*> pay date on or after the effective date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT benefit-plans ASSIGN TO 'benefit-plans.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT employee-master-file ASSIGN TO 'employee-master.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT benefit-enrollment ASSIGN TO 'benefit-enrollment.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ENROLL-STATUS.
    SELECT benefit-enrollment-new ASSIGN TO 'benefit-enrollment-new.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT enrollment-elections ASSIGN TO 'enrollment-elections.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT enrollment-audit ASSIGN TO 'enrollment-audit.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD benefit-plans.
01 BENEFIT-PLAN-RECORD.
    05 BP-PLAN-CODE           PIC X(6).
    05 BP-COVERAGE-TIER       PIC X(2).
    05 BP-PLAN-TYPE           PIC X(10).
    05 BP-DESCRIPTION         PIC X(30).
    05 BP-CARRIER             PIC X(20).
    05 BP-EMPLOYEE-COST       PIC 9(4)v99.
    05 BP-EMPLOYER-COST       PIC 9(4)v99.

FD employee-master-file.
01 EMPLOYEE-RECORD.
   05 EMPLOYEE-NUMBER        PIC 9(6).
   05 EMPLOYEE-NAME          PIC X(30).
   05 BASIC-SALARY           PIC 9(5)v99.
   05 BONUS                  PIC 9(4)v99.
   05 INSURANCE-DEDUCTION    PIC 9(4)v99.
   05 RETIREMENT-DEDUCTION   PIC 9(4)v99.
   05 NET-PAY                PIC 9(5)v99.
   05 YTD-GROSS              PIC 9(7)v99.
   05 YTD-TAX                PIC 9(7)v99.
   05 YTD-NET                PIC 9(7)v99.
   05 BANK-ROUTING-NUMBER    PIC 9(9).
   05 BANK-ACCOUNT-NUMBER    PIC X(17).
   05 BANK-STATUS            PIC X.
   05 BANK-STATUS-DATE       PIC 9(8).
   05 VACATION-BALANCE       PIC 9(3)v99.
   05 SICK-BALANCE           PIC 9(3)v99.
   05 EMPLOYMENT-STATUS      PIC X.
       88 EMPLOYEE-ACTIVE    VALUES 'A' SPACE.
       88 EMPLOYEE-TERMINATED VALUE 'T'.
   05 HIRE-DATE              PIC 9(8).
   05 TERMINATION-DATE       PIC 9(8).
   05 FINAL-PAY-DATE         PIC 9(8).
   05 WORK-STATE-CODE        PIC X(2).
   05 WORK-LOCAL-CODE        PIC X(4).
   05 YTD-STATE-WAGES        PIC 9(7)v99.
   05 YTD-STATE-TAX          PIC 9(7)v99.
   05 YTD-LOCAL-WAGES        PIC 9(7)v99.
   05 YTD-LOCAL-TAX          PIC 9(7)v99.
   05 DEPARTMENT-CODE        PIC X(6).
   05 YTD-INSURANCE          PIC 9(7)v99.
   05 YTD-RETIREMENT         PIC 9(7)v99.
   05 YTD-GARNISHMENT        PIC 9(7)v99.

FD benefit-enrollment.
01 BENEFIT-ENROLLMENT-RECORD.
    05 BE-EMPLOYEE-NUMBER     PIC 9(6).
    05 BE-PLAN-CODE           PIC X(6).
    05 BE-COVERAGE-TIER       PIC X(2).
    05 BE-EFFECTIVE-DATE      PIC 9(8).
    05 BE-TERMINATION-DATE    PIC 9(8).

FD benefit-enrollment-new.
01 NEW-ENROLLMENT-RECORD.
    05 BEN-EMPLOYEE-NUMBER    PIC 9(6).
    05 BEN-PLAN-CODE          PIC X(6).
    05 BEN-COVERAGE-TIER      PIC X(2).
    05 BEN-EFFECTIVE-DATE     PIC 9(8).
    05 BEN-TERMINATION-DATE   PIC 9(8).

FD enrollment-elections.
01 ELECTION-RECORD.
    05 EE-ACTION              PIC X(5).
        88 EE-ELECT           VALUE 'ELECT'.
        88 EE-WAIVE           VALUE 'WAIVE'.
    05 EE-EMPLOYEE-NUMBER     PIC 9(6).
    05 EE-PLAN-TYPE           PIC X(10).
    05 EE-PLAN-CODE           PIC X(6).
    05 EE-COVERAGE-TIER       PIC X(2).
    05 EE-EFFECTIVE-DATE      PIC 9(8).

FD enrollment-audit.
01 ENROLLMENT-AUDIT-RECORD.
    05 EA-EMPLOYEE-NUMBER     PIC 9(6).
    05 EA-ACTION              PIC X(5).
    05 EA-PLAN-TYPE           PIC X(10).
    05 EA-PLAN-CODE           PIC X(6).
    05 EA-COVERAGE-TIER       PIC X(2).
    05 EA-EFFECTIVE-DATE      PIC 9(8).
    05 EA-DISPOSITION         PIC X(8).
    05 EA-REASON              PIC X(45).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-ENROLL-STATUS       PIC XX.
01 WS-CURRENT-DATE        PIC 9(8).

01 WS-PLAN-COUNT          PIC 9(4) VALUE 0.
01 BENEFIT-PLAN-TABLE.
    05 BENEFIT-PLAN-ENTRY OCCURS 100 TIMES INDEXED BY PLAN-IDX.
        10 PL-PLAN-CODE           PIC X(6).
        10 PL-COVERAGE-TIER       PIC X(2).
        10 PL-PLAN-TYPE           PIC X(10).

01 WS-EMPLOYEE-COUNT      PIC 9(4) VALUE 0.
01 EMPLOYEE-TABLE.
    05 EMPLOYEE-ENTRY OCCURS 1000 TIMES INDEXED BY EMP-IDX.
        10 MT-EMPLOYEE-NUMBER     PIC 9(6).
        10 MT-EMPLOYMENT-STATUS   PIC X.

01 WS-ELECTION-COUNT      PIC 9(4) VALUE 0.
01 ELECTION-TABLE.
    05 ELECTION-ENTRY OCCURS 500 TIMES INDEXED BY EL-IDX.
        10 ET-ACTION              PIC X(5).
        10 ET-EMPLOYEE-NUMBER     PIC 9(6).
        10 ET-PLAN-TYPE           PIC X(10).
        10 ET-PLAN-CODE           PIC X(6).
        10 ET-COVERAGE-TIER       PIC X(2).
        10 ET-EFFECTIVE-DATE      PIC 9(8).
        10 ET-VALID               PIC X.

01 WS-FOUND               PIC X VALUE 'N'.
    88 FOUND              VALUE 'Y'.
01 WS-DUPLICATE-ELECTION  PIC X VALUE 'N'.
    88 DUPLICATE-ELECTION VALUE 'Y'.
01 WS-ELECTION-SCAN       PIC 9(4).
01 WS-CURRENT-PLAN-TYPE   PIC X(10).
01 WS-APPLIED-COUNT       PIC 9(4) VALUE 0.
01 WS-REJECTED-COUNT      PIC 9(4) VALUE 0.
01 WS-ENDED-COUNT         PIC 9(4) VALUE 0.

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
    OPEN INPUT benefit-plans employee-master-file enrollment-elections
        OUTPUT benefit-enrollment-new enrollment-audit
    PERFORM LOAD-BENEFIT-PLANS
    PERFORM LOAD-EMPLOYEES
    PERFORM LOAD-ELECTIONS
    PERFORM VALIDATE-ELECTIONS
    OPEN INPUT benefit-enrollment
    IF WS-ENROLL-STATUS = '00'
        READ benefit-enrollment AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            PERFORM END-REPLACED-ENROLLMENT
            MOVE BENEFIT-ENROLLMENT-RECORD TO NEW-ENROLLMENT-RECORD
            WRITE NEW-ENROLLMENT-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            READ benefit-enrollment AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE benefit-enrollment
        MOVE 'N' TO WS-END-OF-FILE
    END-IF
    PERFORM ADD-NEW-ENROLLMENTS
    CLOSE benefit-plans employee-master-file enrollment-elections
        benefit-enrollment-new enrollment-audit
    DISPLAY "Elections applied: " WS-APPLIED-COUNT
    DISPLAY "Elections rejected: " WS-REJECTED-COUNT
    DISPLAY "Enrollments ended: " WS-ENDED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-BENEFIT-PLANS.
    READ benefit-plans AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-PLAN-COUNT < 100
            ADD 1 TO WS-PLAN-COUNT
            MOVE BP-PLAN-CODE TO PL-PLAN-CODE(WS-PLAN-COUNT)
            MOVE BP-COVERAGE-TIER TO PL-COVERAGE-TIER(WS-PLAN-COUNT)
            MOVE BP-PLAN-TYPE TO PL-PLAN-TYPE(WS-PLAN-COUNT)
        ELSE
            DISPLAY "Benefit plan table full - discarding " BP-PLAN-CODE
        END-IF
        READ benefit-plans AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-EMPLOYEES.
    READ employee-master-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-EMPLOYEE-COUNT < 1000
            ADD 1 TO WS-EMPLOYEE-COUNT
            MOVE EMPLOYEE-NUMBER TO MT-EMPLOYEE-NUMBER(WS-EMPLOYEE-COUNT)
            MOVE EMPLOYMENT-STATUS
                TO MT-EMPLOYMENT-STATUS(WS-EMPLOYEE-COUNT)
        ELSE
            DISPLAY "Employee table full - discarding " EMPLOYEE-NUMBER
        END-IF
        READ employee-master-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ELECTIONS.
    READ enrollment-elections AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ELECTION-COUNT < 500
            ADD 1 TO WS-ELECTION-COUNT
            MOVE EE-ACTION TO ET-ACTION(WS-ELECTION-COUNT)
            MOVE EE-EMPLOYEE-NUMBER TO ET-EMPLOYEE-NUMBER(WS-ELECTION-COUNT)
            MOVE EE-PLAN-TYPE TO ET-PLAN-TYPE(WS-ELECTION-COUNT)
            MOVE EE-PLAN-CODE TO ET-PLAN-CODE(WS-ELECTION-COUNT)
            MOVE EE-COVERAGE-TIER TO ET-COVERAGE-TIER(WS-ELECTION-COUNT)
            MOVE EE-EFFECTIVE-DATE TO ET-EFFECTIVE-DATE(WS-ELECTION-COUNT)
            MOVE 'N' TO ET-VALID(WS-ELECTION-COUNT)
        ELSE
            DISPLAY "Election table full - discarding " EE-EMPLOYEE-NUMBER
        END-IF
        READ enrollment-elections AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

*> Every election is checked before the enrollment file is touched so
*> that a rejected election never ends the coverage it would replace.
VALIDATE-ELECTIONS.
    PERFORM VARYING EL-IDX FROM 1 BY 1 UNTIL EL-IDX > WS-ELECTION-COUNT
        PERFORM VALIDATE-ONE-ELECTION
    END-PERFORM.

VALIDATE-ONE-ELECTION.
    MOVE 'N' TO WS-FOUND
    PERFORM VARYING EMP-IDX FROM 1 BY 1
            UNTIL EMP-IDX > WS-EMPLOYEE-COUNT
        IF MT-EMPLOYEE-NUMBER(EMP-IDX) = ET-EMPLOYEE-NUMBER(EL-IDX)
            SET FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    PERFORM CHECK-DUPLICATE-ELECTION
    IF ET-ACTION(EL-IDX) NOT = 'ELECT' AND ET-ACTION(EL-IDX) NOT = 'WAIVE'
        MOVE 'Unknown election action' TO EA-REASON
        PERFORM WRITE-AUDIT-REJECTED
    ELSE
    IF NOT FOUND
        MOVE 'Employee number not found on master' TO EA-REASON
        PERFORM WRITE-AUDIT-REJECTED
    ELSE
    IF MT-EMPLOYMENT-STATUS(EMP-IDX) = 'T'
        MOVE 'Employee is terminated' TO EA-REASON
        PERFORM WRITE-AUDIT-REJECTED
    ELSE
    IF ET-EFFECTIVE-DATE(EL-IDX) <= WS-CURRENT-DATE
        MOVE 'Effective date is not in the future' TO EA-REASON
        PERFORM WRITE-AUDIT-REJECTED
    ELSE
    IF DUPLICATE-ELECTION
        MOVE 'Duplicate election for plan type in batch' TO EA-REASON
        PERFORM WRITE-AUDIT-REJECTED
    ELSE
    IF ET-ACTION(EL-IDX) = 'WAIVE'
        MOVE 'Y' TO ET-VALID(EL-IDX)
        PERFORM WRITE-AUDIT-APPLIED
    ELSE
        PERFORM FIND-ELECTED-PLAN
        IF NOT FOUND
            MOVE 'Plan code and tier not on benefit plan table'
                TO EA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        ELSE
        IF PL-PLAN-TYPE(PLAN-IDX) NOT = ET-PLAN-TYPE(EL-IDX)
            MOVE 'Plan code does not match election plan type'
                TO EA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        ELSE
            MOVE 'Y' TO ET-VALID(EL-IDX)
            PERFORM WRITE-AUDIT-APPLIED
        END-IF
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

FIND-ELECTED-PLAN.
    MOVE 'N' TO WS-FOUND
    PERFORM VARYING PLAN-IDX FROM 1 BY 1
            UNTIL PLAN-IDX > WS-PLAN-COUNT
        IF PL-PLAN-CODE(PLAN-IDX) = ET-PLAN-CODE(EL-IDX)
                AND PL-COVERAGE-TIER(PLAN-IDX) = ET-COVERAGE-TIER(EL-IDX)
            SET FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

CHECK-DUPLICATE-ELECTION.
    MOVE 'N' TO WS-DUPLICATE-ELECTION
    PERFORM VARYING WS-ELECTION-SCAN FROM 1 BY 1
            UNTIL WS-ELECTION-SCAN >= EL-IDX
        IF ET-EMPLOYEE-NUMBER(WS-ELECTION-SCAN) =
                    ET-EMPLOYEE-NUMBER(EL-IDX)
                AND ET-PLAN-TYPE(WS-ELECTION-SCAN) = ET-PLAN-TYPE(EL-IDX)
            SET DUPLICATE-ELECTION TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> An enrollment still in force on an accepted election's effective
*> date, for the same employee and plan type, ends on that date.
END-REPLACED-ENROLLMENT.
    MOVE SPACES TO WS-CURRENT-PLAN-TYPE
    PERFORM VARYING PLAN-IDX FROM 1 BY 1
            UNTIL PLAN-IDX > WS-PLAN-COUNT
        IF PL-PLAN-CODE(PLAN-IDX) = BE-PLAN-CODE
                AND PL-COVERAGE-TIER(PLAN-IDX) = BE-COVERAGE-TIER
            MOVE PL-PLAN-TYPE(PLAN-IDX) TO WS-CURRENT-PLAN-TYPE
            EXIT PERFORM
        END-IF
    END-PERFORM
    PERFORM VARYING EL-IDX FROM 1 BY 1 UNTIL EL-IDX > WS-ELECTION-COUNT
        IF ET-VALID(EL-IDX) = 'Y'
                AND ET-EMPLOYEE-NUMBER(EL-IDX) = BE-EMPLOYEE-NUMBER
                AND ET-PLAN-TYPE(EL-IDX) = WS-CURRENT-PLAN-TYPE
                AND (BE-TERMINATION-DATE = 0
                OR BE-TERMINATION-DATE > ET-EFFECTIVE-DATE(EL-IDX))
            IF BE-EFFECTIVE-DATE < ET-EFFECTIVE-DATE(EL-IDX)
                MOVE ET-EFFECTIVE-DATE(EL-IDX) TO BE-TERMINATION-DATE
            ELSE
                MOVE BE-EFFECTIVE-DATE TO BE-TERMINATION-DATE
            END-IF
            ADD 1 TO WS-ENDED-COUNT
        END-IF
    END-PERFORM.

ADD-NEW-ENROLLMENTS.
    PERFORM VARYING EL-IDX FROM 1 BY 1 UNTIL EL-IDX > WS-ELECTION-COUNT
        IF ET-VALID(EL-IDX) = 'Y' AND ET-ACTION(EL-IDX) = 'ELECT'
            MOVE ET-EMPLOYEE-NUMBER(EL-IDX) TO BEN-EMPLOYEE-NUMBER
            MOVE ET-PLAN-CODE(EL-IDX) TO BEN-PLAN-CODE
            MOVE ET-COVERAGE-TIER(EL-IDX) TO BEN-COVERAGE-TIER
            MOVE ET-EFFECTIVE-DATE(EL-IDX) TO BEN-EFFECTIVE-DATE
            MOVE ZERO TO BEN-TERMINATION-DATE
            WRITE NEW-ENROLLMENT-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

WRITE-AUDIT-APPLIED.
    MOVE 'APPLIED' TO EA-DISPOSITION
    MOVE SPACES TO EA-REASON
    PERFORM WRITE-AUDIT-RECORD
    ADD 1 TO WS-APPLIED-COUNT.

WRITE-AUDIT-REJECTED.
    MOVE 'REJECTED' TO EA-DISPOSITION
    PERFORM WRITE-AUDIT-RECORD
    ADD 1 TO WS-REJECTED-COUNT.

WRITE-AUDIT-RECORD.
    MOVE ET-EMPLOYEE-NUMBER(EL-IDX) TO EA-EMPLOYEE-NUMBER
    MOVE ET-ACTION(EL-IDX) TO EA-ACTION
    MOVE ET-PLAN-TYPE(EL-IDX) TO EA-PLAN-TYPE
    MOVE ET-PLAN-CODE(EL-IDX) TO EA-PLAN-CODE
    MOVE ET-COVERAGE-TIER(EL-IDX) TO EA-COVERAGE-TIER
    MOVE ET-EFFECTIVE-DATE(EL-IDX) TO EA-EFFECTIVE-DATE
    WRITE ENROLLMENT-AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'BenefitOpenEnrollment' TO OPS-PROGRAM-ID
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

END PROGRAM BenefitOpenEnrollment.
