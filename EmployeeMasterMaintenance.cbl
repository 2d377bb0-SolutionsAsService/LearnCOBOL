        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT maintenance-audit ASSIGN TO 'maintenance-audit.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT pending-changes ASSIGN TO 'pending-changes.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT pending-changes-new ASSIGN TO 'pending-changes-new.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD employee-master-new.
01 EMPLOYEE-RECORD-NEW.
   05 EMN-BANK-STATUS-DATE     PIC 9(8).
   05 EMN-VACATION-BALANCE     PIC 9(3)v99.
   05 EMN-SICK-BALANCE         PIC 9(3)v99.
   05 EMN-EMPLOYMENT-STATUS    PIC X.
   05 EMN-HIRE-DATE            PIC 9(8).
   05 EMN-TERMINATION-DATE     PIC 9(8).
   05 EMN-FINAL-PAY-DATE       PIC 9(8).
   05 EMN-WORK-STATE-CODE      PIC X(2).
   05 EMN-WORK-LOCAL-CODE      PIC X(4).
   05 EMN-YTD-STATE-WAGES      PIC 9(7)v99.
   05 EMN-YTD-STATE-TAX        PIC 9(7)v99.
   05 EMN-YTD-LOCAL-WAGES      PIC 9(7)v99.
   05 EMN-YTD-LOCAL-TAX        PIC 9(7)v99.
   05 EMN-DEPARTMENT-CODE      PIC X(6).
   05 EMN-YTD-INSURANCE        PIC 9(7)v99.
   05 EMN-YTD-RETIREMENT       PIC 9(7)v99.
   05 EMN-YTD-GARNISHMENT      PIC 9(7)v99.

FD employee-transactions.
01 MAINT-TRANSACTION-RECORD.
        88 TX-RATE-CHANGE       VALUE 'RATE'.
        88 TX-DEDUCTION-CHANGE  VALUE 'DEDN'.
        88 TX-BANK-CHANGE       VALUE 'BANK'.
        88 TX-APPROVAL          VALUE 'APPR'.
        88 TX-LOCATION-CHANGE   VALUE 'LOCN'.
        88 TX-REHIRE            VALUE 'REHR'.
        88 TX-DEPARTMENT-CHANGE VALUE 'DEPT'.
    05 TX-EMPLOYEE-NUMBER       PIC 9(6).
    05 TX-EMPLOYEE-NAME         PIC X(30).
    05 TX-BASIC-SALARY          PIC 9(5)v99.
    05 TX-RETIREMENT-DEDUCTION  PIC 9(4)v99.
    05 TX-BANK-ROUTING-NUMBER   PIC 9(9).
    05 TX-BANK-ACCOUNT-NUMBER   PIC X(17).
    05 TX-EFFECTIVE-DATE        PIC 9(8).
    05 TX-OPERATOR-ID           PIC X(8).
    05 TX-APPROVE-ACTION        PIC X(4).
    05 TX-WORK-STATE-CODE       PIC X(2).
    05 TX-WORK-LOCAL-CODE       PIC X(4).
    05 TX-DEPARTMENT-CODE       PIC X(6).

FD maintenance-audit.
01 AUDIT-RECORD.
    05 AU-ACTION              PIC X(4).
    05 AU-DISPOSITION         PIC X(8).
    05 AU-REASON              PIC X(45).
    05 AU-REQUESTED-BY        PIC X(8).
    05 AU-APPROVED-BY         PIC X(8).
    05 AU-FIELD-NAME          PIC X(20).
    05 AU-BEFORE-VALUE        PIC X(20).
    05 AU-AFTER-VALUE         PIC X(20).

*> Salary and bank-detail changes wait here until a second operator
*> approves them on a later run.
FD pending-changes.
01 PENDING-CHANGE-RECORD.
    05 PC-EMPLOYEE-NUMBER       PIC 9(6).
    05 PC-ACTION                PIC X(4).
    05 PC-BASIC-SALARY          PIC 9(5)v99.
    05 PC-BONUS                 PIC 9(4)v99.
    05 PC-BANK-ROUTING-NUMBER   PIC 9(9).
    05 PC-BANK-ACCOUNT-NUMBER   PIC X(17).
    05 PC-REQUESTED-BY          PIC X(8).
    05 PC-REQUEST-DATE          PIC 9(8).

FD pending-changes-new.
01 PENDING-CHANGE-RECORD-NEW.
    05 PCN-EMPLOYEE-NUMBER      PIC 9(6).
    05 PCN-ACTION               PIC X(4).
    05 PCN-BASIC-SALARY         PIC 9(5)v99.
    05 PCN-BONUS                PIC 9(4)v99.
    05 PCN-BANK-ROUTING-NUMBER  PIC 9(9).
    05 PCN-BANK-ACCOUNT-NUMBER  PIC X(17).
    05 PCN-REQUESTED-BY         PIC X(8).
    05 PCN-REQUEST-DATE         PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
        10 TT-RETIREMENT-DEDUCTION  PIC 9(4)v99.
        10 TT-BANK-ROUTING-NUMBER   PIC 9(9).
        10 TT-BANK-ACCOUNT-NUMBER   PIC X(17).
        10 TT-EFFECTIVE-DATE        PIC 9(8).
        10 TT-OPERATOR-ID           PIC X(8).
        10 TT-APPROVE-ACTION        PIC X(4).
        10 TT-WORK-STATE-CODE       PIC X(2).
        10 TT-WORK-LOCAL-CODE       PIC X(4).
        10 TT-DEPARTMENT-CODE       PIC X(6).
        10 TT-APPLIED               PIC X.

01 WS-PENDING-STATUS      PIC XX.
01 WS-PENDING-EXPIRY-DAYS PIC 9(3) VALUE 14.
01 WS-PENDING-AGE-DAYS    PIC S9(7).
01 WS-PENDING-COUNT       PIC 9(4) VALUE 0.
01 PENDING-TABLE.
    05 PENDING-ENTRY OCCURS 500 TIMES INDEXED BY PEND-IDX.
        10 PT-EMPLOYEE-NUMBER       PIC 9(6).
        10 PT-ACTION                PIC X(4).
        10 PT-BASIC-SALARY          PIC 9(5)v99.
        10 PT-BONUS                 PIC 9(4)v99.
        10 PT-BANK-ROUTING-NUMBER   PIC 9(9).
        10 PT-BANK-ACCOUNT-NUMBER   PIC X(17).
        10 PT-REQUESTED-BY          PIC X(8).
        10 PT-REQUEST-DATE          PIC 9(8).
        10 PT-STATE                 PIC X.
            88 PT-OPEN              VALUE 'O'.
            88 PT-NEW               VALUE 'N'.
            88 PT-APPROVED          VALUE 'A'.
            88 PT-EXPIRED           VALUE 'X'.
01 WS-PENDING-FOUND       PIC X.
    88 PENDING-FOUND      VALUE 'Y'.
01 WS-PENDING-ACTION      PIC X(4).
01 WS-HELD-COUNT          PIC 9(4) VALUE 0.
01 WS-APPROVED-COUNT      PIC 9(4) VALUE 0.
01 WS-EXPIRED-COUNT       PIC 9(4) VALUE 0.
01 WS-AUDIT-AMOUNT        PIC ZZZZ9.99.
01 WS-AUDIT-ROUTING       PIC 9(9).

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE  PIC X.
    05 DS-DATE-FROM      PIC 9(8).
    05 DS-DATE-TO        PIC 9(8).
    05 DS-DAYS           PIC S9(7).
    05 DS-RESULT-DATE    PIC 9(8).

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-EFFECTIVE-DATE      PIC 9(8).
01 WS-DUPLICATE-HIRE      PIC X.
    88 DUPLICATE-HIRE     VALUE 'Y'.
01 WS-HIRE-SCAN           PIC 9(4).
PROCEDURE DIVISION.
BEGIN.
    PERFORM LOG-RUN-START
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    OPEN INPUT employee-master-file employee-transactions
        OUTPUT employee-master-new maintenance-audit
    PERFORM LOAD-TRANSACTIONS
    PERFORM LOAD-PENDING-CHANGES
    READ employee-master-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM APPLY-TRANSACTIONS-TO-MASTER
        PERFORM WRITE-NEW-MASTER-RECORD
        READ employee-master-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    PERFORM PROCESS-UNMATCHED-TRANSACTIONS
    PERFORM WRITE-PENDING-CHANGES
    CLOSE employee-master-file employee-transactions
        employee-master-new maintenance-audit
    DISPLAY "Transactions applied: " WS-APPLIED-COUNT
    DISPLAY "Transactions rejected: " WS-REJECTED-COUNT
    DISPLAY "Changes held for approval: " WS-HELD-COUNT
    DISPLAY "Pending changes approved: " WS-APPROVED-COUNT
    DISPLAY "Pending changes expired: " WS-EXPIRED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

                TO TT-BANK-ROUTING-NUMBER(WS-TRANSACTION-COUNT)
            MOVE TX-BANK-ACCOUNT-NUMBER
                TO TT-BANK-ACCOUNT-NUMBER(WS-TRANSACTION-COUNT)
            IF TX-EFFECTIVE-DATE IS NUMERIC
                MOVE TX-EFFECTIVE-DATE
                    TO TT-EFFECTIVE-DATE(WS-TRANSACTION-COUNT)
            ELSE
                MOVE ZERO TO TT-EFFECTIVE-DATE(WS-TRANSACTION-COUNT)
            END-IF
            MOVE TX-OPERATOR-ID TO TT-OPERATOR-ID(WS-TRANSACTION-COUNT)
            MOVE TX-APPROVE-ACTION
                TO TT-APPROVE-ACTION(WS-TRANSACTION-COUNT)
            MOVE TX-WORK-STATE-CODE
                TO TT-WORK-STATE-CODE(WS-TRANSACTION-COUNT)
            MOVE TX-WORK-LOCAL-CODE
                TO TT-WORK-LOCAL-CODE(WS-TRANSACTION-COUNT)
            MOVE TX-DEPARTMENT-CODE
                TO TT-DEPARTMENT-CODE(WS-TRANSACTION-COUNT)
            MOVE 'N' TO TT-APPLIED(WS-TRANSACTION-COUNT)
        ELSE
            DISPLAY "Transaction table full - discarding " TX-EMPLOYEE-NUMBER
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-TRANSACTIONS-TO-MASTER.
    PERFORM VARYING TX-IDX FROM 1 BY 1 UNTIL TX-IDX > WS-TRANSACTION-COUNT
        IF TT-EMPLOYEE-NUMBER(TX-IDX) = EMPLOYEE-NUMBER
                AND TT-APPLIED(TX-IDX) = 'N'
        WHEN 'HIRE'
            PERFORM REJECT-TRANSACTION-DUPLICATE
        WHEN 'TERM'
            PERFORM APPLY-TERMINATION
        WHEN 'REHR'
            PERFORM APPLY-REHIRE
        WHEN 'RATE'
            IF TT-BASIC-SALARY(TX-IDX) = 0
                PERFORM REJECT-TRANSACTION-ZERO-RATE
            ELSE
                MOVE 'RATE' TO WS-PENDING-ACTION
                PERFORM HOLD-SENSITIVE-CHANGE
            END-IF
        WHEN 'DEDN'
            MOVE TT-INSURANCE-DEDUCTION(TX-IDX) TO INSURANCE-DEDUCTION
            IF TT-BANK-ROUTING-NUMBER(TX-IDX) = 0
                PERFORM REJECT-TRANSACTION-ZERO-ROUTING
            ELSE
                MOVE 'BANK' TO WS-PENDING-ACTION
                PERFORM HOLD-SENSITIVE-CHANGE
            END-IF
        WHEN 'APPR'
            PERFORM APPROVE-PENDING-CHANGE
        WHEN 'LOCN'
            PERFORM APPLY-WORK-LOCATION
        WHEN 'DEPT'
            PERFORM APPLY-DEPARTMENT-CHANGE
        WHEN OTHER
            PERFORM REJECT-TRANSACTION-BAD-ACTION
    END-EVALUATE.

*> A terminated employee stays on the master with status T so the
*> final-pay run can settle the last period and vacation balance.
APPLY-TERMINATION.
    PERFORM SET-EFFECTIVE-DATE
    IF EMPLOYEE-TERMINATED
        MOVE 'Y' TO TT-APPLIED(TX-IDX)
        MOVE 'Employee is already terminated' TO AU-REASON
        PERFORM WRITE-AUDIT-REJECTED
    ELSE
        IF HIRE-DATE IS NUMERIC AND WS-EFFECTIVE-DATE < HIRE-DATE
            MOVE 'Y' TO TT-APPLIED(TX-IDX)
            MOVE 'Termination date is before hire date' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        ELSE
            SET EMPLOYEE-TERMINATED TO TRUE
            MOVE WS-EFFECTIVE-DATE TO TERMINATION-DATE
            MOVE ZERO TO FINAL-PAY-DATE
            MOVE 'Y' TO TT-APPLIED(TX-IDX)
            PERFORM WRITE-AUDIT-APPLIED
        END-IF
    END-IF.

*> A rehire reactivates the terminated employee under the same number
*> once the final pay has been settled. The new hire date is what the
*> retirement forfeiture run uses to restore forfeited balances.
APPLY-REHIRE.
    PERFORM SET-EFFECTIVE-DATE
    MOVE 'Y' TO TT-APPLIED(TX-IDX)
    EVALUATE TRUE
        WHEN NOT EMPLOYEE-TERMINATED
            MOVE 'Employee is not terminated' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN WS-EFFECTIVE-DATE < TERMINATION-DATE
            MOVE 'Rehire date is before termination date' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN FINAL-PAY-DATE = ZERO
            MOVE 'Final pay not yet settled' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            SET EMPLOYEE-ACTIVE TO TRUE
            MOVE WS-EFFECTIVE-DATE TO HIRE-DATE
            MOVE ZERO TO TERMINATION-DATE
            MOVE ZERO TO FINAL-PAY-DATE
            IF TT-DEPARTMENT-CODE(TX-IDX) NOT = SPACES
                MOVE TT-DEPARTMENT-CODE(TX-IDX) TO DEPARTMENT-CODE
            END-IF
            PERFORM WRITE-AUDIT-APPLIED
    END-EVALUATE.

*> The work state and local jurisdiction drive state and local
*> withholding. The YTD state and local wages on the master belong to
*> the current jurisdiction, so once wages have been taxed there this
*> year the jurisdiction can only change at year end.
APPLY-WORK-LOCATION.
    MOVE 'Y' TO TT-APPLIED(TX-IDX)
    EVALUATE TRUE
        WHEN TT-WORK-STATE-CODE(TX-IDX) = SPACES
            MOVE 'Location change with no work state' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN TT-WORK-STATE-CODE(TX-IDX) NOT = WORK-STATE-CODE
                AND YTD-STATE-WAGES IS NUMERIC
                AND YTD-STATE-WAGES > 0
            MOVE 'Work state has YTD wages - change at year end'
                TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN TT-WORK-LOCAL-CODE(TX-IDX) NOT = WORK-LOCAL-CODE
                AND YTD-LOCAL-WAGES IS NUMERIC
                AND YTD-LOCAL-WAGES > 0
            MOVE 'Local code has YTD wages - change at year end'
                TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            PERFORM WRITE-AUDIT-LOCATION-CHANGE
            MOVE TT-WORK-STATE-CODE(TX-IDX) TO WORK-STATE-CODE
            MOVE TT-WORK-LOCAL-CODE(TX-IDX) TO WORK-LOCAL-CODE
    END-EVALUATE.

WRITE-AUDIT-LOCATION-CHANGE.
    MOVE TT-EMPLOYEE-NUMBER(TX-IDX) TO AU-EMPLOYEE-NUMBER
    MOVE TT-ACTION(TX-IDX) TO AU-ACTION
    MOVE 'APPLIED' TO AU-DISPOSITION
    MOVE SPACES TO AU-REASON
    MOVE TT-OPERATOR-ID(TX-IDX) TO AU-REQUESTED-BY
    MOVE SPACES TO AU-APPROVED-BY
    MOVE 'WORK-STATE-CODE' TO AU-FIELD-NAME
    MOVE WORK-STATE-CODE TO AU-BEFORE-VALUE
    MOVE TT-WORK-STATE-CODE(TX-IDX) TO AU-AFTER-VALUE
    WRITE AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE 'WORK-LOCAL-CODE' TO AU-FIELD-NAME
    MOVE WORK-LOCAL-CODE TO AU-BEFORE-VALUE
    MOVE TT-WORK-LOCAL-CODE(TX-IDX) TO AU-AFTER-VALUE
    WRITE AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-APPLIED-COUNT.

*> The department drives the role-based entitlements the identity
*> lifecycle feed grants, so a move is audited like a location change.
APPLY-DEPARTMENT-CHANGE.
    MOVE 'Y' TO TT-APPLIED(TX-IDX)
    EVALUATE TRUE
        WHEN TT-DEPARTMENT-CODE(TX-IDX) = SPACES
            MOVE 'Department change with no department' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN EMPLOYEE-TERMINATED
            MOVE 'Employee is terminated' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN TT-DEPARTMENT-CODE(TX-IDX) = DEPARTMENT-CODE
            MOVE 'Employee already in department' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            MOVE TT-EMPLOYEE-NUMBER(TX-IDX) TO AU-EMPLOYEE-NUMBER
            MOVE TT-ACTION(TX-IDX) TO AU-ACTION
            MOVE 'APPLIED' TO AU-DISPOSITION
            MOVE SPACES TO AU-REASON
            MOVE TT-OPERATOR-ID(TX-IDX) TO AU-REQUESTED-BY
            MOVE SPACES TO AU-APPROVED-BY
            MOVE 'DEPARTMENT-CODE' TO AU-FIELD-NAME
            MOVE DEPARTMENT-CODE TO AU-BEFORE-VALUE
            MOVE TT-DEPARTMENT-CODE(TX-IDX) TO AU-AFTER-VALUE
            WRITE AUDIT-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            ADD 1 TO WS-APPLIED-COUNT
            MOVE TT-DEPARTMENT-CODE(TX-IDX) TO DEPARTMENT-CODE
    END-EVALUATE.

*> Salary and bank-detail changes are never applied in the run that
*> keys them; they are parked with the keying operator's id under
*> WS-PENDING-ACTION ('RATE' or 'BANK').
HOLD-SENSITIVE-CHANGE.
    MOVE 'Y' TO TT-APPLIED(TX-IDX)
    PERFORM FIND-PENDING-CHANGE
    EVALUATE TRUE
        WHEN TT-OPERATOR-ID(TX-IDX) = SPACES
            MOVE 'Sensitive change with no operator id' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN PENDING-FOUND
            MOVE 'Change already pending approval for employee'
                TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN WS-PENDING-COUNT NOT < 500
            MOVE 'Pending change table full' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            ADD 1 TO WS-PENDING-COUNT
            SET PEND-IDX TO WS-PENDING-COUNT
            MOVE TT-EMPLOYEE-NUMBER(TX-IDX) TO PT-EMPLOYEE-NUMBER(PEND-IDX)
            MOVE WS-PENDING-ACTION TO PT-ACTION(PEND-IDX)
            MOVE TT-BASIC-SALARY(TX-IDX) TO PT-BASIC-SALARY(PEND-IDX)
            MOVE TT-BONUS(TX-IDX) TO PT-BONUS(PEND-IDX)
            MOVE TT-BANK-ROUTING-NUMBER(TX-IDX)
                TO PT-BANK-ROUTING-NUMBER(PEND-IDX)
            MOVE TT-BANK-ACCOUNT-NUMBER(TX-IDX)
                TO PT-BANK-ACCOUNT-NUMBER(PEND-IDX)
            MOVE TT-OPERATOR-ID(TX-IDX) TO PT-REQUESTED-BY(PEND-IDX)
            MOVE WS-CURRENT-DATE TO PT-REQUEST-DATE(PEND-IDX)
            SET PT-NEW(PEND-IDX) TO TRUE
            ADD 1 TO WS-HELD-COUNT
            MOVE 'PENDING' TO AU-DISPOSITION
            MOVE 'Held for approval by second operator' TO AU-REASON
            MOVE SPACES TO AU-APPROVED-BY
            PERFORM WRITE-AUDIT-FIELD-CHANGES
    END-EVALUATE.

*> The approver must be a different operator, and only a change
*> parked by an earlier run can be approved.
APPROVE-PENDING-CHANGE.
    MOVE 'Y' TO TT-APPLIED(TX-IDX)
    MOVE TT-APPROVE-ACTION(TX-IDX) TO WS-PENDING-ACTION
    PERFORM FIND-PENDING-CHANGE
    EVALUATE TRUE
        WHEN TT-OPERATOR-ID(TX-IDX) = SPACES
            MOVE 'Approval with no operator id' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN NOT PENDING-FOUND
            MOVE 'No pending change to approve' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN PT-NEW(PEND-IDX)
            MOVE 'Change was keyed this run - approve next run'
                TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN PT-REQUESTED-BY(PEND-IDX) = TT-OPERATOR-ID(TX-IDX)
            MOVE 'Approver is the same operator as requester'
                TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            MOVE 'APPROVED' TO AU-DISPOSITION
            MOVE SPACES TO AU-REASON
            MOVE TT-OPERATOR-ID(TX-IDX) TO AU-APPROVED-BY
            PERFORM WRITE-AUDIT-FIELD-CHANGES
            PERFORM APPLY-PENDING-CHANGE
            SET PT-APPROVED(PEND-IDX) TO TRUE
            ADD 1 TO WS-APPROVED-COUNT
            ADD 1 TO WS-APPLIED-COUNT
    END-EVALUATE.

APPLY-PENDING-CHANGE.
    IF PT-ACTION(PEND-IDX) = 'RATE'
        MOVE PT-BASIC-SALARY(PEND-IDX) TO BASIC-SALARY
        MOVE PT-BONUS(PEND-IDX) TO BONUS
    ELSE
        MOVE PT-BANK-ROUTING-NUMBER(PEND-IDX) TO BANK-ROUTING-NUMBER
        MOVE PT-BANK-ACCOUNT-NUMBER(PEND-IDX) TO BANK-ACCOUNT-NUMBER
        MOVE 'N' TO BANK-STATUS
        MOVE ZERO TO BANK-STATUS-DATE
    END-IF.

*> A change request is matched on employee and WS-PENDING-ACTION; an
*> approval names the action it approves in TX-APPROVE-ACTION.
FIND-PENDING-CHANGE.
    MOVE 'N' TO WS-PENDING-FOUND
    PERFORM VARYING PEND-IDX FROM 1 BY 1
            UNTIL PEND-IDX > WS-PENDING-COUNT OR PENDING-FOUND
        IF PT-EMPLOYEE-NUMBER(PEND-IDX) = TT-EMPLOYEE-NUMBER(TX-IDX)
                AND (PT-OPEN(PEND-IDX) OR PT-NEW(PEND-IDX))
                AND PT-ACTION(PEND-IDX) = WS-PENDING-ACTION
            SET PENDING-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF PENDING-FOUND
        SET PEND-IDX DOWN BY 1
    END-IF.

*> One audit line per sensitive field, with the master value before
*> and the requested value after.
WRITE-AUDIT-FIELD-CHANGES.
    MOVE TT-EMPLOYEE-NUMBER(TX-IDX) TO AU-EMPLOYEE-NUMBER
    MOVE PT-ACTION(PEND-IDX) TO AU-ACTION
    MOVE PT-REQUESTED-BY(PEND-IDX) TO AU-REQUESTED-BY
    IF PT-ACTION(PEND-IDX) = 'RATE'
        MOVE 'BASIC-SALARY' TO AU-FIELD-NAME
        MOVE BASIC-SALARY TO WS-AUDIT-AMOUNT
        MOVE WS-AUDIT-AMOUNT TO AU-BEFORE-VALUE
        MOVE PT-BASIC-SALARY(PEND-IDX) TO WS-AUDIT-AMOUNT
        MOVE WS-AUDIT-AMOUNT TO AU-AFTER-VALUE
        WRITE AUDIT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        MOVE 'BONUS' TO AU-FIELD-NAME
        MOVE BONUS TO WS-AUDIT-AMOUNT
        MOVE WS-AUDIT-AMOUNT TO AU-BEFORE-VALUE
        MOVE PT-BONUS(PEND-IDX) TO WS-AUDIT-AMOUNT
        MOVE WS-AUDIT-AMOUNT TO AU-AFTER-VALUE
        WRITE AUDIT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ELSE
        MOVE 'BANK-ROUTING-NUMBER' TO AU-FIELD-NAME
        MOVE BANK-ROUTING-NUMBER TO WS-AUDIT-ROUTING
        MOVE WS-AUDIT-ROUTING TO AU-BEFORE-VALUE
        MOVE PT-BANK-ROUTING-NUMBER(PEND-IDX) TO WS-AUDIT-ROUTING
        MOVE WS-AUDIT-ROUTING TO AU-AFTER-VALUE
        WRITE AUDIT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        MOVE 'BANK-ACCOUNT-NUMBER' TO AU-FIELD-NAME
        MOVE BANK-ACCOUNT-NUMBER TO AU-BEFORE-VALUE
        MOVE PT-BANK-ACCOUNT-NUMBER(PEND-IDX) TO AU-AFTER-VALUE
        WRITE AUDIT-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

*> Changes still unapproved after WS-PENDING-EXPIRY-DAYS are dropped
*> and reported on the audit trail.
LOAD-PENDING-CHANGES.
    OPEN INPUT pending-changes
    IF WS-PENDING-STATUS = '00'
        READ pending-changes AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            PERFORM CHECK-PENDING-EXPIRY
            IF WS-PENDING-AGE-DAYS > WS-PENDING-EXPIRY-DAYS
                PERFORM WRITE-AUDIT-EXPIRED
            ELSE
                IF WS-PENDING-COUNT < 500
                    ADD 1 TO WS-PENDING-COUNT
                    MOVE PC-EMPLOYEE-NUMBER
                        TO PT-EMPLOYEE-NUMBER(WS-PENDING-COUNT)
                    MOVE PC-ACTION TO PT-ACTION(WS-PENDING-COUNT)
                    MOVE PC-BASIC-SALARY
                        TO PT-BASIC-SALARY(WS-PENDING-COUNT)
                    MOVE PC-BONUS TO PT-BONUS(WS-PENDING-COUNT)
                    MOVE PC-BANK-ROUTING-NUMBER
                        TO PT-BANK-ROUTING-NUMBER(WS-PENDING-COUNT)
                    MOVE PC-BANK-ACCOUNT-NUMBER
                        TO PT-BANK-ACCOUNT-NUMBER(WS-PENDING-COUNT)
                    MOVE PC-REQUESTED-BY
                        TO PT-REQUESTED-BY(WS-PENDING-COUNT)
                    MOVE PC-REQUEST-DATE
                        TO PT-REQUEST-DATE(WS-PENDING-COUNT)
                    SET PT-OPEN(WS-PENDING-COUNT) TO TRUE
                ELSE
                    DISPLAY "Pending table full - discarding "
                        PC-EMPLOYEE-NUMBER
                END-IF
            END-IF
            READ pending-changes AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE pending-changes
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

CHECK-PENDING-EXPIRY.
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE PC-REQUEST-DATE TO DS-DATE-FROM
    MOVE WS-CURRENT-DATE TO DS-DATE-TO
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-DAYS TO WS-PENDING-AGE-DAYS.

WRITE-AUDIT-EXPIRED.
    MOVE PC-EMPLOYEE-NUMBER TO AU-EMPLOYEE-NUMBER
    MOVE PC-ACTION TO AU-ACTION
    MOVE 'EXPIRED' TO AU-DISPOSITION
    MOVE SPACES TO AU-REASON
    STRING 'Not approved within limit - keyed ' PC-REQUEST-DATE
        DELIMITED BY SIZE INTO AU-REASON
    MOVE PC-REQUESTED-BY TO AU-REQUESTED-BY
    MOVE SPACES TO AU-APPROVED-BY
    MOVE SPACES TO AU-FIELD-NAME
    MOVE SPACES TO AU-BEFORE-VALUE
    MOVE SPACES TO AU-AFTER-VALUE
    WRITE AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-EXPIRED-COUNT.

WRITE-PENDING-CHANGES.
    OPEN OUTPUT pending-changes-new
    PERFORM VARYING PEND-IDX FROM 1 BY 1 UNTIL PEND-IDX > WS-PENDING-COUNT
        IF PT-OPEN(PEND-IDX) OR PT-NEW(PEND-IDX)
            MOVE PT-EMPLOYEE-NUMBER(PEND-IDX) TO PCN-EMPLOYEE-NUMBER
            MOVE PT-ACTION(PEND-IDX) TO PCN-ACTION
            MOVE PT-BASIC-SALARY(PEND-IDX) TO PCN-BASIC-SALARY
            MOVE PT-BONUS(PEND-IDX) TO PCN-BONUS
            MOVE PT-BANK-ROUTING-NUMBER(PEND-IDX)
                TO PCN-BANK-ROUTING-NUMBER
            MOVE PT-BANK-ACCOUNT-NUMBER(PEND-IDX)
                TO PCN-BANK-ACCOUNT-NUMBER
            MOVE PT-REQUESTED-BY(PEND-IDX) TO PCN-REQUESTED-BY
            MOVE PT-REQUEST-DATE(PEND-IDX) TO PCN-REQUEST-DATE
            WRITE PENDING-CHANGE-RECORD-NEW
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM
    CLOSE pending-changes-new.

SET-EFFECTIVE-DATE.
    IF TT-EFFECTIVE-DATE(TX-IDX) = 0
        MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
    ELSE
        MOVE TT-EFFECTIVE-DATE(TX-IDX) TO WS-EFFECTIVE-DATE
    END-IF.

REJECT-TRANSACTION-DUPLICATE.
    MOVE 'Y' TO TT-APPLIED(TX-IDX)
    MOVE 'Employee number already exists on master' TO AU-REASON
        END-IF
    END-PERFORM.

*> A new hire goes on the master with no pay rate and no bank details.
*> The salary and bonus keyed on the hire are held as a RATE change,
*> and the bank details as a BANK change, so nobody is paid until a
*> second operator approves them on a later run.
APPLY-HIRE-TRANSACTION.
    PERFORM CHECK-DUPLICATE-HIRE
    IF TT-EMPLOYEE-NUMBER(TX-IDX) = 0
        ELSE
            MOVE TT-EMPLOYEE-NUMBER(TX-IDX) TO EMN-EMPLOYEE-NUMBER
            MOVE TT-EMPLOYEE-NAME(TX-IDX) TO EMN-EMPLOYEE-NAME
            MOVE ZERO TO EMN-BASIC-SALARY
            MOVE ZERO TO EMN-BONUS
            MOVE TT-INSURANCE-DEDUCTION(TX-IDX) TO EMN-INSURANCE-DEDUCTION
            MOVE TT-RETIREMENT-DEDUCTION(TX-IDX) TO EMN-RETIREMENT-DEDUCTION
            MOVE ZERO TO EMN-NET-PAY
            MOVE ZERO TO EMN-YTD-GROSS
            MOVE ZERO TO EMN-YTD-TAX
            MOVE ZERO TO EMN-YTD-NET
            MOVE ZERO TO EMN-BANK-ROUTING-NUMBER
            MOVE SPACES TO EMN-BANK-ACCOUNT-NUMBER
            MOVE 'N' TO EMN-BANK-STATUS
            MOVE ZERO TO EMN-BANK-STATUS-DATE
            MOVE ZERO TO EMN-VACATION-BALANCE
            MOVE ZERO TO EMN-SICK-BALANCE
            PERFORM SET-EFFECTIVE-DATE
            MOVE 'A' TO EMN-EMPLOYMENT-STATUS
            MOVE WS-EFFECTIVE-DATE TO EMN-HIRE-DATE
            MOVE ZERO TO EMN-TERMINATION-DATE
            MOVE ZERO TO EMN-FINAL-PAY-DATE
            MOVE TT-WORK-STATE-CODE(TX-IDX) TO EMN-WORK-STATE-CODE
            MOVE TT-WORK-LOCAL-CODE(TX-IDX) TO EMN-WORK-LOCAL-CODE
            MOVE TT-DEPARTMENT-CODE(TX-IDX) TO EMN-DEPARTMENT-CODE
            MOVE ZERO TO EMN-YTD-STATE-WAGES
            MOVE ZERO TO EMN-YTD-STATE-TAX
            MOVE ZERO TO EMN-YTD-LOCAL-WAGES
            MOVE ZERO TO EMN-YTD-LOCAL-TAX
            MOVE ZERO TO EMN-YTD-INSURANCE
            MOVE ZERO TO EMN-YTD-RETIREMENT
            MOVE ZERO TO EMN-YTD-GARNISHMENT
            WRITE EMPLOYEE-RECORD-NEW
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
            PERFORM WRITE-AUDIT-APPLIED
            PERFORM HOLD-HIRE-PAY-DETAILS
        END-IF
        END-IF
    END-IF
    MOVE 'Y' TO TT-APPLIED(TX-IDX).

*> The hire has no master record yet, so the audit shows zero and
*> blank as the values before the held changes.
HOLD-HIRE-PAY-DETAILS.
    MOVE ZERO TO BASIC-SALARY
    MOVE ZERO TO BONUS
    MOVE ZERO TO BANK-ROUTING-NUMBER
    MOVE SPACES TO BANK-ACCOUNT-NUMBER
    IF TT-BASIC-SALARY(TX-IDX) > 0 OR TT-BONUS(TX-IDX) > 0
        MOVE 'RATE' TO WS-PENDING-ACTION
        PERFORM HOLD-SENSITIVE-CHANGE
    END-IF
    IF TT-BANK-ROUTING-NUMBER(TX-IDX) > 0
        MOVE 'BANK' TO WS-PENDING-ACTION
        PERFORM HOLD-SENSITIVE-CHANGE
    END-IF.

CHECK-DUPLICATE-HIRE.
    MOVE 'N' TO WS-DUPLICATE-HIRE
    PERFORM VARYING WS-HIRE-SCAN FROM 1 BY 1
    MOVE BANK-STATUS-DATE TO EMN-BANK-STATUS-DATE
    MOVE VACATION-BALANCE TO EMN-VACATION-BALANCE
    MOVE SICK-BALANCE TO EMN-SICK-BALANCE
    MOVE EMPLOYMENT-STATUS TO EMN-EMPLOYMENT-STATUS
    MOVE HIRE-DATE    TO EMN-HIRE-DATE
    MOVE TERMINATION-DATE TO EMN-TERMINATION-DATE
    MOVE FINAL-PAY-DATE TO EMN-FINAL-PAY-DATE
    MOVE WORK-STATE-CODE TO EMN-WORK-STATE-CODE
    MOVE WORK-LOCAL-CODE TO EMN-WORK-LOCAL-CODE
    MOVE YTD-STATE-WAGES TO EMN-YTD-STATE-WAGES
    MOVE YTD-STATE-TAX TO EMN-YTD-STATE-TAX
    MOVE YTD-LOCAL-WAGES TO EMN-YTD-LOCAL-WAGES
    MOVE YTD-LOCAL-TAX TO EMN-YTD-LOCAL-TAX
    MOVE DEPARTMENT-CODE TO EMN-DEPARTMENT-CODE
    MOVE YTD-INSURANCE TO EMN-YTD-INSURANCE
    MOVE YTD-RETIREMENT TO EMN-YTD-RETIREMENT
    MOVE YTD-GARNISHMENT TO EMN-YTD-GARNISHMENT
    WRITE EMPLOYEE-RECORD-NEW
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

    MOVE TT-ACTION(TX-IDX) TO AU-ACTION
    MOVE 'APPLIED' TO AU-DISPOSITION
    MOVE SPACES TO AU-REASON
    MOVE TT-OPERATOR-ID(TX-IDX) TO AU-REQUESTED-BY
    MOVE SPACES TO AU-APPROVED-BY
    MOVE SPACES TO AU-FIELD-NAME
    MOVE SPACES TO AU-BEFORE-VALUE
    MOVE SPACES TO AU-AFTER-VALUE
    WRITE AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-APPLIED-COUNT.
    MOVE TT-EMPLOYEE-NUMBER(TX-IDX) TO AU-EMPLOYEE-NUMBER
    MOVE TT-ACTION(TX-IDX) TO AU-ACTION
    MOVE 'REJECTED' TO AU-DISPOSITION
    MOVE TT-OPERATOR-ID(TX-IDX) TO AU-REQUESTED-BY
    MOVE SPACES TO AU-APPROVED-BY
    MOVE SPACES TO AU-FIELD-NAME
    MOVE SPACES TO AU-BEFORE-VALUE
    MOVE SPACES TO AU-AFTER-VALUE
    WRITE AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REJECTED-COUNT.
