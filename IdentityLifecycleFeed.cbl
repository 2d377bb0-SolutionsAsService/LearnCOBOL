IDENTIFICATION DIVISION.
PROGRAM-ID. IdentityLifecycleFeed.
AUTHOR. Your Name.
*> Joiner / mover / leaver feed from the employee master into
*> entitlement maintenance. The current employee master is compared
*> with the copy kept from the previous run (employee-master-previous
*> .dat) and each employee is tied to a system user id through
*> identity-xref.dat. Joiners (new or rehired employees) are granted
*> the birthright entitlements of their department from
*> birthright-roles.dat; department code ALL applies to everyone.
*> Leavers have every entitlement they hold revoked. Movers lose the
*> birthright entitlements of the old department that the new one does
*> not carry and gain those of the new department. The adds and
*> revokes are written to identity-entitlement-transactions.dat in the
*> entitlement transaction format, and each event to
*> identity-lifecycle-register.dat. Any ACL log activity by a
*> terminated employee's user id after the termination date is listed
*> on leaver-activity-report.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT employee-master-file ASSIGN TO 'employee-master.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT employee-master-previous
        ASSIGN TO 'employee-master-previous.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PREVIOUS-STATUS.
    SELECT identity-xref ASSIGN TO 'identity-xref.dat'
        FILE STATUS IS WS-XREF-STATUS.
    SELECT birthright-roles ASSIGN TO 'birthright-roles.dat'
        FILE STATUS IS WS-ROLES-STATUS.
    SELECT entitlement-master ASSIGN TO 'entitlement-master.dat'
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT acl-logs ASSIGN TO 'acl-logs.dat'
        FILE STATUS IS WS-LOGS-STATUS.
    SELECT acl-logs-archive ASSIGN TO 'acl-logs-archive.dat'
        FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT identity-transactions
        ASSIGN TO 'identity-entitlement-transactions.dat'.
    SELECT identity-register
        ASSIGN TO 'identity-lifecycle-register.dat'.
    SELECT leaver-activity-report
        ASSIGN TO 'leaver-activity-report.dat'.

DATA DIVISION.
FILE SECTION.
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

FD employee-master-previous.
01 PREVIOUS-EMPLOYEE-RECORD.
   05 PV-EMPLOYEE-NUMBER     PIC 9(6).
   05 FILLER                 PIC X(134).
   05 PV-EMPLOYMENT-STATUS   PIC X.
   05 FILLER                 PIC X(66).
   05 PV-DEPARTMENT-CODE     PIC X(6).

FD identity-xref.
01 IDENTITY-XREF-RECORD.
    05 IX-EMPLOYEE-NUMBER     PIC 9(6).
    05 IX-USER-ID             PIC X(10).

FD birthright-roles.
01 BIRTHRIGHT-ROLE-RECORD.
    05 BR-DEPARTMENT-CODE     PIC X(6).
    05 BR-RESOURCE            PIC X(30).

FD entitlement-master.
01 ENTITLEMENT-RECORD.
    05 EN-USER-ID          PIC X(10).
    05 EN-RESOURCE         PIC X(30).
    05 EN-GRANTED-DATE     PIC 9(8).

FD acl-logs.
01 ACL-LOG-RECORD.
    05 LOG-DATE            PIC 9(8).
    05 LOG-TIME            PIC 9(6).
    05 ATTEMPTED-IP        PIC X(15).
    05 LOG-USER-ID         PIC X(10).
    05 RESOURCE-ATTEMPTED  PIC X(30).
    05 ACCESS-RESULT       PIC X(10).

FD acl-logs-archive.
01 ACL-ARCHIVE-RECORD.
    05 ARC-LOG-DATE            PIC 9(8).
    05 ARC-LOG-TIME            PIC 9(6).
    05 ARC-ATTEMPTED-IP        PIC X(15).
    05 ARC-USER-ID             PIC X(10).
    05 ARC-RESOURCE-ATTEMPTED  PIC X(30).
    05 ARC-ACCESS-RESULT       PIC X(10).

FD identity-transactions.
01 IDENTITY-TRANSACTION-RECORD.
    05 IT-ACTION           PIC X(4).
    05 IT-USER-ID          PIC X(10).
    05 IT-RESOURCE         PIC X(30).

FD identity-register.
01 IDENTITY-REGISTER-RECORD.
    05 IR-EMPLOYEE-NUMBER  PIC 9(6).
    05 IR-EMPLOYEE-NAME    PIC X(30).
    05 IR-USER-ID          PIC X(10).
    05 IR-EVENT            PIC X(6).
    05 IR-OLD-DEPARTMENT   PIC X(6).
    05 IR-NEW-DEPARTMENT   PIC X(6).
    05 IR-ADDS             PIC 9(3).
    05 IR-REVOKES          PIC 9(3).
    05 IR-REASON           PIC X(40).

FD leaver-activity-report.
01 LEAVER-ACTIVITY-RECORD.
    05 LA-EMPLOYEE-NUMBER  PIC 9(6).
    05 LA-EMPLOYEE-NAME    PIC X(30).
    05 LA-USER-ID          PIC X(10).
    05 LA-TERMINATION-DATE PIC 9(8).
    05 LA-LOG-DATE         PIC 9(8).
    05 LA-LOG-TIME         PIC 9(6).
    05 LA-RESOURCE         PIC X(30).
    05 LA-ACCESS-RESULT    PIC X(10).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-PREVIOUS-STATUS     PIC XX.
01 WS-XREF-STATUS         PIC XX.
01 WS-ROLES-STATUS        PIC XX.
01 WS-MASTER-STATUS       PIC XX.
01 WS-LOGS-STATUS         PIC XX.
01 WS-ARCHIVE-STATUS      PIC XX.
01 WS-BASELINE-RUN        PIC X VALUE 'N'.
    88 BASELINE-RUN       VALUE 'Y'.

01 WS-PREVIOUS-COUNT      PIC 9(4) VALUE 0.
01 PREVIOUS-TABLE.
    05 PREVIOUS-ENTRY OCCURS 1000 TIMES INDEXED BY PREV-IDX.
        10 PE-EMPLOYEE-NUMBER PIC 9(6).
        10 PE-STATUS          PIC X.
        10 PE-DEPARTMENT-CODE PIC X(6).
01 WS-PREVIOUS-FOUND      PIC X VALUE 'N'.
    88 PREVIOUS-FOUND     VALUE 'Y'.

01 WS-XREF-COUNT          PIC 9(4) VALUE 0.
01 XREF-TABLE.
    05 XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XREF-IDX.
        10 XT-EMPLOYEE-NUMBER PIC 9(6).
        10 XT-USER-ID         PIC X(10).
01 WS-USER-ID             PIC X(10).

01 WS-ROLE-COUNT          PIC 9(4) VALUE 0.
01 ROLE-TABLE.
    05 ROLE-ENTRY OCCURS 500 TIMES INDEXED BY ROLE-IDX.
        10 RT-DEPARTMENT-CODE PIC X(6).
        10 RT-RESOURCE        PIC X(30).
01 WS-ROLE-FOUND          PIC X VALUE 'N'.
    88 ROLE-FOUND         VALUE 'Y'.
01 WS-ROLE-DEPARTMENT     PIC X(6).
01 WS-ROLE-RESOURCE       PIC X(30).

01 WS-ENTITLEMENT-COUNT   PIC 9(4) VALUE 0.
01 ENTITLEMENT-TABLE.
    05 ENTITLEMENT-ENTRY OCCURS 1000 TIMES INDEXED BY ENT-IDX.
        10 EM-USER-ID         PIC X(10).
        10 EM-RESOURCE        PIC X(30).
        10 EM-DELETED         PIC X.
01 WS-ENTRY-FOUND         PIC X VALUE 'N'.
    88 ENTRY-FOUND        VALUE 'Y'.

01 WS-LEAVER-COUNT        PIC 9(4) VALUE 0.
01 LEAVER-TABLE.
    05 LEAVER-ENTRY OCCURS 1000 TIMES INDEXED BY LVR-IDX.
        10 LV-EMPLOYEE-NUMBER  PIC 9(6).
        10 LV-EMPLOYEE-NAME    PIC X(30).
        10 LV-USER-ID          PIC X(10).
        10 LV-TERMINATION-DATE PIC 9(8).

01 WS-EVENT-COUNTS.
    05 WS-JOINER-COUNT    PIC 9(5) VALUE 0.
    05 WS-MOVER-COUNT     PIC 9(5) VALUE 0.
    05 WS-LEAVER-EVENTS   PIC 9(5) VALUE 0.
    05 WS-NO-XREF-COUNT   PIC 9(5) VALUE 0.
    05 WS-ADDS-WRITTEN    PIC 9(5) VALUE 0.
    05 WS-REVOKES-WRITTEN PIC 9(5) VALUE 0.
    05 WS-ACTIVITY-COUNT  PIC 9(5) VALUE 0.

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
    PERFORM LOAD-PREVIOUS-MASTER
    PERFORM LOAD-IDENTITY-XREF
    PERFORM LOAD-BIRTHRIGHT-ROLES
    PERFORM LOAD-ENTITLEMENT-MASTER
    OPEN INPUT employee-master-file
        OUTPUT employee-master-previous identity-transactions
            identity-register leaver-activity-report
    PERFORM COMPARE-EMPLOYEE-MASTER
    CLOSE employee-master-file employee-master-previous
    PERFORM SCAN-LIVE-LOGS
    PERFORM SCAN-ARCHIVE-LOGS
    CLOSE identity-transactions identity-register
        leaver-activity-report
    IF BASELINE-RUN
        DISPLAY "No previous employee master - baseline taken"
    END-IF
    DISPLAY "Joiners: " WS-JOINER-COUNT " Movers: " WS-MOVER-COUNT
        " Leavers: " WS-LEAVER-EVENTS
    DISPLAY "Entitlement adds: " WS-ADDS-WRITTEN
        " revokes: " WS-REVOKES-WRITTEN
    DISPLAY "Employees with no identity xref: " WS-NO-XREF-COUNT
    DISPLAY "Leaver activity after termination: " WS-ACTIVITY-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-PREVIOUS-MASTER.
    OPEN INPUT employee-master-previous
    IF WS-PREVIOUS-STATUS NOT = '00'
        SET BASELINE-RUN TO TRUE
        EXIT PARAGRAPH
    END-IF
    READ employee-master-previous AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-PREVIOUS-COUNT < 1000
            ADD 1 TO WS-PREVIOUS-COUNT
            SET PREV-IDX TO WS-PREVIOUS-COUNT
            MOVE PV-EMPLOYEE-NUMBER TO PE-EMPLOYEE-NUMBER(PREV-IDX)
            MOVE PV-EMPLOYMENT-STATUS TO PE-STATUS(PREV-IDX)
            MOVE PV-DEPARTMENT-CODE TO PE-DEPARTMENT-CODE(PREV-IDX)
        ELSE
            DISPLAY "Previous master table full - discarding "
                PV-EMPLOYEE-NUMBER
        END-IF
        READ employee-master-previous AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE employee-master-previous
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-IDENTITY-XREF.
    OPEN INPUT identity-xref
    IF WS-XREF-STATUS NOT = '00'
        DISPLAY "Identity cross-reference not found"
        EXIT PARAGRAPH
    END-IF
    READ identity-xref AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-XREF-COUNT < 1000
            ADD 1 TO WS-XREF-COUNT
            MOVE IX-EMPLOYEE-NUMBER TO XT-EMPLOYEE-NUMBER(WS-XREF-COUNT)
            MOVE IX-USER-ID TO XT-USER-ID(WS-XREF-COUNT)
        ELSE
            DISPLAY "Identity xref table full - discarding "
                IX-EMPLOYEE-NUMBER
        END-IF
        READ identity-xref AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE identity-xref
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-BIRTHRIGHT-ROLES.
    OPEN INPUT birthright-roles
    IF WS-ROLES-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ birthright-roles AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ROLE-COUNT < 500
            ADD 1 TO WS-ROLE-COUNT
            MOVE BR-DEPARTMENT-CODE TO RT-DEPARTMENT-CODE(WS-ROLE-COUNT)
            MOVE BR-RESOURCE TO RT-RESOURCE(WS-ROLE-COUNT)
        ELSE
            DISPLAY "Birthright role table full - discarding "
                BR-RESOURCE
        END-IF
        READ birthright-roles AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE birthright-roles
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ENTITLEMENT-MASTER.
    OPEN INPUT entitlement-master
    IF WS-MASTER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ entitlement-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ENTITLEMENT-COUNT < 1000
            ADD 1 TO WS-ENTITLEMENT-COUNT
            SET ENT-IDX TO WS-ENTITLEMENT-COUNT
            MOVE EN-USER-ID TO EM-USER-ID(ENT-IDX)
            MOVE EN-RESOURCE TO EM-RESOURCE(ENT-IDX)
            MOVE 'N' TO EM-DELETED(ENT-IDX)
        ELSE
            DISPLAY "Entitlement table full - discarding "
                EN-USER-ID
        END-IF
        READ entitlement-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE entitlement-master
    MOVE 'N' TO WS-END-OF-FILE.

*> Each current record is also copied to employee-master-previous.dat
*> so the next run compares against this one.
COMPARE-EMPLOYEE-MASTER.
    READ employee-master-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM FIND-USER-ID
        IF EMPLOYEE-TERMINATED AND WS-USER-ID NOT = SPACES
            PERFORM RECORD-LEAVER
        END-IF
        IF NOT BASELINE-RUN
            PERFORM CLASSIFY-EMPLOYEE
        END-IF
        MOVE EMPLOYEE-RECORD TO PREVIOUS-EMPLOYEE-RECORD
        WRITE PREVIOUS-EMPLOYEE-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        READ employee-master-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

FIND-USER-ID.
    MOVE SPACES TO WS-USER-ID
    PERFORM VARYING XREF-IDX FROM 1 BY 1 UNTIL XREF-IDX > WS-XREF-COUNT
        IF XT-EMPLOYEE-NUMBER(XREF-IDX) = EMPLOYEE-NUMBER
            MOVE XT-USER-ID(XREF-IDX) TO WS-USER-ID
            EXIT PERFORM
        END-IF
    END-PERFORM.

RECORD-LEAVER.
    IF WS-LEAVER-COUNT < 1000
        ADD 1 TO WS-LEAVER-COUNT
        SET LVR-IDX TO WS-LEAVER-COUNT
        MOVE EMPLOYEE-NUMBER TO LV-EMPLOYEE-NUMBER(LVR-IDX)
        MOVE EMPLOYEE-NAME TO LV-EMPLOYEE-NAME(LVR-IDX)
        MOVE WS-USER-ID TO LV-USER-ID(LVR-IDX)
        MOVE TERMINATION-DATE TO LV-TERMINATION-DATE(LVR-IDX)
    ELSE
        DISPLAY "Leaver table full - discarding " EMPLOYEE-NUMBER
    END-IF.

CLASSIFY-EMPLOYEE.
    MOVE 'N' TO WS-PREVIOUS-FOUND
    PERFORM VARYING PREV-IDX FROM 1 BY 1
            UNTIL PREV-IDX > WS-PREVIOUS-COUNT
        IF PE-EMPLOYEE-NUMBER(PREV-IDX) = EMPLOYEE-NUMBER
            SET PREVIOUS-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE EMPLOYEE-NUMBER TO IR-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO IR-EMPLOYEE-NAME
    MOVE WS-USER-ID TO IR-USER-ID
    MOVE DEPARTMENT-CODE TO IR-NEW-DEPARTMENT
    MOVE SPACES TO IR-OLD-DEPARTMENT
    MOVE ZERO TO IR-ADDS IR-REVOKES
    MOVE SPACES TO IR-REASON
    EVALUATE TRUE
        WHEN EMPLOYEE-TERMINATED
            IF NOT PREVIOUS-FOUND OR PE-STATUS(PREV-IDX) NOT = 'T'
                MOVE 'LEAVER' TO IR-EVENT
                IF PREVIOUS-FOUND
                    MOVE PE-DEPARTMENT-CODE(PREV-IDX) TO IR-OLD-DEPARTMENT
                END-IF
                ADD 1 TO WS-LEAVER-EVENTS
                PERFORM PROCESS-LEAVER
            END-IF
        WHEN NOT PREVIOUS-FOUND OR PE-STATUS(PREV-IDX) = 'T'
            MOVE 'JOINER' TO IR-EVENT
            ADD 1 TO WS-JOINER-COUNT
            PERFORM PROCESS-JOINER
        WHEN PE-DEPARTMENT-CODE(PREV-IDX) NOT = DEPARTMENT-CODE
            MOVE 'MOVER' TO IR-EVENT
            MOVE PE-DEPARTMENT-CODE(PREV-IDX) TO IR-OLD-DEPARTMENT
            ADD 1 TO WS-MOVER-COUNT
            PERFORM PROCESS-MOVER
    END-EVALUATE.

PROCESS-LEAVER.
    IF WS-USER-ID = SPACES
        PERFORM WRITE-NO-XREF-EVENT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ENT-IDX FROM 1 BY 1
            UNTIL ENT-IDX > WS-ENTITLEMENT-COUNT
        IF EM-USER-ID(ENT-IDX) = WS-USER-ID
                AND EM-DELETED(ENT-IDX) = 'N'
            PERFORM WRITE-REVOKE-TRANSACTION
        END-IF
    END-PERFORM
    PERFORM WRITE-REGISTER-RECORD.

PROCESS-JOINER.
    IF WS-USER-ID = SPACES
        PERFORM WRITE-NO-XREF-EVENT
        EXIT PARAGRAPH
    END-IF
    PERFORM GRANT-DEPARTMENT-ROLES
    PERFORM WRITE-REGISTER-RECORD.

*> Only birthright entitlements of the old department are taken away;
*> anything granted to the user individually stays until the owner's
*> next recertification.
PROCESS-MOVER.
    IF WS-USER-ID = SPACES
        PERFORM WRITE-NO-XREF-EVENT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ENT-IDX FROM 1 BY 1
            UNTIL ENT-IDX > WS-ENTITLEMENT-COUNT
        IF EM-USER-ID(ENT-IDX) = WS-USER-ID
                AND EM-DELETED(ENT-IDX) = 'N'
            MOVE EM-RESOURCE(ENT-IDX) TO WS-ROLE-RESOURCE
            MOVE PE-DEPARTMENT-CODE(PREV-IDX) TO WS-ROLE-DEPARTMENT
            PERFORM FIND-DEPARTMENT-ROLE
            IF ROLE-FOUND AND RT-DEPARTMENT-CODE(ROLE-IDX) NOT = 'ALL'
                MOVE DEPARTMENT-CODE TO WS-ROLE-DEPARTMENT
                PERFORM FIND-DEPARTMENT-ROLE
                IF NOT ROLE-FOUND
                    PERFORM WRITE-REVOKE-TRANSACTION
                END-IF
            END-IF
        END-IF
    END-PERFORM
    PERFORM GRANT-DEPARTMENT-ROLES
    PERFORM WRITE-REGISTER-RECORD.

FIND-DEPARTMENT-ROLE.
    MOVE 'N' TO WS-ROLE-FOUND
    PERFORM VARYING ROLE-IDX FROM 1 BY 1 UNTIL ROLE-IDX > WS-ROLE-COUNT
        IF RT-RESOURCE(ROLE-IDX) = WS-ROLE-RESOURCE
                AND (RT-DEPARTMENT-CODE(ROLE-IDX) = WS-ROLE-DEPARTMENT
                     OR RT-DEPARTMENT-CODE(ROLE-IDX) = 'ALL')
            SET ROLE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

GRANT-DEPARTMENT-ROLES.
    PERFORM VARYING ROLE-IDX FROM 1 BY 1 UNTIL ROLE-IDX > WS-ROLE-COUNT
        IF RT-DEPARTMENT-CODE(ROLE-IDX) = DEPARTMENT-CODE
                OR RT-DEPARTMENT-CODE(ROLE-IDX) = 'ALL'
            MOVE 'N' TO WS-ENTRY-FOUND
            PERFORM VARYING ENT-IDX FROM 1 BY 1
                    UNTIL ENT-IDX > WS-ENTITLEMENT-COUNT
                IF EM-USER-ID(ENT-IDX) = WS-USER-ID
                        AND EM-RESOURCE(ENT-IDX) = RT-RESOURCE(ROLE-IDX)
                        AND EM-DELETED(ENT-IDX) = 'N'
                    SET ENTRY-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF NOT ENTRY-FOUND
                PERFORM WRITE-ADD-TRANSACTION
            END-IF
        END-IF
    END-PERFORM.

WRITE-ADD-TRANSACTION.
    MOVE 'ADD ' TO IT-ACTION
    MOVE WS-USER-ID TO IT-USER-ID
    MOVE RT-RESOURCE(ROLE-IDX) TO IT-RESOURCE
    WRITE IDENTITY-TRANSACTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-ADDS-WRITTEN
    ADD 1 TO IR-ADDS
    IF WS-ENTITLEMENT-COUNT < 1000
        ADD 1 TO WS-ENTITLEMENT-COUNT
        SET ENT-IDX TO WS-ENTITLEMENT-COUNT
        MOVE WS-USER-ID TO EM-USER-ID(ENT-IDX)
        MOVE RT-RESOURCE(ROLE-IDX) TO EM-RESOURCE(ENT-IDX)
        MOVE 'N' TO EM-DELETED(ENT-IDX)
    END-IF.

WRITE-REVOKE-TRANSACTION.
    MOVE 'DEL ' TO IT-ACTION
    MOVE WS-USER-ID TO IT-USER-ID
    MOVE EM-RESOURCE(ENT-IDX) TO IT-RESOURCE
    WRITE IDENTITY-TRANSACTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REVOKES-WRITTEN
    ADD 1 TO IR-REVOKES
    MOVE 'Y' TO EM-DELETED(ENT-IDX).

WRITE-NO-XREF-EVENT.
    ADD 1 TO WS-NO-XREF-COUNT
    MOVE 'No identity xref - no transactions' TO IR-REASON
    PERFORM WRITE-REGISTER-RECORD.

WRITE-REGISTER-RECORD.
    WRITE IDENTITY-REGISTER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

SCAN-LIVE-LOGS.
    OPEN INPUT acl-logs
    IF WS-LOGS-STATUS = '00'
        READ acl-logs AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            PERFORM VARYING LVR-IDX FROM 1 BY 1
                    UNTIL LVR-IDX > WS-LEAVER-COUNT
                IF LV-USER-ID(LVR-IDX) = LOG-USER-ID
                        AND LOG-DATE > LV-TERMINATION-DATE(LVR-IDX)
                    MOVE LOG-DATE TO LA-LOG-DATE
                    MOVE LOG-TIME TO LA-LOG-TIME
                    MOVE RESOURCE-ATTEMPTED TO LA-RESOURCE
                    MOVE ACCESS-RESULT TO LA-ACCESS-RESULT
                    PERFORM WRITE-LEAVER-ACTIVITY
                END-IF
            END-PERFORM
            READ acl-logs AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE acl-logs
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

SCAN-ARCHIVE-LOGS.
    OPEN INPUT acl-logs-archive
    IF WS-ARCHIVE-STATUS = '00'
        READ acl-logs-archive AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            PERFORM VARYING LVR-IDX FROM 1 BY 1
                    UNTIL LVR-IDX > WS-LEAVER-COUNT
                IF LV-USER-ID(LVR-IDX) = ARC-USER-ID
                        AND ARC-LOG-DATE > LV-TERMINATION-DATE(LVR-IDX)
                    MOVE ARC-LOG-DATE TO LA-LOG-DATE
                    MOVE ARC-LOG-TIME TO LA-LOG-TIME
                    MOVE ARC-RESOURCE-ATTEMPTED TO LA-RESOURCE
                    MOVE ARC-ACCESS-RESULT TO LA-ACCESS-RESULT
                    PERFORM WRITE-LEAVER-ACTIVITY
                END-IF
            END-PERFORM
            READ acl-logs-archive AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE acl-logs-archive
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

WRITE-LEAVER-ACTIVITY.
    MOVE LV-EMPLOYEE-NUMBER(LVR-IDX) TO LA-EMPLOYEE-NUMBER
    MOVE LV-EMPLOYEE-NAME(LVR-IDX) TO LA-EMPLOYEE-NAME
    MOVE LV-USER-ID(LVR-IDX) TO LA-USER-ID
    MOVE LV-TERMINATION-DATE(LVR-IDX) TO LA-TERMINATION-DATE
    WRITE LEAVER-ACTIVITY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-ACTIVITY-COUNT.

LOG-RUN-START.
    MOVE 'IdentityLifecycleFeed' TO OPS-PROGRAM-ID
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

END PROGRAM IdentityLifecycleFeed.
