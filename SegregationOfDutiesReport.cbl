IDENTIFICATION DIVISION.
PROGRAM-ID. SegregationOfDutiesReport.
AUTHOR. Your Name.
*> Nightly segregation-of-duties report. Every pair of resources that
*> a user holds on the entitlement master and that belong to the same
*> conflict rule on sod-conflict-rules.dat is reported as a HOLDING
*> conflict, with the rule's severity, its mitigating control if any,
*> and whether an approved exception covers it. Every day in the ACL
*> log on which a user was actually granted both resources of such a
*> pair is reported as a USAGE conflict with the first time each side
*> was used that day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT entitlement-master ASSIGN TO 'entitlement-master.dat'
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT sod-conflict-rules ASSIGN TO 'sod-conflict-rules.dat'
        FILE STATUS IS WS-RULES-STATUS.
    SELECT sod-exceptions ASSIGN TO 'sod-exceptions.dat'
        FILE STATUS IS WS-EXCEPTIONS-STATUS.
    SELECT acl-logs ASSIGN TO 'acl-logs.dat'
        FILE STATUS IS WS-LOGS-STATUS.
    SELECT sod-conflict-report ASSIGN TO 'sod-conflict-report.dat'.

DATA DIVISION.
FILE SECTION.
FD entitlement-master.
01 ENTITLEMENT-RECORD.
    05 EN-USER-ID          PIC X(10).
    05 EN-RESOURCE         PIC X(30).
    05 EN-GRANTED-DATE     PIC 9(8).

FD sod-conflict-rules.
01 SOD-RULE-RECORD.
    05 SR-RULE-ID          PIC X(8).
    05 SR-SEVERITY         PIC X(6).
    05 SR-CONTROL-ID       PIC X(10).
    05 SR-RESOURCE         PIC X(30).

FD sod-exceptions.
01 SOD-EXCEPTION-RECORD.
    05 SX-USER-ID          PIC X(10).
    05 SX-RULE-ID          PIC X(8).
    05 SX-STATUS           PIC X(8).
    05 SX-APPROVED-BY      PIC X(10).
    05 SX-EXPIRY-DATE      PIC 9(8).

FD acl-logs.
01 ACL-LOG-RECORD.
    05 LOG-DATE            PIC 9(8).
    05 LOG-TIME            PIC 9(6).
    05 ATTEMPTED-IP        PIC X(15).
    05 LOG-USER-ID         PIC X(10).
    05 RESOURCE-ATTEMPTED  PIC X(30).
    05 ACCESS-RESULT       PIC X(10).
        88 ACCESS-GRANTED  VALUE 'GRANTED'.

FD sod-conflict-report.
01 SOD-CONFLICT-RECORD.
    05 SC-CONFLICT-TYPE    PIC X(7).
    05 SC-DATE             PIC 9(8).
    05 SC-USER-ID          PIC X(10).
    05 SC-RULE-ID          PIC X(8).
    05 SC-SEVERITY         PIC X(6).
    05 SC-CONTROL-ID       PIC X(10).
    05 SC-EXCEPTION        PIC X(8).
    05 SC-RESOURCE-1       PIC X(30).
    05 SC-TIME-1           PIC 9(6).
    05 SC-RESOURCE-2       PIC X(30).
    05 SC-TIME-2           PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-MASTER-STATUS       PIC XX.
01 WS-RULES-STATUS        PIC XX.
01 WS-EXCEPTIONS-STATUS   PIC XX.
01 WS-LOGS-STATUS         PIC XX.

01 WS-RULE-MEMBER-COUNT   PIC 9(4) VALUE 0.
01 RULE-MEMBER-TABLE.
    05 RULE-MEMBER OCCURS 500 TIMES INDEXED BY RULE-IDX MEMBER-IDX.
        10 RM-RULE-ID         PIC X(8).
        10 RM-SEVERITY        PIC X(6).
        10 RM-CONTROL-ID      PIC X(10).
        10 RM-RESOURCE        PIC X(30).

01 WS-EXCEPTION-COUNT     PIC 9(4) VALUE 0.
01 EXCEPTION-TABLE.
    05 EXCEPTION-ENTRY OCCURS 500 TIMES INDEXED BY EXC-IDX.
        10 XE-USER-ID         PIC X(10).
        10 XE-RULE-ID         PIC X(8).
        10 XE-STATUS          PIC X(8).
        10 XE-EXPIRY-DATE     PIC 9(8).

01 WS-ENTITLEMENT-COUNT   PIC 9(4) VALUE 0.
01 ENTITLEMENT-TABLE.
    05 ENTITLEMENT-ENTRY OCCURS 1000 TIMES INDEXED BY ENT-IDX PAIR-IDX.
        10 EM-USER-ID         PIC X(10).
        10 EM-RESOURCE        PIC X(30).

*> One entry per user, day and rule resource actually granted in the
*> ACL log, holding the first time it was used that day.
01 WS-USAGE-COUNT         PIC 9(4) VALUE 0.
01 USAGE-TABLE.
    05 USAGE-ENTRY OCCURS 2000 TIMES INDEXED BY USE-IDX USE-PAIR-IDX.
        10 DU-DATE            PIC 9(8).
        10 DU-USER-ID         PIC X(10).
        10 DU-RESOURCE        PIC X(30).
        10 DU-FIRST-TIME      PIC 9(6).
01 WS-USAGE-FOUND         PIC X VALUE 'N'.
    88 USAGE-FOUND        VALUE 'Y'.
01 WS-RULE-RESOURCE       PIC X VALUE 'N'.
    88 RULE-RESOURCE      VALUE 'Y'.

01 WS-PAIR-RESOURCE-1     PIC X(30).
01 WS-PAIR-RESOURCE-2     PIC X(30).
01 WS-PAIR-USER-ID        PIC X(10).
01 WS-HOLDING-COUNT       PIC 9(5) VALUE 0.
01 WS-UNEXCEPTED-COUNT    PIC 9(5) VALUE 0.
01 WS-USAGE-CONFLICTS     PIC 9(5) VALUE 0.

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
    PERFORM LOAD-CONFLICT-RULES
    PERFORM LOAD-SOD-EXCEPTIONS
    PERFORM LOAD-ENTITLEMENT-MASTER
    PERFORM LOAD-DAILY-USAGE
    OPEN OUTPUT sod-conflict-report
    PERFORM REPORT-HOLDING-CONFLICTS
    PERFORM REPORT-USAGE-CONFLICTS
    CLOSE sod-conflict-report
    DISPLAY "SoD holding conflicts: " WS-HOLDING-COUNT
        " (without exception: " WS-UNEXCEPTED-COUNT ")"
    DISPLAY "SoD same-day usage conflicts: " WS-USAGE-CONFLICTS
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-CONFLICT-RULES.
    OPEN INPUT sod-conflict-rules
    IF WS-RULES-STATUS NOT = '00'
        DISPLAY "Conflict rule file not found"
        EXIT PARAGRAPH
    END-IF
    READ sod-conflict-rules AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-RULE-MEMBER-COUNT < 500
            ADD 1 TO WS-RULE-MEMBER-COUNT
            SET RULE-IDX TO WS-RULE-MEMBER-COUNT
            MOVE SR-RULE-ID TO RM-RULE-ID(RULE-IDX)
            MOVE SR-SEVERITY TO RM-SEVERITY(RULE-IDX)
            MOVE SR-CONTROL-ID TO RM-CONTROL-ID(RULE-IDX)
            MOVE SR-RESOURCE TO RM-RESOURCE(RULE-IDX)
        ELSE
            DISPLAY "Conflict rule table full - discarding "
                SR-RULE-ID
        END-IF
        READ sod-conflict-rules AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE sod-conflict-rules
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-SOD-EXCEPTIONS.
    OPEN INPUT sod-exceptions
    IF WS-EXCEPTIONS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ sod-exceptions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-EXCEPTION-COUNT < 500
            ADD 1 TO WS-EXCEPTION-COUNT
            SET EXC-IDX TO WS-EXCEPTION-COUNT
            MOVE SX-USER-ID TO XE-USER-ID(EXC-IDX)
            MOVE SX-RULE-ID TO XE-RULE-ID(EXC-IDX)
            MOVE SX-STATUS TO XE-STATUS(EXC-IDX)
            MOVE SX-EXPIRY-DATE TO XE-EXPIRY-DATE(EXC-IDX)
        ELSE
            DISPLAY "SoD exception table full - discarding "
                SX-USER-ID
        END-IF
        READ sod-exceptions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE sod-exceptions
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ENTITLEMENT-MASTER.
    OPEN INPUT entitlement-master
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY "Entitlement master not found"
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
        ELSE
            DISPLAY "Entitlement table full - discarding "
                EN-USER-ID
        END-IF
        READ entitlement-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE entitlement-master
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-DAILY-USAGE.
    OPEN INPUT acl-logs
    IF WS-LOGS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ acl-logs AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF ACCESS-GRANTED
            PERFORM RECORD-DAILY-USAGE
        END-IF
        READ acl-logs AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE acl-logs
    MOVE 'N' TO WS-END-OF-FILE.

RECORD-DAILY-USAGE.
    MOVE 'N' TO WS-RULE-RESOURCE
    PERFORM VARYING RULE-IDX FROM 1 BY 1
            UNTIL RULE-IDX > WS-RULE-MEMBER-COUNT
        IF RM-RESOURCE(RULE-IDX) = RESOURCE-ATTEMPTED
            SET RULE-RESOURCE TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT RULE-RESOURCE
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-USAGE-FOUND
    PERFORM VARYING USE-IDX FROM 1 BY 1 UNTIL USE-IDX > WS-USAGE-COUNT
        IF DU-DATE(USE-IDX) = LOG-DATE
                AND DU-USER-ID(USE-IDX) = LOG-USER-ID
                AND DU-RESOURCE(USE-IDX) = RESOURCE-ATTEMPTED
            SET USAGE-FOUND TO TRUE
            IF LOG-TIME < DU-FIRST-TIME(USE-IDX)
                MOVE LOG-TIME TO DU-FIRST-TIME(USE-IDX)
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT USAGE-FOUND
        IF WS-USAGE-COUNT < 2000
            ADD 1 TO WS-USAGE-COUNT
            SET USE-IDX TO WS-USAGE-COUNT
            MOVE LOG-DATE TO DU-DATE(USE-IDX)
            MOVE LOG-USER-ID TO DU-USER-ID(USE-IDX)
            MOVE RESOURCE-ATTEMPTED TO DU-RESOURCE(USE-IDX)
            MOVE LOG-TIME TO DU-FIRST-TIME(USE-IDX)
        ELSE
            DISPLAY "Daily usage table full - discarding "
                LOG-USER-ID
        END-IF
    END-IF.

REPORT-HOLDING-CONFLICTS.
    PERFORM VARYING ENT-IDX FROM 1 BY 1
            UNTIL ENT-IDX > WS-ENTITLEMENT-COUNT
        PERFORM VARYING PAIR-IDX FROM ENT-IDX BY 1
                UNTIL PAIR-IDX > WS-ENTITLEMENT-COUNT
            IF EM-USER-ID(PAIR-IDX) = EM-USER-ID(ENT-IDX)
                    AND EM-RESOURCE(PAIR-IDX) NOT = EM-RESOURCE(ENT-IDX)
                MOVE 'HOLDING' TO SC-CONFLICT-TYPE
                MOVE WS-CURRENT-DATE TO SC-DATE
                MOVE EM-USER-ID(ENT-IDX) TO WS-PAIR-USER-ID
                MOVE EM-RESOURCE(ENT-IDX) TO WS-PAIR-RESOURCE-1
                MOVE EM-RESOURCE(PAIR-IDX) TO WS-PAIR-RESOURCE-2
                MOVE ZERO TO SC-TIME-1 SC-TIME-2
                PERFORM REPORT-PAIR-CONFLICTS
            END-IF
        END-PERFORM
    END-PERFORM.

REPORT-USAGE-CONFLICTS.
    PERFORM VARYING USE-IDX FROM 1 BY 1 UNTIL USE-IDX > WS-USAGE-COUNT
        PERFORM VARYING USE-PAIR-IDX FROM USE-IDX BY 1
                UNTIL USE-PAIR-IDX > WS-USAGE-COUNT
            IF DU-DATE(USE-PAIR-IDX) = DU-DATE(USE-IDX)
                    AND DU-USER-ID(USE-PAIR-IDX) = DU-USER-ID(USE-IDX)
                    AND DU-RESOURCE(USE-PAIR-IDX)
                        NOT = DU-RESOURCE(USE-IDX)
                MOVE 'USAGE' TO SC-CONFLICT-TYPE
                MOVE DU-DATE(USE-IDX) TO SC-DATE
                MOVE DU-USER-ID(USE-IDX) TO WS-PAIR-USER-ID
                MOVE DU-RESOURCE(USE-IDX) TO WS-PAIR-RESOURCE-1
                MOVE DU-RESOURCE(USE-PAIR-IDX) TO WS-PAIR-RESOURCE-2
                MOVE DU-FIRST-TIME(USE-IDX) TO SC-TIME-1
                MOVE DU-FIRST-TIME(USE-PAIR-IDX) TO SC-TIME-2
                PERFORM REPORT-PAIR-CONFLICTS
            END-IF
        END-PERFORM
    END-PERFORM.

*> Writes one record for each rule that lists both resources of the
*> pair in hand.
REPORT-PAIR-CONFLICTS.
    PERFORM VARYING RULE-IDX FROM 1 BY 1
            UNTIL RULE-IDX > WS-RULE-MEMBER-COUNT
        IF RM-RESOURCE(RULE-IDX) = WS-PAIR-RESOURCE-1
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                    UNTIL MEMBER-IDX > WS-RULE-MEMBER-COUNT
                IF RM-RULE-ID(MEMBER-IDX) = RM-RULE-ID(RULE-IDX)
                        AND RM-RESOURCE(MEMBER-IDX) = WS-PAIR-RESOURCE-2
                    PERFORM WRITE-CONFLICT-RECORD
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

WRITE-CONFLICT-RECORD.
    MOVE WS-PAIR-USER-ID TO SC-USER-ID
    MOVE RM-RULE-ID(RULE-IDX) TO SC-RULE-ID
    MOVE RM-SEVERITY(RULE-IDX) TO SC-SEVERITY
    MOVE RM-CONTROL-ID(RULE-IDX) TO SC-CONTROL-ID
    MOVE WS-PAIR-RESOURCE-1 TO SC-RESOURCE-1
    MOVE WS-PAIR-RESOURCE-2 TO SC-RESOURCE-2
    MOVE 'NONE' TO SC-EXCEPTION
    PERFORM VARYING EXC-IDX FROM 1 BY 1
            UNTIL EXC-IDX > WS-EXCEPTION-COUNT
        IF XE-USER-ID(EXC-IDX) = WS-PAIR-USER-ID
                AND XE-RULE-ID(EXC-IDX) = RM-RULE-ID(RULE-IDX)
                AND XE-STATUS(EXC-IDX) = 'APPROVED'
            IF XE-EXPIRY-DATE(EXC-IDX) = 0
                    OR XE-EXPIRY-DATE(EXC-IDX) >= WS-CURRENT-DATE
                MOVE 'APPROVED' TO SC-EXCEPTION
                EXIT PERFORM
            ELSE
                MOVE 'EXPIRED' TO SC-EXCEPTION
            END-IF
        END-IF
    END-PERFORM
    IF SC-CONFLICT-TYPE = 'HOLDING'
        ADD 1 TO WS-HOLDING-COUNT
        IF SC-EXCEPTION NOT = 'APPROVED'
            ADD 1 TO WS-UNEXCEPTED-COUNT
        END-IF
    ELSE
        ADD 1 TO WS-USAGE-CONFLICTS
    END-IF
    WRITE SOD-CONFLICT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'SegregationOfDutiesReport' TO OPS-PROGRAM-ID
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

END PROGRAM SegregationOfDutiesReport.
