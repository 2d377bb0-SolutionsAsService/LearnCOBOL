*> Maintains the entitlement master of user-to-resource permissions
*> from an add/revoke transaction file. The master is what the ACL
*> log analysis audits GRANTED records against, so every change is
*> written to the audit file with its disposition. An ADD that would
*> give a user two resources of the same segregation-of-duties
*> conflict rule is rejected unless an approved, unexpired exception
*> for that user and rule is on file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT entitlement-transactions
        ASSIGN TO 'entitlement-transactions.dat'.
    SELECT entitlement-audit ASSIGN TO 'entitlement-audit.dat'.
    SELECT sod-conflict-rules ASSIGN TO 'sod-conflict-rules.dat'
        FILE STATUS IS WS-RULES-STATUS.
    SELECT sod-exceptions ASSIGN TO 'sod-exceptions.dat'
        FILE STATUS IS WS-EXCEPTIONS-STATUS.

DATA DIVISION.
FILE SECTION.
    05 EA-DISPOSITION      PIC X(8).
    05 EA-REASON           PIC X(40).

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

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
01 WS-ENTRY-FOUND         PIC X.
    88 ENTRY-FOUND        VALUE 'Y'.
01 WS-APPLIED-COUNT       PIC 9(4) VALUE 0.

*> Segregation-of-duties rules: each record names one member resource
*> of a conflict rule, so a pair is a rule with two members.
01 WS-RULES-STATUS        PIC XX.
01 WS-EXCEPTIONS-STATUS   PIC XX.
01 WS-RULE-MEMBER-COUNT   PIC 9(4) VALUE 0.
01 RULE-MEMBER-TABLE.
    05 RULE-MEMBER OCCURS 500 TIMES INDEXED BY RULE-IDX MEMBER-IDX.
        10 RM-RULE-ID         PIC X(8).
        10 RM-RESOURCE        PIC X(30).
01 WS-EXCEPTION-COUNT     PIC 9(4) VALUE 0.
01 EXCEPTION-TABLE.
    05 EXCEPTION-ENTRY OCCURS 500 TIMES INDEXED BY EXC-IDX.
        10 XE-USER-ID         PIC X(10).
        10 XE-RULE-ID         PIC X(8).
01 WS-CONFLICT-FOUND      PIC X VALUE 'N'.
    88 CONFLICT-FOUND     VALUE 'Y'.
01 WS-EXCEPTION-USED      PIC X VALUE 'N'.
    88 EXCEPTION-USED     VALUE 'Y'.
01 WS-CONFLICT-RULE-ID    PIC X(8).
01 WS-REJECTED-COUNT      PIC 9(4) VALUE 0.

01 OPS-LOG-PARAMETERS.
    OPEN INPUT entitlement-transactions
        OUTPUT entitlement-master-new entitlement-audit
    PERFORM LOAD-ENTITLEMENT-MASTER
    PERFORM LOAD-CONFLICT-RULES
    PERFORM LOAD-SOD-EXCEPTIONS
    PERFORM APPLY-TRANSACTIONS
    PERFORM WRITE-NEW-MASTER
    CLOSE entitlement-transactions entitlement-master-new
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-CONFLICT-RULES.
    OPEN INPUT sod-conflict-rules
    IF WS-RULES-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ sod-conflict-rules AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-RULE-MEMBER-COUNT < 500
            ADD 1 TO WS-RULE-MEMBER-COUNT
            MOVE SR-RULE-ID TO RM-RULE-ID(WS-RULE-MEMBER-COUNT)
            MOVE SR-RESOURCE TO RM-RESOURCE(WS-RULE-MEMBER-COUNT)
        ELSE
            DISPLAY "Conflict rule table full - discarding "
                SR-RULE-ID
        END-IF
        READ sod-conflict-rules AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE sod-conflict-rules
    MOVE 'N' TO WS-END-OF-FILE.

*> Only approved exceptions that have not expired are kept; a zero
*> expiry date means the exception stands until withdrawn.
LOAD-SOD-EXCEPTIONS.
    OPEN INPUT sod-exceptions
    IF WS-EXCEPTIONS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ sod-exceptions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF SX-STATUS = 'APPROVED'
                AND (SX-EXPIRY-DATE = 0
                     OR SX-EXPIRY-DATE >= WS-CURRENT-DATE)
            IF WS-EXCEPTION-COUNT < 500
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE SX-USER-ID TO XE-USER-ID(WS-EXCEPTION-COUNT)
                MOVE SX-RULE-ID TO XE-RULE-ID(WS-EXCEPTION-COUNT)
            ELSE
                DISPLAY "SoD exception table full - discarding "
                    SX-USER-ID
            END-IF
        END-IF
        READ sod-exceptions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE sod-exceptions
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-TRANSACTIONS.
    READ entitlement-transactions
        INTO ENTITLEMENT-TRANSACTION-RECORD
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-ONE-TRANSACTION.
    MOVE 'N' TO WS-CONFLICT-FOUND
    MOVE 'N' TO WS-EXCEPTION-USED
    PERFORM FIND-ENTITLEMENT-ENTRY
    EVALUATE TRUE
        WHEN ET-ADD AND ENTRY-FOUND
    END-PERFORM.

ADD-NEW-ENTITLEMENT.
    PERFORM CHECK-SOD-CONFLICT
    EVALUATE TRUE
        WHEN ET-USER-ID = SPACES
            MOVE 'Add with missing user id' TO EA-REASON
        WHEN WS-ENTITLEMENT-COUNT >= 1000
            MOVE 'Entitlement table full' TO EA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN CONFLICT-FOUND AND NOT EXCEPTION-USED
            MOVE SPACES TO EA-REASON
            STRING 'SoD rule ' WS-CONFLICT-RULE-ID
                ' conflict, no exception' DELIMITED BY SIZE INTO EA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            ADD 1 TO WS-ENTITLEMENT-COUNT
            SET ENT-IDX TO WS-ENTITLEMENT-COUNT
            PERFORM WRITE-AUDIT-APPLIED
    END-EVALUATE.

*> Looks for a rule listing the resource being added in which the user
*> already holds another member resource. A conflict covered by an
*> exception is let through; any conflict without one stops the add.
CHECK-SOD-CONFLICT.
    PERFORM VARYING RULE-IDX FROM 1 BY 1
            UNTIL RULE-IDX > WS-RULE-MEMBER-COUNT
        IF RM-RESOURCE(RULE-IDX) = ET-RESOURCE
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                    UNTIL MEMBER-IDX > WS-RULE-MEMBER-COUNT
                IF RM-RULE-ID(MEMBER-IDX) = RM-RULE-ID(RULE-IDX)
                        AND RM-RESOURCE(MEMBER-IDX) NOT = ET-RESOURCE
                    PERFORM CHECK-USER-HOLDS-MEMBER
                END-IF
            END-PERFORM
        END-IF
        IF CONFLICT-FOUND AND NOT EXCEPTION-USED
            EXIT PERFORM
        END-IF
    END-PERFORM.

CHECK-USER-HOLDS-MEMBER.
    PERFORM VARYING ENT-IDX FROM 1 BY 1
            UNTIL ENT-IDX > WS-ENTITLEMENT-COUNT
        IF EM-USER-ID(ENT-IDX) = ET-USER-ID
                AND EM-RESOURCE(ENT-IDX) = RM-RESOURCE(MEMBER-IDX)
                AND EM-DELETED(ENT-IDX) = 'N'
            PERFORM CHECK-SOD-EXCEPTION
            EXIT PERFORM
        END-IF
    END-PERFORM.

CHECK-SOD-EXCEPTION.
    IF CONFLICT-FOUND AND NOT EXCEPTION-USED
        EXIT PARAGRAPH
    END-IF
    SET CONFLICT-FOUND TO TRUE
    MOVE RM-RULE-ID(RULE-IDX) TO WS-CONFLICT-RULE-ID
    MOVE 'N' TO WS-EXCEPTION-USED
    PERFORM VARYING EXC-IDX FROM 1 BY 1
            UNTIL EXC-IDX > WS-EXCEPTION-COUNT
        IF XE-USER-ID(EXC-IDX) = ET-USER-ID
                AND XE-RULE-ID(EXC-IDX) = WS-CONFLICT-RULE-ID
            SET EXCEPTION-USED TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-NEW-MASTER.
    PERFORM VARYING ENT-IDX FROM 1 BY 1
            UNTIL ENT-IDX > WS-ENTITLEMENT-COUNT
    MOVE ET-ACTION TO EA-ACTION
    MOVE 'APPLIED' TO EA-DISPOSITION
    MOVE SPACES TO EA-REASON
    IF EXCEPTION-USED
        STRING 'SoD exception for rule ' WS-CONFLICT-RULE-ID
            DELIMITED BY SIZE INTO EA-REASON
    END-IF
    WRITE ENTITLEMENT-AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-APPLIED-COUNT.
