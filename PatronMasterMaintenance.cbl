IDENTIFICATION DIVISION.
PROGRAM-ID. PatronMasterMaintenance.
AUTHOR. Your Name.
*> Applies patron registration transactions to patron-master.dat:
*>   ADD  - register a new patron and issue a card
*>   CHNG - change name, address, e-mail or home branch
*>   EXPR - expire the card as of the effective date
*>   RENW - extend the card by the card term
*> The updated master is written to patron-master-new.dat, to be rolled
*> forward to patron-master.dat before LibraryManagementSystem runs.
*> Every transaction is written to patron-maintenance-audit.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT patron-master ASSIGN TO 'patron-master.dat'.
    SELECT patron-master-new ASSIGN TO 'patron-master-new.dat'.
    SELECT patron-transactions ASSIGN TO 'patron-transactions.dat'.
    SELECT patron-audit ASSIGN TO 'patron-maintenance-audit.dat'.

DATA DIVISION.
FILE SECTION.
FD patron-master.
01 PATRON-RECORD.
    05 PM-PATRON-ID         PIC X(10).
    05 PM-PATRON-NAME       PIC X(30).
    05 PM-PATRON-ADDRESS    PIC X(40).
    05 PM-PATRON-EMAIL      PIC X(50).
    05 PM-EXPIRY-DATE       PIC 9(8).
    05 PM-HOME-BRANCH       PIC X(3).

FD patron-master-new.
01 PATRON-RECORD-NEW.
    05 PMN-PATRON-ID        PIC X(10).
    05 PMN-PATRON-NAME      PIC X(30).
    05 PMN-PATRON-ADDRESS   PIC X(40).
    05 PMN-PATRON-EMAIL     PIC X(50).
    05 PMN-EXPIRY-DATE      PIC 9(8).
    05 PMN-HOME-BRANCH      PIC X(3).

FD patron-transactions.
01 PATRON-TRANSACTION-RECORD.
    05 TX-ACTION            PIC X(4).
        88 TX-ADD           VALUE 'ADD '.
        88 TX-CHANGE        VALUE 'CHNG'.
        88 TX-EXPIRE        VALUE 'EXPR'.
        88 TX-RENEW         VALUE 'RENW'.
    05 TX-PATRON-ID         PIC X(10).
    05 TX-PATRON-NAME       PIC X(30).
    05 TX-PATRON-ADDRESS    PIC X(40).
    05 TX-PATRON-EMAIL      PIC X(50).
    05 TX-HOME-BRANCH       PIC X(3).
    05 TX-EFFECTIVE-DATE    PIC 9(8).
    05 TX-OPERATOR-ID       PIC X(8).

FD patron-audit.
01 AUDIT-RECORD.
    05 AU-PATRON-ID         PIC X(10).
    05 AU-ACTION            PIC X(4).
    05 AU-DISPOSITION       PIC X(8).
    05 AU-REASON            PIC X(45).
    05 AU-OPERATOR-ID       PIC X(8).
    05 AU-FIELD-NAME        PIC X(20).
    05 AU-BEFORE-VALUE      PIC X(50).
    05 AU-AFTER-VALUE       PIC X(50).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-PATRON-COUNT        PIC 9(4) VALUE 0.
01 PATRON-TABLE.
    05 PATRON-ENTRY OCCURS 500 TIMES INDEXED BY PATRON-IDX.
        10 PT-PATRON-ID          PIC X(10).
        10 PT-PATRON-NAME        PIC X(30).
        10 PT-PATRON-ADDRESS     PIC X(40).
        10 PT-PATRON-EMAIL       PIC X(50).
        10 PT-EXPIRY-DATE        PIC 9(8).
        10 PT-HOME-BRANCH        PIC X(3).
01 WS-PATRON-FOUND        PIC X VALUE 'N'.
    88 PATRON-FOUND       VALUE 'Y'.
01 WS-DUPLICATE-FOUND     PIC X VALUE 'N'.
    88 DUPLICATE-FOUND    VALUE 'Y'.
01 WS-NAME-MATCH-FOUND    PIC X VALUE 'N'.
    88 NAME-MATCH-FOUND   VALUE 'Y'.
01 WS-NAME-MATCH-ID       PIC X(10).
01 WS-CHECK-PATRON-ID     PIC X(10).
01 WS-CHECK-NAME          PIC X(30).
01 WS-CHECK-ADDRESS       PIC X(40).
01 WS-DUP-IDX             PIC 9(4).

*> A card is valid up to the day before its expiry date.
01 WS-CARD-TERM-YEARS     PIC 9(2) VALUE 3.
01 WS-NEW-EXPIRY-DATE     PIC 9(8).
01 WS-NEW-EXPIRY-PARTS REDEFINES WS-NEW-EXPIRY-DATE.
    05 WS-NEW-EXPIRY-YEAR    PIC 9(4).
    05 WS-NEW-EXPIRY-MONTH   PIC 9(2).
    05 WS-NEW-EXPIRY-DAY     PIC 9(2).
01 WS-AUDIT-DATE          PIC 9(8).

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-EFFECTIVE-DATE      PIC 9(8).
01 WS-APPLIED-COUNT       PIC 9(4) VALUE 0.
01 WS-REJECTED-COUNT      PIC 9(4) VALUE 0.
01 WS-ADDED-COUNT         PIC 9(4) VALUE 0.

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
    OPEN INPUT patron-master patron-transactions
        OUTPUT patron-master-new patron-audit
    PERFORM LOAD-PATRON-MASTER
    READ patron-transactions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM APPLY-ONE-TRANSACTION
        READ patron-transactions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE
    PERFORM WRITE-NEW-PATRON-MASTER
    CLOSE patron-master patron-transactions
        patron-master-new patron-audit
    DISPLAY "Transactions applied: " WS-APPLIED-COUNT
    DISPLAY "Transactions rejected: " WS-REJECTED-COUNT
    DISPLAY "Patrons registered: " WS-ADDED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-PATRON-MASTER.
    READ patron-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-PATRON-COUNT < 500
            ADD 1 TO WS-PATRON-COUNT
            MOVE PM-PATRON-ID TO PT-PATRON-ID(WS-PATRON-COUNT)
            MOVE PM-PATRON-NAME TO PT-PATRON-NAME(WS-PATRON-COUNT)
            MOVE PM-PATRON-ADDRESS TO PT-PATRON-ADDRESS(WS-PATRON-COUNT)
            MOVE PM-PATRON-EMAIL TO PT-PATRON-EMAIL(WS-PATRON-COUNT)
            IF PM-EXPIRY-DATE IS NUMERIC
                MOVE PM-EXPIRY-DATE TO PT-EXPIRY-DATE(WS-PATRON-COUNT)
            ELSE
                MOVE ZERO TO PT-EXPIRY-DATE(WS-PATRON-COUNT)
            END-IF
            MOVE PM-HOME-BRANCH TO PT-HOME-BRANCH(WS-PATRON-COUNT)
        ELSE
            DISPLAY "Patron table full - discarding " PM-PATRON-ID
        END-IF
        READ patron-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-ONE-TRANSACTION.
    PERFORM SET-EFFECTIVE-DATE
    PERFORM FIND-PATRON
    EVALUATE TRUE
        WHEN TX-PATRON-ID = SPACES
            MOVE 'Transaction with missing patron id' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN TX-ADD
            PERFORM APPLY-ADD-PATRON
        WHEN NOT PATRON-FOUND
            MOVE 'Patron id not found on master' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN TX-CHANGE
            PERFORM APPLY-CHANGE-PATRON
        WHEN TX-EXPIRE
            PERFORM APPLY-EXPIRE-CARD
        WHEN TX-RENEW
            PERFORM APPLY-RENEW-CARD
        WHEN OTHER
            MOVE 'Unknown action code' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
    END-EVALUATE.

*> A new patron must not share both name and address with a patron
*> already on file; a name match at another address is registered but
*> flagged on the audit trail for staff to check.
APPLY-ADD-PATRON.
    MOVE TX-PATRON-ID TO WS-CHECK-PATRON-ID
    MOVE TX-PATRON-NAME TO WS-CHECK-NAME
    MOVE TX-PATRON-ADDRESS TO WS-CHECK-ADDRESS
    PERFORM CHECK-DUPLICATE-PATRON
    EVALUATE TRUE
        WHEN PATRON-FOUND
            MOVE 'Patron id already exists on master' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN TX-PATRON-NAME = SPACES
            MOVE 'Registration with missing patron name' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN TX-PATRON-ADDRESS = SPACES
            MOVE 'Registration with missing address' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN TX-HOME-BRANCH = SPACES
            MOVE 'Registration with missing home branch' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN DUPLICATE-FOUND
            MOVE SPACES TO AU-REASON
            STRING 'Same name and address as patron ' WS-NAME-MATCH-ID
                DELIMITED BY SIZE INTO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN WS-PATRON-COUNT NOT < 500
            MOVE 'Patron table full' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            ADD 1 TO WS-PATRON-COUNT
            SET PATRON-IDX TO WS-PATRON-COUNT
            MOVE TX-PATRON-ID TO PT-PATRON-ID(PATRON-IDX)
            MOVE TX-PATRON-NAME TO PT-PATRON-NAME(PATRON-IDX)
            MOVE TX-PATRON-ADDRESS TO PT-PATRON-ADDRESS(PATRON-IDX)
            MOVE TX-PATRON-EMAIL TO PT-PATRON-EMAIL(PATRON-IDX)
            MOVE TX-HOME-BRANCH TO PT-HOME-BRANCH(PATRON-IDX)
            MOVE WS-EFFECTIVE-DATE TO WS-NEW-EXPIRY-DATE
            PERFORM ADVANCE-EXPIRY-BY-TERM
            MOVE WS-NEW-EXPIRY-DATE TO PT-EXPIRY-DATE(PATRON-IDX)
            ADD 1 TO WS-ADDED-COUNT
            MOVE SPACES TO AU-REASON
            IF NAME-MATCH-FOUND
                STRING 'Possible duplicate of patron ' WS-NAME-MATCH-ID
                    DELIMITED BY SIZE INTO AU-REASON
            END-IF
            MOVE 'EXPIRY-DATE' TO AU-FIELD-NAME
            MOVE SPACES TO AU-BEFORE-VALUE
            MOVE PT-EXPIRY-DATE(PATRON-IDX) TO WS-AUDIT-DATE
            MOVE WS-AUDIT-DATE TO AU-AFTER-VALUE
            PERFORM WRITE-AUDIT-APPLIED
    END-EVALUATE.

*> Only the fields keyed on the transaction are changed; one audit line
*> is written for each field that changes.
APPLY-CHANGE-PATRON.
    MOVE TX-PATRON-ID TO WS-CHECK-PATRON-ID
    MOVE PT-PATRON-NAME(PATRON-IDX) TO WS-CHECK-NAME
    MOVE PT-PATRON-ADDRESS(PATRON-IDX) TO WS-CHECK-ADDRESS
    IF TX-PATRON-NAME NOT = SPACES
        MOVE TX-PATRON-NAME TO WS-CHECK-NAME
    END-IF
    IF TX-PATRON-ADDRESS NOT = SPACES
        MOVE TX-PATRON-ADDRESS TO WS-CHECK-ADDRESS
    END-IF
    PERFORM CHECK-DUPLICATE-PATRON
    EVALUATE TRUE
        WHEN TX-PATRON-NAME = SPACES AND TX-PATRON-ADDRESS = SPACES
                AND TX-PATRON-EMAIL = SPACES AND TX-HOME-BRANCH = SPACES
            MOVE 'Change with no fields to change' TO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN DUPLICATE-FOUND
            MOVE SPACES TO AU-REASON
            STRING 'Same name and address as patron ' WS-NAME-MATCH-ID
                DELIMITED BY SIZE INTO AU-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            MOVE SPACES TO AU-REASON
            IF TX-PATRON-NAME NOT = SPACES
                MOVE 'PATRON-NAME' TO AU-FIELD-NAME
                MOVE PT-PATRON-NAME(PATRON-IDX) TO AU-BEFORE-VALUE
                MOVE TX-PATRON-NAME TO AU-AFTER-VALUE
                PERFORM WRITE-AUDIT-FIELD-CHANGE
                MOVE TX-PATRON-NAME TO PT-PATRON-NAME(PATRON-IDX)
            END-IF
            IF TX-PATRON-ADDRESS NOT = SPACES
                MOVE 'PATRON-ADDRESS' TO AU-FIELD-NAME
                MOVE PT-PATRON-ADDRESS(PATRON-IDX) TO AU-BEFORE-VALUE
                MOVE TX-PATRON-ADDRESS TO AU-AFTER-VALUE
                PERFORM WRITE-AUDIT-FIELD-CHANGE
                MOVE TX-PATRON-ADDRESS TO PT-PATRON-ADDRESS(PATRON-IDX)
            END-IF
            IF TX-PATRON-EMAIL NOT = SPACES
                MOVE 'PATRON-EMAIL' TO AU-FIELD-NAME
                MOVE PT-PATRON-EMAIL(PATRON-IDX) TO AU-BEFORE-VALUE
                MOVE TX-PATRON-EMAIL TO AU-AFTER-VALUE
                PERFORM WRITE-AUDIT-FIELD-CHANGE
                MOVE TX-PATRON-EMAIL TO PT-PATRON-EMAIL(PATRON-IDX)
            END-IF
            IF TX-HOME-BRANCH NOT = SPACES
                MOVE 'HOME-BRANCH' TO AU-FIELD-NAME
                MOVE PT-HOME-BRANCH(PATRON-IDX) TO AU-BEFORE-VALUE
                MOVE TX-HOME-BRANCH TO AU-AFTER-VALUE
                PERFORM WRITE-AUDIT-FIELD-CHANGE
                MOVE TX-HOME-BRANCH TO PT-HOME-BRANCH(PATRON-IDX)
            END-IF
            ADD 1 TO WS-APPLIED-COUNT
    END-EVALUATE.

*> Expiring sets the expiry date to the effective date, so the card is
*> refused from that day on. A card already expired is left alone.
APPLY-EXPIRE-CARD.
    IF PT-EXPIRY-DATE(PATRON-IDX) > 0
            AND PT-EXPIRY-DATE(PATRON-IDX) <= WS-EFFECTIVE-DATE
        MOVE 'Card is already expired' TO AU-REASON
        PERFORM WRITE-AUDIT-REJECTED
    ELSE
        MOVE WS-EFFECTIVE-DATE TO WS-NEW-EXPIRY-DATE
        PERFORM UPDATE-EXPIRY-DATE
    END-IF.

*> A card renewed before it runs out keeps its remaining time; an
*> expired card runs for a full term from the effective date.
APPLY-RENEW-CARD.
    IF PT-EXPIRY-DATE(PATRON-IDX) > WS-EFFECTIVE-DATE
        MOVE PT-EXPIRY-DATE(PATRON-IDX) TO WS-NEW-EXPIRY-DATE
    ELSE
        MOVE WS-EFFECTIVE-DATE TO WS-NEW-EXPIRY-DATE
    END-IF
    PERFORM ADVANCE-EXPIRY-BY-TERM
    PERFORM UPDATE-EXPIRY-DATE.

UPDATE-EXPIRY-DATE.
    MOVE SPACES TO AU-REASON
    MOVE 'EXPIRY-DATE' TO AU-FIELD-NAME
    MOVE PT-EXPIRY-DATE(PATRON-IDX) TO WS-AUDIT-DATE
    MOVE WS-AUDIT-DATE TO AU-BEFORE-VALUE
    MOVE WS-NEW-EXPIRY-DATE TO WS-AUDIT-DATE
    MOVE WS-AUDIT-DATE TO AU-AFTER-VALUE
    MOVE WS-NEW-EXPIRY-DATE TO PT-EXPIRY-DATE(PATRON-IDX)
    PERFORM WRITE-AUDIT-APPLIED.

ADVANCE-EXPIRY-BY-TERM.
    ADD WS-CARD-TERM-YEARS TO WS-NEW-EXPIRY-YEAR
    IF WS-NEW-EXPIRY-MONTH = 2 AND WS-NEW-EXPIRY-DAY = 29
        MOVE 28 TO WS-NEW-EXPIRY-DAY
    END-IF.

FIND-PATRON.
    MOVE 'N' TO WS-PATRON-FOUND
    PERFORM VARYING PATRON-IDX FROM 1 BY 1
            UNTIL PATRON-IDX > WS-PATRON-COUNT
        IF PT-PATRON-ID(PATRON-IDX) = TX-PATRON-ID
            SET PATRON-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Compares the name and address being registered against every other
*> patron on file, including patrons added earlier in this run.
CHECK-DUPLICATE-PATRON.
    MOVE 'N' TO WS-DUPLICATE-FOUND
    MOVE 'N' TO WS-NAME-MATCH-FOUND
    MOVE SPACES TO WS-NAME-MATCH-ID
    PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
            UNTIL WS-DUP-IDX > WS-PATRON-COUNT OR DUPLICATE-FOUND
        IF PT-PATRON-ID(WS-DUP-IDX) NOT = WS-CHECK-PATRON-ID
                AND PT-PATRON-NAME(WS-DUP-IDX) = WS-CHECK-NAME
            MOVE PT-PATRON-ID(WS-DUP-IDX) TO WS-NAME-MATCH-ID
            SET NAME-MATCH-FOUND TO TRUE
            IF PT-PATRON-ADDRESS(WS-DUP-IDX) = WS-CHECK-ADDRESS
                SET DUPLICATE-FOUND TO TRUE
            END-IF
        END-IF
    END-PERFORM.

WRITE-NEW-PATRON-MASTER.
    PERFORM VARYING PATRON-IDX FROM 1 BY 1
            UNTIL PATRON-IDX > WS-PATRON-COUNT
        MOVE PT-PATRON-ID(PATRON-IDX) TO PMN-PATRON-ID
        MOVE PT-PATRON-NAME(PATRON-IDX) TO PMN-PATRON-NAME
        MOVE PT-PATRON-ADDRESS(PATRON-IDX) TO PMN-PATRON-ADDRESS
        MOVE PT-PATRON-EMAIL(PATRON-IDX) TO PMN-PATRON-EMAIL
        MOVE PT-EXPIRY-DATE(PATRON-IDX) TO PMN-EXPIRY-DATE
        MOVE PT-HOME-BRANCH(PATRON-IDX) TO PMN-HOME-BRANCH
        WRITE PATRON-RECORD-NEW
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

SET-EFFECTIVE-DATE.
    IF TX-EFFECTIVE-DATE IS NUMERIC AND TX-EFFECTIVE-DATE > 0
        MOVE TX-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
    ELSE
        MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
    END-IF.

WRITE-AUDIT-FIELD-CHANGE.
    MOVE TX-PATRON-ID TO AU-PATRON-ID
    MOVE TX-ACTION TO AU-ACTION
    MOVE 'APPLIED' TO AU-DISPOSITION
    MOVE TX-OPERATOR-ID TO AU-OPERATOR-ID
    WRITE AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-AUDIT-APPLIED.
    MOVE TX-PATRON-ID TO AU-PATRON-ID
    MOVE TX-ACTION TO AU-ACTION
    MOVE 'APPLIED' TO AU-DISPOSITION
    MOVE TX-OPERATOR-ID TO AU-OPERATOR-ID
    WRITE AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-APPLIED-COUNT.

WRITE-AUDIT-REJECTED.
    MOVE TX-PATRON-ID TO AU-PATRON-ID
    MOVE TX-ACTION TO AU-ACTION
    MOVE 'REJECTED' TO AU-DISPOSITION
    MOVE TX-OPERATOR-ID TO AU-OPERATOR-ID
    MOVE SPACES TO AU-FIELD-NAME
    MOVE SPACES TO AU-BEFORE-VALUE
    MOVE SPACES TO AU-AFTER-VALUE
    WRITE AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-REJECTED-COUNT.

LOG-RUN-START.
    MOVE 'PatronMasterMaintenance' TO OPS-PROGRAM-ID
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

END PROGRAM PatronMasterMaintenance.
