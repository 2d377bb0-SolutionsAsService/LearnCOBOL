IDENTIFICATION DIVISION.
PROGRAM-ID. ShelfInventoryWriteDown.
AUTHOR. Your Name.
*> Second pass of the shelf inventory. After staff have searched for
*> the titles ShelfInventoryAudit reported missing, the copies they
*> confirm as gone are keyed to inventory-write-downs.dat (ITEM-ID,
*> copies, operator). Each confirmation is checked against
*> shelf-inventory-missing.dat from the audit - no more copies can be
*> written off than the audit found missing - and against the copies
*> the catalog still shows on the shelf. Accepted confirmations reduce
*> AVAILABLE-COPIES and TOTAL-COPIES on item-catalog.dat. Every
*> confirmation, accepted or rejected, is appended to the permanent
*> inventory-writedown-audit.dat with the counts before and after.
*> The missing list is rewritten with only the copies still open, so a
*> rerun of the same confirmations cannot write a title down twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT item-catalog ASSIGN TO 'item-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ITEM-ID
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT shelf-inventory-missing
        ASSIGN TO 'shelf-inventory-missing.dat'
        FILE STATUS IS WS-MISSING-STATUS.
    SELECT inventory-write-downs ASSIGN TO 'inventory-write-downs.dat'.
    SELECT OPTIONAL writedown-audit
        ASSIGN TO 'inventory-writedown-audit.dat'.

DATA DIVISION.
FILE SECTION.
FD item-catalog.
01 ITEM-RECORD.
    05 ITEM-ID              PIC X(10).
    05 ITEM-TITLE           PIC X(50).
    05 ITEM-TYPE            PIC X(10).
    05 AVAILABLE-COPIES     PIC 9(3).
    05 TOTAL-COPIES         PIC 9(3).
    05 REPLACEMENT-COST     PIC 9(5)V99.
    05 ITEM-BRANCH          PIC X(3).
    05 ITEM-TRANSIT-FLAG    PIC X.
    05 ITEM-TRANSIT-TO      PIC X(3).

FD shelf-inventory-missing.
01 MISSING-ITEM-RECORD.
    05 IM-ITEM-ID           PIC X(10).
    05 IM-BRANCH            PIC X(3).
    05 IM-MISSING-COPIES    PIC 9(3).
    05 IM-AUDIT-DATE        PIC 9(8).

FD inventory-write-downs.
01 WRITE-DOWN-RECORD.
    05 WD-ITEM-ID           PIC X(10).
    05 WD-COPIES            PIC 9(3).
    05 WD-OPERATOR-ID       PIC X(8).

FD writedown-audit.
01 WRITEDOWN-AUDIT-RECORD.
    05 WA-RUN-DATE          PIC 9(8).
    05 WA-ITEM-ID           PIC X(10).
    05 WA-BRANCH            PIC X(3).
    05 WA-AUDIT-DATE        PIC 9(8).
    05 WA-COPIES            PIC 9(3).
    05 WA-AVAILABLE-BEFORE  PIC 9(3).
    05 WA-AVAILABLE-AFTER   PIC 9(3).
    05 WA-TOTAL-BEFORE      PIC 9(3).
    05 WA-TOTAL-AFTER       PIC 9(3).
    05 WA-OPERATOR-ID       PIC X(8).
    05 WA-DISPOSITION       PIC X(8).
    05 WA-REASON            PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-ITEM-STATUS           PIC XX.
01 WS-MISSING-STATUS        PIC XX.
01 WS-ITEM-FOUND            PIC X VALUE 'N'.
    88 ITEM-FOUND           VALUE 'Y'.

01 WS-CURRENT-DATE          PIC 9(8).

*> Copies still open for write-off per title; reduced as confirmations
*> are accepted so a title cannot be written down twice in one run.
01 WS-MISSING-COUNT         PIC 9(4) VALUE 0.
01 MISSING-TABLE.
    05 MISSING-ENTRY OCCURS 2000 TIMES INDEXED BY MISS-IDX.
        10 MT-ITEM-ID            PIC X(10).
        10 MT-BRANCH             PIC X(3).
        10 MT-REMAINING          PIC 9(3).
        10 MT-AUDIT-DATE         PIC 9(8).
01 WS-MISSING-FOUND         PIC X VALUE 'N'.
    88 MISSING-FOUND        VALUE 'Y'.

01 WS-ACCEPTED-COUNT        PIC 9(4) VALUE 0.
01 WS-REJECTED-COUNT        PIC 9(4) VALUE 0.
01 WS-COPIES-WRITTEN-DOWN   PIC 9(6) VALUE 0.

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
    PERFORM LOAD-MISSING-ITEMS
    OPEN I-O item-catalog
    OPEN INPUT inventory-write-downs
    OPEN EXTEND writedown-audit
    READ inventory-write-downs AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM APPLY-ONE-WRITE-DOWN
        READ inventory-write-downs AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE
    CLOSE item-catalog inventory-write-downs writedown-audit
    IF WS-MISSING-STATUS = '00'
        PERFORM WRITE-REMAINING-MISSING-ITEMS
    END-IF
    DISPLAY "Write-downs accepted: " WS-ACCEPTED-COUNT
        " copies: " WS-COPIES-WRITTEN-DOWN
    DISPLAY "Write-downs rejected: " WS-REJECTED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-MISSING-ITEMS.
    OPEN INPUT shelf-inventory-missing
    IF WS-MISSING-STATUS NOT = '00'
        DISPLAY "No shelf inventory missing list - nothing can be"
            " written down"
        EXIT PARAGRAPH
    END-IF
    READ shelf-inventory-missing AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MISSING-COUNT < 2000
            ADD 1 TO WS-MISSING-COUNT
            MOVE IM-ITEM-ID TO MT-ITEM-ID(WS-MISSING-COUNT)
            MOVE IM-BRANCH TO MT-BRANCH(WS-MISSING-COUNT)
            MOVE IM-MISSING-COPIES TO MT-REMAINING(WS-MISSING-COUNT)
            MOVE IM-AUDIT-DATE TO MT-AUDIT-DATE(WS-MISSING-COUNT)
        ELSE
            DISPLAY "Missing item table full - discarding " IM-ITEM-ID
        END-IF
        READ shelf-inventory-missing AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE shelf-inventory-missing
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-ONE-WRITE-DOWN.
    PERFORM FIND-MISSING-ITEM
    PERFORM LOOKUP-ITEM
    MOVE WD-ITEM-ID TO WA-ITEM-ID
    MOVE WD-COPIES TO WA-COPIES
    MOVE WD-OPERATOR-ID TO WA-OPERATOR-ID
    IF MISSING-FOUND
        MOVE MT-BRANCH(MISS-IDX) TO WA-BRANCH
        MOVE MT-AUDIT-DATE(MISS-IDX) TO WA-AUDIT-DATE
    ELSE
        MOVE SPACES TO WA-BRANCH
        MOVE ZERO TO WA-AUDIT-DATE
    END-IF
    IF ITEM-FOUND
        MOVE AVAILABLE-COPIES TO WA-AVAILABLE-BEFORE
        MOVE TOTAL-COPIES TO WA-TOTAL-BEFORE
    ELSE
        MOVE ZERO TO WA-AVAILABLE-BEFORE
        MOVE ZERO TO WA-TOTAL-BEFORE
    END-IF
    EVALUATE TRUE
        WHEN WD-OPERATOR-ID = SPACES
            MOVE 'Write-down with no operator id' TO WA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN WD-COPIES IS NOT NUMERIC OR WD-COPIES = 0
            MOVE 'Write-down with no copies' TO WA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN NOT MISSING-FOUND
            MOVE 'Not reported missing by shelf audit' TO WA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN WD-COPIES > MT-REMAINING(MISS-IDX)
            MOVE 'More copies than the audit found missing'
                TO WA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN NOT ITEM-FOUND
            MOVE 'Item not found in catalog' TO WA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN WD-COPIES > AVAILABLE-COPIES
            MOVE 'More copies than catalog shows on shelf'
                TO WA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        WHEN OTHER
            PERFORM WRITE-DOWN-CATALOG-COPIES
    END-EVALUATE.

WRITE-DOWN-CATALOG-COPIES.
    SUBTRACT WD-COPIES FROM AVAILABLE-COPIES
    IF WD-COPIES > TOTAL-COPIES
        MOVE ZERO TO TOTAL-COPIES
    ELSE
        SUBTRACT WD-COPIES FROM TOTAL-COPIES
    END-IF
    REWRITE ITEM-RECORD
        INVALID KEY
            DISPLAY "Unable to update catalog for " WD-ITEM-ID
            MOVE 'Catalog update failed' TO WA-REASON
            PERFORM WRITE-AUDIT-REJECTED
        NOT INVALID KEY
            SUBTRACT WD-COPIES FROM MT-REMAINING(MISS-IDX)
            MOVE AVAILABLE-COPIES TO WA-AVAILABLE-AFTER
            MOVE TOTAL-COPIES TO WA-TOTAL-AFTER
            MOVE 'WRITEOFF' TO WA-DISPOSITION
            MOVE SPACES TO WA-REASON
            PERFORM WRITE-AUDIT-RECORD
            ADD 1 TO WS-ACCEPTED-COUNT
            ADD WD-COPIES TO WS-COPIES-WRITTEN-DOWN
    END-REWRITE.

WRITE-REMAINING-MISSING-ITEMS.
    OPEN OUTPUT shelf-inventory-missing
    PERFORM VARYING MISS-IDX FROM 1 BY 1
            UNTIL MISS-IDX > WS-MISSING-COUNT
        IF MT-REMAINING(MISS-IDX) > 0
            MOVE MT-ITEM-ID(MISS-IDX) TO IM-ITEM-ID
            MOVE MT-BRANCH(MISS-IDX) TO IM-BRANCH
            MOVE MT-REMAINING(MISS-IDX) TO IM-MISSING-COPIES
            MOVE MT-AUDIT-DATE(MISS-IDX) TO IM-AUDIT-DATE
            WRITE MISSING-ITEM-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM
    CLOSE shelf-inventory-missing.

FIND-MISSING-ITEM.
    MOVE 'N' TO WS-MISSING-FOUND
    PERFORM VARYING MISS-IDX FROM 1 BY 1
            UNTIL MISS-IDX > WS-MISSING-COUNT
        IF MT-ITEM-ID(MISS-IDX) = WD-ITEM-ID
            SET MISSING-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

LOOKUP-ITEM.
    MOVE WD-ITEM-ID TO ITEM-ID
    READ item-catalog
        INVALID KEY
            MOVE 'N' TO WS-ITEM-FOUND
        NOT INVALID KEY
            MOVE 'Y' TO WS-ITEM-FOUND
    END-READ.

WRITE-AUDIT-REJECTED.
    MOVE WA-AVAILABLE-BEFORE TO WA-AVAILABLE-AFTER
    MOVE WA-TOTAL-BEFORE TO WA-TOTAL-AFTER
    MOVE 'REJECTED' TO WA-DISPOSITION
    PERFORM WRITE-AUDIT-RECORD
    ADD 1 TO WS-REJECTED-COUNT.

WRITE-AUDIT-RECORD.
    MOVE WS-CURRENT-DATE TO WA-RUN-DATE
    WRITE WRITEDOWN-AUDIT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'ShelfInventoryWriteDown' TO OPS-PROGRAM-ID
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

END PROGRAM ShelfInventoryWriteDown.
