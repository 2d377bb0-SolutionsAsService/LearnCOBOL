IDENTIFICATION DIVISION.
PROGRAM-ID. ShelfInventoryAudit.
AUTHOR. Your Name.
*> Annual shelf inventory reconciliation. Each branch scans its shelves
*> into shelf-scans.dat (branch, ITEM-ID, scan date - one record per
*> copy scanned). The scans are compared with item-catalog.dat:
*>   MISSING      - a scanned branch holds fewer copies of a title than
*>                  the catalog shows on the shelf (AVAILABLE-COPIES).
*>                  Copies on loan or in transit are not counted as on
*>                  the shelf; open loans from loan-records.dat and
*>                  waiting holds from holds.dat are shown alongside so
*>                  staff know which titles patrons are waiting for.
*>   WRONG BRANCH - copies scanned at a branch other than ITEM-BRANCH
*>                  (a copy shipped but not yet received is noted).
*>   NOT IN CATALOG - scanned ITEM-IDs with no catalog record.
*> Missing titles are also written to shelf-inventory-missing.dat, the
*> list ShelfInventoryWriteDown checks confirmed losses against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT item-catalog ASSIGN TO 'item-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ITEM-ID
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT shelf-scans ASSIGN TO 'shelf-scans.dat'.
    SELECT loan-records ASSIGN TO 'loan-records.dat'
        FILE STATUS IS WS-LOAN-STATUS.
    SELECT holds-file ASSIGN TO 'holds.dat'
        FILE STATUS IS WS-HOLDS-STATUS.
    SELECT shelf-inventory-report ASSIGN TO 'shelf-inventory-report.dat'.
    SELECT shelf-inventory-missing
        ASSIGN TO 'shelf-inventory-missing.dat'.

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

FD shelf-scans.
01 SHELF-SCAN-RECORD.
    05 SS-BRANCH            PIC X(3).
    05 SS-ITEM-ID           PIC X(10).
    05 SS-SCAN-DATE         PIC 9(8).

FD loan-records.
01 LOAN-RECORD.
    05 LR-ITEM-ID           PIC X(10).
    05 PATRON-ID            PIC X(10).
    05 LOAN-DATE            PIC 9(8).
    05 DUE-DATE             PIC 9(8).
    05 LR-RENEWAL-COUNT     PIC 9(2).
    05 LR-LOAN-STATUS       PIC X.
    05 LR-BRANCH            PIC X(3).

FD holds-file.
01 HOLD-RECORD.
    05 HD-ITEM-ID           PIC X(10).
    05 HD-PATRON-ID         PIC X(10).
    05 HD-REQUEST-TIMESTAMP PIC 9(14).
    05 HD-PICKUP-BRANCH     PIC X(3).

FD shelf-inventory-report.
01 INVENTORY-REPORT-LINE    PIC X(80).

FD shelf-inventory-missing.
01 MISSING-ITEM-RECORD.
    05 IM-ITEM-ID           PIC X(10).
    05 IM-BRANCH            PIC X(3).
    05 IM-MISSING-COPIES    PIC 9(3).
    05 IM-AUDIT-DATE        PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-ITEM-STATUS           PIC XX.
01 WS-LOAN-STATUS           PIC XX.
01 WS-HOLDS-STATUS          PIC XX.

01 WS-CURRENT-DATE          PIC 9(8).

*> One entry per ITEM-ID and scanning branch, counting copies scanned.
01 WS-SCAN-COUNT            PIC 9(4) VALUE 0.
01 SCAN-TABLE.
    05 SCAN-ENTRY OCCURS 5000 TIMES INDEXED BY SCAN-IDX.
        10 SC-ITEM-ID            PIC X(10).
        10 SC-BRANCH             PIC X(3).
        10 SC-COPIES             PIC 9(3).
        10 SC-MATCHED            PIC X.
01 WS-SCAN-FOUND            PIC X VALUE 'N'.
    88 SCAN-FOUND           VALUE 'Y'.

01 WS-SCANNED-BRANCH-COUNT  PIC 9(2) VALUE 0.
01 SCANNED-BRANCH-TABLE.
    05 SCANNED-BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY SB-IDX.
        10 SB-BRANCH             PIC X(3).
        10 SB-SCANS              PIC 9(6).
01 WS-BRANCH-SCANNED        PIC X VALUE 'N'.
    88 BRANCH-SCANNED       VALUE 'Y'.

*> Open loans and waiting holds per ITEM-ID.
01 WS-ACTIVITY-COUNT        PIC 9(4) VALUE 0.
01 ACTIVITY-TABLE.
    05 ACTIVITY-ENTRY OCCURS 2000 TIMES INDEXED BY ACT-IDX.
        10 AC-ITEM-ID            PIC X(10).
        10 AC-OPEN-LOANS         PIC 9(3).
        10 AC-HOLDS              PIC 9(3).
01 WS-ACTIVITY-ITEM-ID      PIC X(10).
01 WS-ACTIVITY-FOUND        PIC X VALUE 'N'.
    88 ACTIVITY-FOUND       VALUE 'Y'.

01 WS-SCANNED-AT-HOME       PIC 9(3).
01 WS-MISSING-COPIES        PIC 9(3).
01 WS-OPEN-LOANS            PIC 9(3).
01 WS-HOLDS-WAITING         PIC 9(3).

01 WS-MISSING-TITLES        PIC 9(5) VALUE 0.
01 WS-MISSING-TOTAL         PIC 9(6) VALUE 0.
01 WS-WRONG-BRANCH-COUNT    PIC 9(5) VALUE 0.
01 WS-NOT-CATALOGUED-COUNT  PIC 9(5) VALUE 0.
01 WS-SCANS-READ            PIC 9(6) VALUE 0.

01 WS-TITLE-LINE.
    05 FILLER             PIC X(31)
        VALUE 'SHELF INVENTORY RECONCILIATION '.
    05 FILLER             PIC X(6) VALUE 'AS OF '.
    05 TH-RUN-DATE        PIC 9(8).
01 WS-BRANCH-LINE.
    05 FILLER             PIC X(16) VALUE 'BRANCH SCANNED: '.
    05 BL-BRANCH          PIC X(3).
    05 FILLER             PIC X(17) VALUE '  COPIES SCANNED:'.
    05 BL-SCANS           PIC ZZZZZ9.
01 WS-MISSING-HEADING.
    05 FILLER             PIC X(45)
        VALUE 'MISSING - ON SHELF PER CATALOG, NOT SCANNED'.
01 WS-MISSING-COLUMNS.
    05 FILLER             PIC X(46)
        VALUE 'ITEM-ID    TITLE                          BR '.
    05 FILLER             PIC X(31)
        VALUE 'SHELF SCAN MISS LOANS HOLDS'.
01 WS-MISSING-LINE.
    05 ML-ITEM-ID         PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 ML-TITLE           PIC X(30).
    05 FILLER             PIC X VALUE SPACE.
    05 ML-BRANCH          PIC X(3).
    05 FILLER             PIC X VALUE SPACE.
    05 ML-SHELF           PIC ZZZZ9.
    05 ML-SCANNED         PIC ZZZZ9.
    05 ML-MISSING         PIC ZZZZ9.
    05 ML-LOANS           PIC ZZZZZ9.
    05 ML-HOLDS           PIC ZZZZZ9.
01 WS-WRONG-HEADING.
    05 FILLER             PIC X(40)
        VALUE 'SCANNED AT WRONG BRANCH'.
01 WS-WRONG-COLUMNS.
    05 FILLER             PIC X(46)
        VALUE 'ITEM-ID    TITLE                          BR '.
    05 FILLER             PIC X(31)
        VALUE ' SCN     COPIES NOTE'.
01 WS-WRONG-LINE.
    05 WL-ITEM-ID         PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 WL-TITLE           PIC X(30).
    05 FILLER             PIC X VALUE SPACE.
    05 WL-BRANCH          PIC X(3).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WL-SCANNED-AT      PIC X(3).
    05 FILLER             PIC X(6) VALUE SPACES.
    05 WL-COPIES          PIC ZZZZ9.
    05 FILLER             PIC X VALUE SPACE.
    05 WL-NOTE            PIC X(18).
01 WS-UNKNOWN-HEADING.
    05 FILLER             PIC X(40)
        VALUE 'SCANNED ITEM-IDS NOT IN CATALOG'.
01 WS-UNKNOWN-LINE.
    05 UL-ITEM-ID         PIC X(10).
    05 FILLER             PIC X(14) VALUE '  SCANNED AT: '.
    05 UL-BRANCH          PIC X(3).
    05 FILLER             PIC X(10) VALUE '  COPIES: '.
    05 UL-COPIES          PIC ZZZZ9.
01 WS-SECTION-TOTAL-LINE.
    05 FILLER             PIC X(8) VALUE '  TOTAL '.
    05 ST-LABEL           PIC X(20).
    05 ST-TITLES          PIC ZZZZ9.
    05 FILLER             PIC X(9) VALUE ' TITLES, '.
    05 ST-COPIES          PIC ZZZZZ9.
    05 FILLER             PIC X(7) VALUE ' COPIES'.
01 WS-WRONG-COPIES          PIC 9(6) VALUE 0.
01 WS-UNKNOWN-COPIES        PIC 9(6) VALUE 0.

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
    PERFORM LOAD-SHELF-SCANS
    PERFORM LOAD-OPEN-LOANS
    PERFORM LOAD-WAITING-HOLDS
    OPEN OUTPUT shelf-inventory-report shelf-inventory-missing
    MOVE WS-CURRENT-DATE TO TH-RUN-DATE
    MOVE WS-TITLE-LINE TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING SB-IDX FROM 1 BY 1
            UNTIL SB-IDX > WS-SCANNED-BRANCH-COUNT
        MOVE SB-BRANCH(SB-IDX) TO BL-BRANCH
        MOVE SB-SCANS(SB-IDX) TO BL-SCANS
        MOVE WS-BRANCH-LINE TO INVENTORY-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-MISSING-HEADING TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-MISSING-COLUMNS TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM REPORT-MISSING-ITEMS
    MOVE 'MISSING' TO ST-LABEL
    MOVE WS-MISSING-TITLES TO ST-TITLES
    MOVE WS-MISSING-TOTAL TO ST-COPIES
    MOVE WS-SECTION-TOTAL-LINE TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-WRONG-HEADING TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-WRONG-COLUMNS TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM REPORT-WRONG-BRANCH
    MOVE 'WRONG BRANCH' TO ST-LABEL
    MOVE WS-WRONG-BRANCH-COUNT TO ST-TITLES
    MOVE WS-WRONG-COPIES TO ST-COPIES
    MOVE WS-SECTION-TOTAL-LINE TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-UNKNOWN-HEADING TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM REPORT-UNKNOWN-SCANS
    MOVE 'NOT IN CATALOG' TO ST-LABEL
    MOVE WS-NOT-CATALOGUED-COUNT TO ST-TITLES
    MOVE WS-UNKNOWN-COPIES TO ST-COPIES
    MOVE WS-SECTION-TOTAL-LINE TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    CLOSE shelf-inventory-report shelf-inventory-missing
    DISPLAY "Copies scanned: " WS-SCANS-READ
    DISPLAY "Titles missing: " WS-MISSING-TITLES
        " copies: " WS-MISSING-TOTAL
    DISPLAY "Wrong-branch scans: " WS-WRONG-BRANCH-COUNT
    DISPLAY "Scanned IDs not in catalog: " WS-NOT-CATALOGUED-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-SHELF-SCANS.
    OPEN INPUT shelf-scans
    READ shelf-scans AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        ADD 1 TO WS-SCANS-READ
        PERFORM ADD-ONE-SCAN
        READ shelf-scans AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE shelf-scans
    MOVE 'N' TO WS-END-OF-FILE.

ADD-ONE-SCAN.
    MOVE 'N' TO WS-BRANCH-SCANNED
    PERFORM VARYING SB-IDX FROM 1 BY 1
            UNTIL SB-IDX > WS-SCANNED-BRANCH-COUNT
        IF SB-BRANCH(SB-IDX) = SS-BRANCH
            SET BRANCH-SCANNED TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT BRANCH-SCANNED
        IF WS-SCANNED-BRANCH-COUNT < 20
            ADD 1 TO WS-SCANNED-BRANCH-COUNT
            SET SB-IDX TO WS-SCANNED-BRANCH-COUNT
            MOVE SS-BRANCH TO SB-BRANCH(SB-IDX)
            MOVE ZERO TO SB-SCANS(SB-IDX)
            SET BRANCH-SCANNED TO TRUE
        ELSE
            DISPLAY "Branch table full - discarding " SS-BRANCH
        END-IF
    END-IF
    IF BRANCH-SCANNED
        ADD 1 TO SB-SCANS(SB-IDX)
    END-IF
    MOVE 'N' TO WS-SCAN-FOUND
    PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > WS-SCAN-COUNT
        IF SC-ITEM-ID(SCAN-IDX) = SS-ITEM-ID
                AND SC-BRANCH(SCAN-IDX) = SS-BRANCH
            SET SCAN-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT SCAN-FOUND
        IF WS-SCAN-COUNT < 5000
            ADD 1 TO WS-SCAN-COUNT
            SET SCAN-IDX TO WS-SCAN-COUNT
            MOVE SS-ITEM-ID TO SC-ITEM-ID(SCAN-IDX)
            MOVE SS-BRANCH TO SC-BRANCH(SCAN-IDX)
            MOVE ZERO TO SC-COPIES(SCAN-IDX)
            MOVE 'N' TO SC-MATCHED(SCAN-IDX)
            SET SCAN-FOUND TO TRUE
        ELSE
            DISPLAY "Scan table full - discarding " SS-ITEM-ID
        END-IF
    END-IF
    IF SCAN-FOUND
        ADD 1 TO SC-COPIES(SCAN-IDX)
    END-IF.

*> Lost loans (status L) have already been written out of the copy
*> counts, so only loans still out count as open.
LOAD-OPEN-LOANS.
    OPEN INPUT loan-records
    IF WS-LOAN-STATUS = '00'
        READ loan-records AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF LR-LOAN-STATUS NOT = 'L'
                MOVE LR-ITEM-ID TO WS-ACTIVITY-ITEM-ID
                PERFORM FIND-OR-CREATE-ACTIVITY
                IF ACTIVITY-FOUND
                    ADD 1 TO AC-OPEN-LOANS(ACT-IDX)
                END-IF
            END-IF
            READ loan-records AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE loan-records
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-WAITING-HOLDS.
    OPEN INPUT holds-file
    IF WS-HOLDS-STATUS = '00'
        READ holds-file AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            MOVE HD-ITEM-ID TO WS-ACTIVITY-ITEM-ID
            PERFORM FIND-OR-CREATE-ACTIVITY
            IF ACTIVITY-FOUND
                ADD 1 TO AC-HOLDS(ACT-IDX)
            END-IF
            READ holds-file AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE holds-file
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

FIND-OR-CREATE-ACTIVITY.
    MOVE 'N' TO WS-ACTIVITY-FOUND
    PERFORM VARYING ACT-IDX FROM 1 BY 1 UNTIL ACT-IDX > WS-ACTIVITY-COUNT
        IF AC-ITEM-ID(ACT-IDX) = WS-ACTIVITY-ITEM-ID
            SET ACTIVITY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT ACTIVITY-FOUND
        IF WS-ACTIVITY-COUNT < 2000
            ADD 1 TO WS-ACTIVITY-COUNT
            SET ACT-IDX TO WS-ACTIVITY-COUNT
            MOVE WS-ACTIVITY-ITEM-ID TO AC-ITEM-ID(ACT-IDX)
            MOVE ZERO TO AC-OPEN-LOANS(ACT-IDX)
            MOVE ZERO TO AC-HOLDS(ACT-IDX)
            SET ACTIVITY-FOUND TO TRUE
        ELSE
            DISPLAY "Activity table full - discarding "
                WS-ACTIVITY-ITEM-ID
        END-IF
    END-IF.

*> The catalog is read in ITEM-ID order. A title is only checked for
*> missing copies when its own branch was scanned this run.
REPORT-MISSING-ITEMS.
    OPEN INPUT item-catalog
    IF WS-ITEM-STATUS NOT = '00'
        DISPLAY "Item catalog not available - status " WS-ITEM-STATUS
        EXIT PARAGRAPH
    END-IF
    READ item-catalog NEXT RECORD AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM CHECK-ONE-CATALOG-ITEM
        READ item-catalog NEXT RECORD AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE item-catalog
    MOVE 'N' TO WS-END-OF-FILE.

CHECK-ONE-CATALOG-ITEM.
    MOVE ZERO TO WS-SCANNED-AT-HOME
    PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > WS-SCAN-COUNT
        IF SC-ITEM-ID(SCAN-IDX) = ITEM-ID
            MOVE 'Y' TO SC-MATCHED(SCAN-IDX)
            IF SC-BRANCH(SCAN-IDX) = ITEM-BRANCH
                ADD SC-COPIES(SCAN-IDX) TO WS-SCANNED-AT-HOME
            END-IF
        END-IF
    END-PERFORM
    MOVE 'N' TO WS-BRANCH-SCANNED
    PERFORM VARYING SB-IDX FROM 1 BY 1
            UNTIL SB-IDX > WS-SCANNED-BRANCH-COUNT
        IF SB-BRANCH(SB-IDX) = ITEM-BRANCH
            SET BRANCH-SCANNED TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF BRANCH-SCANNED AND WS-SCANNED-AT-HOME < AVAILABLE-COPIES
        COMPUTE WS-MISSING-COPIES = AVAILABLE-COPIES - WS-SCANNED-AT-HOME
        PERFORM WRITE-MISSING-ITEM
    END-IF.

WRITE-MISSING-ITEM.
    MOVE ZERO TO WS-OPEN-LOANS
    MOVE ZERO TO WS-HOLDS-WAITING
    PERFORM VARYING ACT-IDX FROM 1 BY 1 UNTIL ACT-IDX > WS-ACTIVITY-COUNT
        IF AC-ITEM-ID(ACT-IDX) = ITEM-ID
            MOVE AC-OPEN-LOANS(ACT-IDX) TO WS-OPEN-LOANS
            MOVE AC-HOLDS(ACT-IDX) TO WS-HOLDS-WAITING
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE ITEM-ID TO ML-ITEM-ID
    MOVE ITEM-TITLE TO ML-TITLE
    MOVE ITEM-BRANCH TO ML-BRANCH
    MOVE AVAILABLE-COPIES TO ML-SHELF
    MOVE WS-SCANNED-AT-HOME TO ML-SCANNED
    MOVE WS-MISSING-COPIES TO ML-MISSING
    MOVE WS-OPEN-LOANS TO ML-LOANS
    MOVE WS-HOLDS-WAITING TO ML-HOLDS
    MOVE WS-MISSING-LINE TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ITEM-ID TO IM-ITEM-ID
    MOVE ITEM-BRANCH TO IM-BRANCH
    MOVE WS-MISSING-COPIES TO IM-MISSING-COPIES
    MOVE WS-CURRENT-DATE TO IM-AUDIT-DATE
    WRITE MISSING-ITEM-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-MISSING-TITLES
    ADD WS-MISSING-COPIES TO WS-MISSING-TOTAL.

*> Second pass over the catalog for scans at a branch other than the
*> title's own. The catalog is read by key, so it is reopened here.
REPORT-WRONG-BRANCH.
    OPEN INPUT item-catalog
    IF WS-ITEM-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ item-catalog NEXT RECORD AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        PERFORM VARYING SCAN-IDX FROM 1 BY 1
                UNTIL SCAN-IDX > WS-SCAN-COUNT
            IF SC-ITEM-ID(SCAN-IDX) = ITEM-ID
                    AND SC-BRANCH(SCAN-IDX) NOT = ITEM-BRANCH
                PERFORM WRITE-WRONG-BRANCH-LINE
            END-IF
        END-PERFORM
        READ item-catalog NEXT RECORD AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE item-catalog
    MOVE 'N' TO WS-END-OF-FILE.

WRITE-WRONG-BRANCH-LINE.
    MOVE ITEM-ID TO WL-ITEM-ID
    MOVE ITEM-TITLE TO WL-TITLE
    MOVE ITEM-BRANCH TO WL-BRANCH
    MOVE SC-BRANCH(SCAN-IDX) TO WL-SCANNED-AT
    MOVE SC-COPIES(SCAN-IDX) TO WL-COPIES
    IF ITEM-TRANSIT-FLAG = 'Y'
            AND ITEM-TRANSIT-TO = SC-BRANCH(SCAN-IDX)
        MOVE 'IN TRANSIT - RECV' TO WL-NOTE
    ELSE
        MOVE SPACES TO WL-NOTE
    END-IF
    MOVE WS-WRONG-LINE TO INVENTORY-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    ADD 1 TO WS-WRONG-BRANCH-COUNT
    ADD SC-COPIES(SCAN-IDX) TO WS-WRONG-COPIES.

REPORT-UNKNOWN-SCANS.
    PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > WS-SCAN-COUNT
        IF SC-MATCHED(SCAN-IDX) = 'N'
            MOVE SC-ITEM-ID(SCAN-IDX) TO UL-ITEM-ID
            MOVE SC-BRANCH(SCAN-IDX) TO UL-BRANCH
            MOVE SC-COPIES(SCAN-IDX) TO UL-COPIES
            MOVE WS-UNKNOWN-LINE TO INVENTORY-REPORT-LINE
            PERFORM WRITE-REPORT-LINE
            ADD 1 TO WS-NOT-CATALOGUED-COUNT
            ADD SC-COPIES(SCAN-IDX) TO WS-UNKNOWN-COPIES
        END-IF
    END-PERFORM.

WRITE-REPORT-LINE.
    WRITE INVENTORY-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'ShelfInventoryAudit' TO OPS-PROGRAM-ID
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

END PROGRAM ShelfInventoryAudit.
