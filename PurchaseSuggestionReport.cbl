IDENTIFICATION DIVISION.
PROGRAM-ID. PurchaseSuggestionReport.
AUTHOR. Your Name.
*> Nightly purchase suggestions for acquisitions, driven by the hold
*> queue. Active holds on holds.dat are counted per ITEM-ID, with the
*> pickup branches the demand comes from, and compared with
*> TOTAL-COPIES on item-catalog.dat. A title whose holds per copy run
*> over the ratio on purchase-suggestion-parameters.dat (3.00 when no
*> parameter is supplied) is listed with the extra copies that would
*> bring it back under the ratio and what they would cost at
*> REPLACEMENT-COST. Titles with holds but no copies left anywhere, or
*> no longer in the catalog, are listed separately as replacement
*> candidates. Titles are listed busiest first.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT item-catalog ASSIGN TO 'item-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ITEM-ID
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT holds-file ASSIGN TO 'holds.dat'
        FILE STATUS IS WS-HOLDS-STATUS.
    SELECT suggestion-parameters
        ASSIGN TO 'purchase-suggestion-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT purchase-suggestion-report
        ASSIGN TO 'purchase-suggestion-report.dat'.

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

FD holds-file.
01 HOLD-RECORD.
    05 HD-ITEM-ID           PIC X(10).
    05 HD-PATRON-ID         PIC X(10).
    05 HD-REQUEST-TIMESTAMP PIC 9(14).
    05 HD-PICKUP-BRANCH     PIC X(3).

FD suggestion-parameters.
01 SUGGESTION-PARAMETER-RECORD.
    05 PSP-HOLDS-RATIO      PIC 9(2)V99.

FD purchase-suggestion-report.
01 SUGGESTION-REPORT-LINE   PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-ITEM-STATUS           PIC XX.
01 WS-HOLDS-STATUS          PIC XX.
01 WS-PARM-STATUS           PIC XX.
01 WS-ITEM-FOUND            PIC X VALUE 'N'.
    88 ITEM-FOUND           VALUE 'Y'.

01 WS-CURRENT-DATE          PIC 9(8).
01 WS-HOLDS-RATIO           PIC 9(2)V99 VALUE 3.00.
01 WS-DEFAULT-REPLACEMENT   PIC 9(5)V99 VALUE 25.00.

01 WS-TITLE-COUNT           PIC 9(4) VALUE 0.
01 HOLD-PRESSURE-TABLE.
    05 HOLD-PRESSURE-ENTRY OCCURS 2000 TIMES INDEXED BY HP-IDX.
        10 HP-ITEM-ID            PIC X(10).
        10 HP-HOLDS              PIC 9(5).
        10 HP-LISTED             PIC X.
        10 HP-BRANCH-COUNT       PIC 9(2).
        10 HP-BRANCH-ENTRY OCCURS 8 TIMES INDEXED BY HPB-IDX.
            15 HP-BRANCH         PIC X(3).
            15 HP-BRANCH-HOLDS   PIC 9(5).
01 WS-TITLE-FOUND           PIC X VALUE 'N'.
    88 TITLE-FOUND          VALUE 'Y'.
01 WS-BRANCH-FOUND          PIC X VALUE 'N'.
    88 BRANCH-FOUND         VALUE 'Y'.
01 WS-PICKUP-BRANCH         PIC X(3).

01 WS-BEST-IDX              PIC 9(4).
01 WS-BEST-HOLDS            PIC 9(5).
01 WS-COPIES-NEEDED         PIC 9(5).
01 WS-EXTRA-COPIES          PIC 9(5).
01 WS-UNIT-COST             PIC 9(5)V99.
01 WS-EXTRA-COST            PIC 9(7)V99.
01 WS-RATIO-LIMIT           PIC 9(7)V99.

01 WS-SUGGEST-COUNT         PIC 9(4) VALUE 0.
01 WS-SUGGEST-COPIES        PIC 9(6) VALUE 0.
01 WS-SUGGEST-COST          PIC 9(9)V99 VALUE 0.
01 WS-REPLACE-COUNT         PIC 9(4) VALUE 0.
01 WS-REPLACE-COPIES        PIC 9(6) VALUE 0.
01 WS-REPLACE-COST          PIC 9(9)V99 VALUE 0.

01 WS-TITLE-LINE.
    05 FILLER             PIC X(26) VALUE 'PURCHASE SUGGESTIONS AS OF'.
    05 FILLER             PIC X VALUE SPACE.
    05 TH-RUN-DATE        PIC 9(8).
    05 FILLER             PIC X(22) VALUE '  HOLDS PER COPY OVER '.
    05 TH-HOLDS-RATIO     PIC Z9.99.
01 WS-SECTION-HEADING       PIC X(80).
01 WS-COLUMN-HEADING.
    05 FILLER             PIC X(42)
        VALUE 'ITEM-ID    TITLE'.
    05 FILLER             PIC X(36)
        VALUE 'HOLDS COPIES  EXTRA         COST'.
01 WS-DETAIL-LINE.
    05 DL-ITEM-ID         PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 DL-TITLE           PIC X(30).
    05 FILLER             PIC X VALUE SPACE.
    05 DL-HOLDS           PIC ZZZZ9.
    05 FILLER             PIC X VALUE SPACE.
    05 DL-COPIES          PIC ZZZZZ9.
    05 FILLER             PIC X VALUE SPACE.
    05 DL-EXTRA           PIC ZZZZZ9.
    05 FILLER             PIC X VALUE SPACE.
    05 DL-COST            PIC Z,ZZZ,ZZ9.99.
01 WS-PICKUP-LINE.
    05 PL-LABEL           PIC X(11).
    05 PL-BRANCH-ENTRY OCCURS 8 TIMES.
        10 FILLER         PIC X.
        10 PL-BRANCH      PIC X(3).
        10 PL-HOLDS       PIC ZZZ9.
01 WS-TOTAL-LINE.
    05 FILLER             PIC X(8) VALUE 'TITLES: '.
    05 TL-TITLES          PIC ZZZ9.
    05 FILLER             PIC X(16) VALUE '  COPIES TO BUY:'.
    05 TL-COPIES          PIC ZZZZZ9.
    05 FILLER             PIC X(15) VALUE '  ESTIMATED AT '.
    05 TL-COST            PIC ZZZ,ZZZ,ZZ9.99.

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
    PERFORM LOAD-SUGGESTION-PARAMETERS
    PERFORM LOAD-HOLD-PRESSURE
    OPEN INPUT item-catalog
    OPEN OUTPUT purchase-suggestion-report
    MOVE WS-CURRENT-DATE TO TH-RUN-DATE
    MOVE WS-HOLDS-RATIO TO TH-HOLDS-RATIO
    MOVE WS-TITLE-LINE TO SUGGESTION-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'TITLES OVER THE HOLDS RATIO - ADDITIONAL COPIES'
        TO WS-SECTION-HEADING
    PERFORM WRITE-SECTION-HEADING
    PERFORM FIND-NEXT-BUSIEST-TITLE
    PERFORM UNTIL WS-BEST-IDX = 0
        SET HP-IDX TO WS-BEST-IDX
        MOVE 'Y' TO HP-LISTED(HP-IDX)
        PERFORM LOOKUP-ITEM
        IF ITEM-FOUND AND TOTAL-COPIES > 0
            PERFORM CHECK-ONE-TITLE
        END-IF
        PERFORM FIND-NEXT-BUSIEST-TITLE
    END-PERFORM
    MOVE WS-SUGGEST-COUNT TO TL-TITLES
    MOVE WS-SUGGEST-COPIES TO TL-COPIES
    MOVE WS-SUGGEST-COST TO TL-COST
    MOVE WS-TOTAL-LINE TO SUGGESTION-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING HP-IDX FROM 1 BY 1 UNTIL HP-IDX > WS-TITLE-COUNT
        MOVE 'N' TO HP-LISTED(HP-IDX)
    END-PERFORM
    MOVE 'REPLACEMENT CANDIDATES - HOLDS WITH NO COPIES ON HAND'
        TO WS-SECTION-HEADING
    PERFORM WRITE-SECTION-HEADING
    PERFORM FIND-NEXT-BUSIEST-TITLE
    PERFORM UNTIL WS-BEST-IDX = 0
        SET HP-IDX TO WS-BEST-IDX
        MOVE 'Y' TO HP-LISTED(HP-IDX)
        PERFORM LOOKUP-ITEM
        IF NOT ITEM-FOUND OR TOTAL-COPIES = 0
            PERFORM LIST-REPLACEMENT-CANDIDATE
        END-IF
        PERFORM FIND-NEXT-BUSIEST-TITLE
    END-PERFORM
    MOVE WS-REPLACE-COUNT TO TL-TITLES
    MOVE WS-REPLACE-COPIES TO TL-COPIES
    MOVE WS-REPLACE-COST TO TL-COST
    MOVE WS-TOTAL-LINE TO SUGGESTION-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    CLOSE item-catalog purchase-suggestion-report
    DISPLAY "Purchase suggestions: " WS-SUGGEST-COUNT
        " replacement candidates: " WS-REPLACE-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-SUGGESTION-PARAMETERS.
    OPEN INPUT suggestion-parameters
    IF WS-PARM-STATUS = '00'
        READ suggestion-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF PSP-HOLDS-RATIO IS NUMERIC AND PSP-HOLDS-RATIO > 0
                    MOVE PSP-HOLDS-RATIO TO WS-HOLDS-RATIO
                END-IF
        END-READ
        CLOSE suggestion-parameters
    END-IF.

LOAD-HOLD-PRESSURE.
    OPEN INPUT holds-file
    IF WS-HOLDS-STATUS NOT = '00'
        DISPLAY "No holds on file"
        EXIT PARAGRAPH
    END-IF
    READ holds-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM COUNT-ONE-HOLD
        READ holds-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE holds-file
    MOVE 'N' TO WS-END-OF-FILE.

COUNT-ONE-HOLD.
    MOVE 'N' TO WS-TITLE-FOUND
    PERFORM VARYING HP-IDX FROM 1 BY 1 UNTIL HP-IDX > WS-TITLE-COUNT
        IF HP-ITEM-ID(HP-IDX) = HD-ITEM-ID
            MOVE 'Y' TO WS-TITLE-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT TITLE-FOUND
        IF WS-TITLE-COUNT < 2000
            ADD 1 TO WS-TITLE-COUNT
            SET HP-IDX TO WS-TITLE-COUNT
            MOVE HD-ITEM-ID TO HP-ITEM-ID(HP-IDX)
            MOVE ZERO TO HP-HOLDS(HP-IDX)
            MOVE 'N' TO HP-LISTED(HP-IDX)
            MOVE ZERO TO HP-BRANCH-COUNT(HP-IDX)
            MOVE 'Y' TO WS-TITLE-FOUND
        ELSE
            DISPLAY "Hold title table full - discarding " HD-ITEM-ID
        END-IF
    END-IF
    IF TITLE-FOUND
        ADD 1 TO HP-HOLDS(HP-IDX)
        PERFORM COUNT-PICKUP-BRANCH
    END-IF.

*> Demand from more pickup branches than the line can show is
*> gathered under OTH in the last slot.
COUNT-PICKUP-BRANCH.
    MOVE HD-PICKUP-BRANCH TO WS-PICKUP-BRANCH
    IF WS-PICKUP-BRANCH = SPACES
        MOVE '???' TO WS-PICKUP-BRANCH
    END-IF
    MOVE 'N' TO WS-BRANCH-FOUND
    PERFORM VARYING HPB-IDX FROM 1 BY 1
            UNTIL HPB-IDX > HP-BRANCH-COUNT(HP-IDX)
        IF HP-BRANCH(HP-IDX, HPB-IDX) = WS-PICKUP-BRANCH
            MOVE 'Y' TO WS-BRANCH-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT BRANCH-FOUND
        IF HP-BRANCH-COUNT(HP-IDX) < 8
            ADD 1 TO HP-BRANCH-COUNT(HP-IDX)
            SET HPB-IDX TO HP-BRANCH-COUNT(HP-IDX)
            MOVE WS-PICKUP-BRANCH TO HP-BRANCH(HP-IDX, HPB-IDX)
            MOVE ZERO TO HP-BRANCH-HOLDS(HP-IDX, HPB-IDX)
        ELSE
            SET HPB-IDX TO 8
            MOVE 'OTH' TO HP-BRANCH(HP-IDX, HPB-IDX)
        END-IF
    END-IF
    ADD 1 TO HP-BRANCH-HOLDS(HP-IDX, HPB-IDX).

FIND-NEXT-BUSIEST-TITLE.
    MOVE ZERO TO WS-BEST-IDX
    MOVE ZERO TO WS-BEST-HOLDS
    PERFORM VARYING HP-IDX FROM 1 BY 1 UNTIL HP-IDX > WS-TITLE-COUNT
        IF HP-LISTED(HP-IDX) = 'N'
                AND HP-HOLDS(HP-IDX) > WS-BEST-HOLDS
            MOVE HP-HOLDS(HP-IDX) TO WS-BEST-HOLDS
            SET WS-BEST-IDX TO HP-IDX
        END-IF
    END-PERFORM.

LOOKUP-ITEM.
    MOVE HP-ITEM-ID(HP-IDX) TO ITEM-ID
    READ item-catalog
        INVALID KEY
            MOVE 'N' TO WS-ITEM-FOUND
        NOT INVALID KEY
            MOVE 'Y' TO WS-ITEM-FOUND
    END-READ.

CHECK-ONE-TITLE.
    COMPUTE WS-RATIO-LIMIT = TOTAL-COPIES * WS-HOLDS-RATIO
    IF HP-HOLDS(HP-IDX) <= WS-RATIO-LIMIT
        EXIT PARAGRAPH
    END-IF
    PERFORM CALCULATE-COPIES-NEEDED
    COMPUTE WS-EXTRA-COPIES = WS-COPIES-NEEDED - TOTAL-COPIES
    COMPUTE WS-EXTRA-COST = WS-EXTRA-COPIES * WS-UNIT-COST
    ADD 1 TO WS-SUGGEST-COUNT
    ADD WS-EXTRA-COPIES TO WS-SUGGEST-COPIES
    ADD WS-EXTRA-COST TO WS-SUGGEST-COST
    MOVE ITEM-TITLE TO DL-TITLE
    MOVE TOTAL-COPIES TO DL-COPIES
    PERFORM WRITE-TITLE-LINES.

LIST-REPLACEMENT-CANDIDATE.
    IF ITEM-FOUND
        MOVE ITEM-TITLE TO DL-TITLE
    ELSE
        MOVE 'NOT IN CATALOG' TO DL-TITLE
        MOVE ZERO TO REPLACEMENT-COST
    END-IF
    PERFORM CALCULATE-COPIES-NEEDED
    MOVE WS-COPIES-NEEDED TO WS-EXTRA-COPIES
    COMPUTE WS-EXTRA-COST = WS-EXTRA-COPIES * WS-UNIT-COST
    ADD 1 TO WS-REPLACE-COUNT
    ADD WS-EXTRA-COPIES TO WS-REPLACE-COPIES
    ADD WS-EXTRA-COST TO WS-REPLACE-COST
    MOVE ZERO TO DL-COPIES
    PERFORM WRITE-TITLE-LINES.

*> Copies needed to bring holds per copy back to the ratio, rounded up
*> to a whole copy.
CALCULATE-COPIES-NEEDED.
    COMPUTE WS-COPIES-NEEDED = HP-HOLDS(HP-IDX) / WS-HOLDS-RATIO
    IF WS-COPIES-NEEDED * WS-HOLDS-RATIO < HP-HOLDS(HP-IDX)
        ADD 1 TO WS-COPIES-NEEDED
    END-IF
    IF REPLACEMENT-COST > 0
        MOVE REPLACEMENT-COST TO WS-UNIT-COST
    ELSE
        MOVE WS-DEFAULT-REPLACEMENT TO WS-UNIT-COST
    END-IF.

WRITE-TITLE-LINES.
    MOVE HP-ITEM-ID(HP-IDX) TO DL-ITEM-ID
    MOVE HP-HOLDS(HP-IDX) TO DL-HOLDS
    MOVE WS-EXTRA-COPIES TO DL-EXTRA
    MOVE WS-EXTRA-COST TO DL-COST
    MOVE WS-DETAIL-LINE TO SUGGESTION-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-PICKUP-LINE
    MOVE '    PICKUP:' TO PL-LABEL
    PERFORM VARYING HPB-IDX FROM 1 BY 1
            UNTIL HPB-IDX > HP-BRANCH-COUNT(HP-IDX)
        MOVE HP-BRANCH(HP-IDX, HPB-IDX) TO PL-BRANCH(HPB-IDX)
        MOVE HP-BRANCH-HOLDS(HP-IDX, HPB-IDX) TO PL-HOLDS(HPB-IDX)
    END-PERFORM
    MOVE WS-PICKUP-LINE TO SUGGESTION-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-SECTION-HEADING.
    MOVE SPACES TO SUGGESTION-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-SECTION-HEADING TO SUGGESTION-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-COLUMN-HEADING TO SUGGESTION-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE SUGGESTION-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'PurchaseSuggestionReport' TO OPS-PROGRAM-ID
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

END PROGRAM PurchaseSuggestionReport.
