IDENTIFICATION DIVISION.
PROGRAM-ID. CollectionAnalysis.
AUTHOR. Your Name.
*> Collection analysis for selectors, built from the permanent
*> circulation-history.dat that LibraryManagementSystem appends every
*> checkout, renewal and return to. Checkouts and renewals count as
*> circulations. For each ITEM-TYPE and ITEM-BRANCH on item-catalog.dat
*> the report gives the titles and copies held, circulations in the
*> last twelve months and turnover per copy, followed by the weeding
*> candidates - titles with no circulation in the number of years on
*> collection-analysis-parameters.dat (three when no parameter is
*> supplied). The report closes with the top-circulating titles over
*> the last twelve months (ten unless the parameter file says
*> otherwise) with their circulations per copy, for duplicate-copy
*> decisions. Titles with no copies left in the catalog are skipped.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT item-catalog ASSIGN TO 'item-catalog.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ITEM-ID
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT circulation-history ASSIGN TO 'circulation-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT analysis-parameters
        ASSIGN TO 'collection-analysis-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT collection-analysis-report
        ASSIGN TO 'collection-analysis-report.dat'.

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

FD circulation-history.
01 CIRCULATION-HISTORY-RECORD.
    05 CH-EVENT-TYPE        PIC X(8).
        88 CH-CHECKOUT      VALUE 'CHECKOUT'.
        88 CH-RENEWAL       VALUE 'RENEWAL'.
        88 CH-RETURN        VALUE 'RETURN'.
    05 CH-EVENT-DATE        PIC 9(8).
    05 CH-ITEM-ID           PIC X(10).
    05 CH-PATRON-ID         PIC X(10).
    05 CH-BRANCH            PIC X(3).
    05 CH-LOAN-DATE         PIC 9(8).
    05 CH-DUE-DATE          PIC 9(8).

FD analysis-parameters.
01 ANALYSIS-PARAMETER-RECORD.
    05 CAP-WEED-YEARS       PIC 9(2).
    05 CAP-TOP-COUNT        PIC 9(3).

FD collection-analysis-report.
01 ANALYSIS-REPORT-LINE     PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE          PIC X VALUE 'N'.
    88 EOF                 VALUE 'Y'.
    88 NOT-EOF             VALUE 'N'.
01 WS-ITEM-STATUS           PIC XX.
01 WS-HISTORY-STATUS        PIC XX.
01 WS-PARM-STATUS           PIC XX.

01 WS-CURRENT-DATE          PIC 9(8).
01 WS-WEED-YEARS            PIC 9(2) VALUE 3.
01 WS-TOP-COUNT             PIC 9(3) VALUE 10.
01 WS-WEED-CUTOFF           PIC 9(8).
01 WS-YEAR-CUTOFF           PIC 9(8).

01 WS-CIRC-COUNT            PIC 9(4) VALUE 0.
01 CIRCULATION-TABLE.
    05 CIRCULATION-ENTRY OCCURS 5000 TIMES INDEXED BY CIRC-IDX.
        10 CC-ITEM-ID            PIC X(10).
        10 CC-LAST-CIRC-DATE     PIC 9(8).
        10 CC-YEAR-CIRCS         PIC 9(5).
01 WS-CIRC-FOUND            PIC X VALUE 'N'.
    88 CIRC-FOUND           VALUE 'Y'.

01 WS-ITEM-COUNT            PIC 9(4) VALUE 0.
01 ITEM-TABLE.
    05 ITEM-ENTRY OCCURS 5000 TIMES INDEXED BY ITEM-IDX.
        10 IT-ITEM-ID            PIC X(10).
        10 IT-TITLE              PIC X(50).
        10 IT-TYPE               PIC X(10).
        10 IT-BRANCH             PIC X(3).
        10 IT-COPIES             PIC 9(3).
        10 IT-LAST-CIRC-DATE     PIC 9(8).
        10 IT-YEAR-CIRCS         PIC 9(5).
        10 IT-WEED-FLAG          PIC X.
        10 IT-RANKED             PIC X.

01 WS-GROUP-COUNT           PIC 9(3) VALUE 0.
01 GROUP-TABLE.
    05 GROUP-ENTRY OCCURS 200 TIMES INDEXED BY GRP-IDX.
        10 GP-TYPE               PIC X(10).
        10 GP-BRANCH             PIC X(3).
        10 GP-TITLES             PIC 9(5).
        10 GP-COPIES             PIC 9(6).
        10 GP-YEAR-CIRCS         PIC 9(7).
        10 GP-WEED-TITLES        PIC 9(5).
        10 GP-WEED-COPIES        PIC 9(6).
01 WS-GROUP-KEY.
    05 WS-GK-TYPE            PIC X(10).
    05 WS-GK-BRANCH          PIC X(3).
01 WS-ENTRY-KEY.
    05 WS-EK-TYPE            PIC X(10).
    05 WS-EK-BRANCH          PIC X(3).
01 WS-GROUP-FOUND           PIC X VALUE 'N'.
    88 GROUP-FOUND          VALUE 'Y'.
01 WS-INSERT-AT             PIC 9(3).
01 WS-SHIFT-IDX             PIC 9(3).

01 WS-TURNOVER              PIC 9(3)V99.
01 WS-RANK                  PIC 9(3) VALUE 0.
01 WS-BEST-IDX              PIC 9(4).
01 WS-BEST-CIRCS            PIC 9(5).
01 WS-WEED-TOTAL            PIC 9(5) VALUE 0.

01 WS-TITLE-LINE.
    05 FILLER             PIC X(26) VALUE 'COLLECTION ANALYSIS AS OF '.
    05 TH-RUN-DATE        PIC 9(8).
    05 FILLER             PIC X(29)
        VALUE '  WEED IF NO CIRCULATION IN '.
    05 TH-WEED-YEARS      PIC Z9.
    05 FILLER             PIC X(6) VALUE ' YEARS'.
01 WS-GROUP-LINE.
    05 FILLER             PIC X(6) VALUE 'TYPE: '.
    05 GL-TYPE            PIC X(10).
    05 FILLER             PIC X(9) VALUE ' BRANCH: '.
    05 GL-BRANCH          PIC X(3).
    05 FILLER             PIC X(9) VALUE ' TITLES: '.
    05 GL-TITLES          PIC ZZZZ9.
    05 FILLER             PIC X(9) VALUE ' COPIES: '.
    05 GL-COPIES          PIC ZZZZZ9.
    05 FILLER             PIC X(11) VALUE ' TURNOVER: '.
    05 GL-TURNOVER        PIC ZZ9.99.
01 WS-GROUP-LINE-2.
    05 FILLER             PIC X(19) VALUE '    12-MONTH CIRCS:'.
    05 GL-YEAR-CIRCS      PIC ZZZZZZ9.
    05 FILLER             PIC X(22) VALUE '   WEEDING CANDIDATES:'.
    05 GL-WEED-TITLES     PIC ZZZZ9.
    05 FILLER             PIC X(8) VALUE ' TITLES,'.
    05 GL-WEED-COPIES     PIC ZZZZZ9.
    05 FILLER             PIC X(7) VALUE ' COPIES'.
01 WS-WEED-LINE.
    05 FILLER             PIC X(6) VALUE '  WEED'.
    05 FILLER             PIC X VALUE SPACE.
    05 WL-ITEM-ID         PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 WL-TITLE           PIC X(35).
    05 FILLER             PIC X(8) VALUE ' COPIES '.
    05 WL-COPIES          PIC ZZ9.
    05 FILLER             PIC X(6) VALUE ' LAST '.
    05 WL-LAST-CIRC       PIC X(8).
01 WS-TOP-HEADING.
    05 FILLER             PIC X(42)
        VALUE 'TOP CIRCULATING TITLES - LAST 12 MONTHS'.
01 WS-TOP-COLUMNS.
    05 FILLER             PIC X(46)
        VALUE 'RNK ITEM-ID    TITLE'.
    05 FILLER             PIC X(27)
        VALUE 'TYPE       BR  CIRCS /COPY'.
01 WS-TOP-LINE.
    05 TL-RANK            PIC ZZ9.
    05 FILLER             PIC X VALUE SPACE.
    05 TL-ITEM-ID         PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 TL-TITLE           PIC X(30).
    05 FILLER             PIC X VALUE SPACE.
    05 TL-TYPE            PIC X(10).
    05 FILLER             PIC X VALUE SPACE.
    05 TL-BRANCH          PIC X(3).
    05 FILLER             PIC X VALUE SPACE.
    05 TL-CIRCS           PIC ZZZZ9.
    05 FILLER             PIC X VALUE SPACE.
    05 TL-PER-COPY        PIC ZZ9.99.

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
    PERFORM LOAD-ANALYSIS-PARAMETERS
    COMPUTE WS-WEED-CUTOFF = WS-CURRENT-DATE - WS-WEED-YEARS * 10000
    COMPUTE WS-YEAR-CUTOFF = WS-CURRENT-DATE - 10000
    PERFORM LOAD-CIRCULATION-HISTORY
    PERFORM LOAD-ITEM-CATALOG
    OPEN OUTPUT collection-analysis-report
    MOVE WS-CURRENT-DATE TO TH-RUN-DATE
    MOVE WS-WEED-YEARS TO TH-WEED-YEARS
    MOVE WS-TITLE-LINE TO ANALYSIS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > WS-GROUP-COUNT
        PERFORM WRITE-GROUP-SECTION
    END-PERFORM
    PERFORM WRITE-TOP-TITLES
    CLOSE collection-analysis-report
    DISPLAY "Titles analysed: " WS-ITEM-COUNT
        " weeding candidates: " WS-WEED-TOTAL
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-ANALYSIS-PARAMETERS.
    OPEN INPUT analysis-parameters
    IF WS-PARM-STATUS = '00'
        READ analysis-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF CAP-WEED-YEARS IS NUMERIC AND CAP-WEED-YEARS > 0
                    MOVE CAP-WEED-YEARS TO WS-WEED-YEARS
                END-IF
                IF CAP-TOP-COUNT IS NUMERIC AND CAP-TOP-COUNT > 0
                    MOVE CAP-TOP-COUNT TO WS-TOP-COUNT
                END-IF
        END-READ
        CLOSE analysis-parameters
    END-IF.

LOAD-CIRCULATION-HISTORY.
    OPEN INPUT circulation-history
    IF WS-HISTORY-STATUS NOT = '00'
        DISPLAY "No circulation history on file"
        EXIT PARAGRAPH
    END-IF
    READ circulation-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF CH-CHECKOUT OR CH-RENEWAL
            PERFORM ADD-ONE-CIRCULATION
        END-IF
        READ circulation-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE circulation-history
    MOVE 'N' TO WS-END-OF-FILE.

ADD-ONE-CIRCULATION.
    MOVE 'N' TO WS-CIRC-FOUND
    PERFORM VARYING CIRC-IDX FROM 1 BY 1 UNTIL CIRC-IDX > WS-CIRC-COUNT
        IF CC-ITEM-ID(CIRC-IDX) = CH-ITEM-ID
            MOVE 'Y' TO WS-CIRC-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CIRC-FOUND
        IF WS-CIRC-COUNT < 5000
            ADD 1 TO WS-CIRC-COUNT
            SET CIRC-IDX TO WS-CIRC-COUNT
            MOVE CH-ITEM-ID TO CC-ITEM-ID(CIRC-IDX)
            MOVE ZERO TO CC-LAST-CIRC-DATE(CIRC-IDX)
            MOVE ZERO TO CC-YEAR-CIRCS(CIRC-IDX)
            MOVE 'Y' TO WS-CIRC-FOUND
        ELSE
            DISPLAY "Circulation table full - discarding " CH-ITEM-ID
        END-IF
    END-IF
    IF CIRC-FOUND
        IF CH-EVENT-DATE > CC-LAST-CIRC-DATE(CIRC-IDX)
            MOVE CH-EVENT-DATE TO CC-LAST-CIRC-DATE(CIRC-IDX)
        END-IF
        IF CH-EVENT-DATE > WS-YEAR-CUTOFF
            ADD 1 TO CC-YEAR-CIRCS(CIRC-IDX)
        END-IF
    END-IF.

LOAD-ITEM-CATALOG.
    OPEN INPUT item-catalog
    IF WS-ITEM-STATUS NOT = '00'
        DISPLAY "Item catalog not available - status " WS-ITEM-STATUS
        EXIT PARAGRAPH
    END-IF
    READ item-catalog NEXT RECORD AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF TOTAL-COPIES > 0
            PERFORM STORE-ONE-ITEM
        END-IF
        READ item-catalog NEXT RECORD AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE item-catalog
    MOVE 'N' TO WS-END-OF-FILE.

STORE-ONE-ITEM.
    IF WS-ITEM-COUNT >= 5000
        DISPLAY "Item table full - discarding " ITEM-ID
        EXIT PARAGRAPH
    END-IF
    MOVE ITEM-TYPE TO WS-GK-TYPE
    MOVE ITEM-BRANCH TO WS-GK-BRANCH
    IF WS-GK-BRANCH = SPACES
        MOVE '???' TO WS-GK-BRANCH
    END-IF
    PERFORM FIND-OR-INSERT-GROUP
    IF NOT GROUP-FOUND
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ITEM-COUNT
    SET ITEM-IDX TO WS-ITEM-COUNT
    MOVE ITEM-ID TO IT-ITEM-ID(ITEM-IDX)
    MOVE ITEM-TITLE TO IT-TITLE(ITEM-IDX)
    MOVE WS-GK-TYPE TO IT-TYPE(ITEM-IDX)
    MOVE WS-GK-BRANCH TO IT-BRANCH(ITEM-IDX)
    MOVE TOTAL-COPIES TO IT-COPIES(ITEM-IDX)
    MOVE ZERO TO IT-LAST-CIRC-DATE(ITEM-IDX)
    MOVE ZERO TO IT-YEAR-CIRCS(ITEM-IDX)
    MOVE 'N' TO IT-RANKED(ITEM-IDX)
    PERFORM VARYING CIRC-IDX FROM 1 BY 1 UNTIL CIRC-IDX > WS-CIRC-COUNT
        IF CC-ITEM-ID(CIRC-IDX) = ITEM-ID
            MOVE CC-LAST-CIRC-DATE(CIRC-IDX)
                TO IT-LAST-CIRC-DATE(ITEM-IDX)
            MOVE CC-YEAR-CIRCS(CIRC-IDX) TO IT-YEAR-CIRCS(ITEM-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    ADD 1 TO GP-TITLES(GRP-IDX)
    ADD TOTAL-COPIES TO GP-COPIES(GRP-IDX)
    ADD IT-YEAR-CIRCS(ITEM-IDX) TO GP-YEAR-CIRCS(GRP-IDX)
    IF IT-LAST-CIRC-DATE(ITEM-IDX) <= WS-WEED-CUTOFF
        MOVE 'Y' TO IT-WEED-FLAG(ITEM-IDX)
        ADD 1 TO GP-WEED-TITLES(GRP-IDX)
        ADD TOTAL-COPIES TO GP-WEED-COPIES(GRP-IDX)
        ADD 1 TO WS-WEED-TOTAL
    ELSE
        MOVE 'N' TO IT-WEED-FLAG(ITEM-IDX)
    END-IF.

*> Groups are kept in type and branch order as they are added so the
*> report comes out sorted without a separate sort step.
FIND-OR-INSERT-GROUP.
    MOVE 'N' TO WS-GROUP-FOUND
    MOVE ZERO TO WS-INSERT-AT
    PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > WS-GROUP-COUNT
        MOVE GP-TYPE(GRP-IDX) TO WS-EK-TYPE
        MOVE GP-BRANCH(GRP-IDX) TO WS-EK-BRANCH
        IF WS-ENTRY-KEY = WS-GROUP-KEY
            MOVE 'Y' TO WS-GROUP-FOUND
            EXIT PERFORM
        END-IF
        IF WS-ENTRY-KEY > WS-GROUP-KEY
            SET WS-INSERT-AT TO GRP-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF GROUP-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-GROUP-COUNT >= 200
        DISPLAY "Group table full - discarding " WS-GK-TYPE " "
            WS-GK-BRANCH
        EXIT PARAGRAPH
    END-IF
    IF WS-INSERT-AT = 0
        COMPUTE WS-INSERT-AT = WS-GROUP-COUNT + 1
    END-IF
    PERFORM VARYING WS-SHIFT-IDX FROM WS-GROUP-COUNT BY -1
            UNTIL WS-SHIFT-IDX < WS-INSERT-AT
        MOVE GROUP-ENTRY(WS-SHIFT-IDX) TO GROUP-ENTRY(WS-SHIFT-IDX + 1)
    END-PERFORM
    ADD 1 TO WS-GROUP-COUNT
    SET GRP-IDX TO WS-INSERT-AT
    MOVE WS-GK-TYPE TO GP-TYPE(GRP-IDX)
    MOVE WS-GK-BRANCH TO GP-BRANCH(GRP-IDX)
    MOVE ZERO TO GP-TITLES(GRP-IDX)
    MOVE ZERO TO GP-COPIES(GRP-IDX)
    MOVE ZERO TO GP-YEAR-CIRCS(GRP-IDX)
    MOVE ZERO TO GP-WEED-TITLES(GRP-IDX)
    MOVE ZERO TO GP-WEED-COPIES(GRP-IDX)
    MOVE 'Y' TO WS-GROUP-FOUND.

WRITE-GROUP-SECTION.
    MOVE SPACES TO ANALYSIS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE GP-TYPE(GRP-IDX) TO GL-TYPE
    MOVE GP-BRANCH(GRP-IDX) TO GL-BRANCH
    MOVE GP-TITLES(GRP-IDX) TO GL-TITLES
    MOVE GP-COPIES(GRP-IDX) TO GL-COPIES
    COMPUTE WS-TURNOVER ROUNDED =
        GP-YEAR-CIRCS(GRP-IDX) / GP-COPIES(GRP-IDX)
    MOVE WS-TURNOVER TO GL-TURNOVER
    MOVE WS-GROUP-LINE TO ANALYSIS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE GP-YEAR-CIRCS(GRP-IDX) TO GL-YEAR-CIRCS
    MOVE GP-WEED-TITLES(GRP-IDX) TO GL-WEED-TITLES
    MOVE GP-WEED-COPIES(GRP-IDX) TO GL-WEED-COPIES
    MOVE WS-GROUP-LINE-2 TO ANALYSIS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        IF IT-TYPE(ITEM-IDX) = GP-TYPE(GRP-IDX)
                AND IT-BRANCH(ITEM-IDX) = GP-BRANCH(GRP-IDX)
                AND IT-WEED-FLAG(ITEM-IDX) = 'Y'
            PERFORM WRITE-WEED-LINE
        END-IF
    END-PERFORM.

WRITE-WEED-LINE.
    MOVE IT-ITEM-ID(ITEM-IDX) TO WL-ITEM-ID
    MOVE IT-TITLE(ITEM-IDX) TO WL-TITLE
    MOVE IT-COPIES(ITEM-IDX) TO WL-COPIES
    IF IT-LAST-CIRC-DATE(ITEM-IDX) = 0
        MOVE 'NEVER' TO WL-LAST-CIRC
    ELSE
        MOVE IT-LAST-CIRC-DATE(ITEM-IDX) TO WL-LAST-CIRC
    END-IF
    MOVE WS-WEED-LINE TO ANALYSIS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-TOP-TITLES.
    MOVE SPACES TO ANALYSIS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-TOP-HEADING TO ANALYSIS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-TOP-COLUMNS TO ANALYSIS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM UNTIL WS-RANK >= WS-TOP-COUNT
        PERFORM FIND-NEXT-TOP-TITLE
        IF WS-BEST-IDX = 0
            EXIT PERFORM
        END-IF
        ADD 1 TO WS-RANK
        SET ITEM-IDX TO WS-BEST-IDX
        MOVE 'Y' TO IT-RANKED(ITEM-IDX)
        MOVE WS-RANK TO TL-RANK
        MOVE IT-ITEM-ID(ITEM-IDX) TO TL-ITEM-ID
        MOVE IT-TITLE(ITEM-IDX) TO TL-TITLE
        MOVE IT-TYPE(ITEM-IDX) TO TL-TYPE
        MOVE IT-BRANCH(ITEM-IDX) TO TL-BRANCH
        MOVE IT-YEAR-CIRCS(ITEM-IDX) TO TL-CIRCS
        COMPUTE WS-TURNOVER ROUNDED =
            IT-YEAR-CIRCS(ITEM-IDX) / IT-COPIES(ITEM-IDX)
        MOVE WS-TURNOVER TO TL-PER-COPY
        MOVE WS-TOP-LINE TO ANALYSIS-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.

FIND-NEXT-TOP-TITLE.
    MOVE ZERO TO WS-BEST-IDX
    MOVE ZERO TO WS-BEST-CIRCS
    PERFORM VARYING ITEM-IDX FROM 1 BY 1 UNTIL ITEM-IDX > WS-ITEM-COUNT
        IF IT-RANKED(ITEM-IDX) = 'N'
                AND IT-YEAR-CIRCS(ITEM-IDX) > WS-BEST-CIRCS
            MOVE IT-YEAR-CIRCS(ITEM-IDX) TO WS-BEST-CIRCS
            SET WS-BEST-IDX TO ITEM-IDX
        END-IF
    END-PERFORM.

WRITE-REPORT-LINE.
    WRITE ANALYSIS-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'CollectionAnalysis' TO OPS-PROGRAM-ID
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

END PROGRAM CollectionAnalysis.
