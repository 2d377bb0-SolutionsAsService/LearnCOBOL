IDENTIFICATION DIVISION.
PROGRAM-ID. TaxReturnImport.
AUTHOR. Your Name.
*> Builds and updates taxpayer-file.dat for the return calculator from
*> the shop's own year-end output instead of re-keying it. Wages and
*> federal tax withheld are taken from each employee's annual tax
*> statement on earnings-statements.dat (PayrollYearEnd) and the
*> household's itemized deductions by category from
*> deductible-schedule.dat (HouseholdYearEndSummary). Statements are
*> matched to clients through tax-client-xref.dat, which names the
*> client for each employee number and the one client whose household
*> the deductible schedule belongs to; a client not yet on the
*> taxpayer file is added with the filing status and dependents given
*> there. The amounts imported are kept on the taxpayer record so a
*> rerun replaces them rather than adding them twice, and income, tax
*> paid or deductions keyed by hand are left in place. Statements and
*> schedule items that match no client are listed on
*> tax-import-exceptions.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT client-xref ASSIGN TO 'tax-client-xref.dat'
        FILE STATUS IS WS-XREF-STATUS.
    SELECT earnings-statements ASSIGN TO 'earnings-statements.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENTS-STATUS.
    SELECT deductible-schedule ASSIGN TO 'deductible-schedule.dat'
        FILE STATUS IS WS-SCHEDULE-STATUS.
    SELECT taxpayer-file ASSIGN TO 'taxpayer-file.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TAXPAYER-STATUS.
    SELECT import-exceptions ASSIGN TO 'tax-import-exceptions.dat'.

DATA DIVISION.
FILE SECTION.
*> One record per employee number, plus one with XR-HOUSEHOLD-FLAG Y
*> for the client who files for the household (this may be the same
*> record). Both spouses' employee numbers point at the same client on
*> a joint return.
FD client-xref.
01 CLIENT-XREF-RECORD.
    05 XR-CLIENT-NAME         PIC X(50).
    05 XR-EMPLOYEE-NUMBER     PIC 9(6).
    05 XR-HOUSEHOLD-FLAG      PIC X.
        88 XR-HOUSEHOLD-CLIENT VALUE 'Y'.
    05 XR-FILING-STATUS       PIC X.
    05 XR-DEPENDENTS          PIC 9(2).

*> The printed annual tax statements. Only the employee line and the
*> amounts line that follows it are needed; the employer totals page
*> has an amounts line with no employee line before it.
FD earnings-statements.
01 STATEMENT-LINE             PIC X(80).
01 STATEMENT-EMPLOYEE-LINE.
    05 SL-EMPLOYEE-LABEL      PIC X(10).
    05 SL-EMPLOYEE-NUMBER     PIC 9(6).
    05 FILLER                 PIC X.
    05 SL-EMPLOYEE-NAME       PIC X(30).
    05 FILLER                 PIC X(33).
01 STATEMENT-AMOUNTS-LINE.
    05 SL-AMOUNTS-LABEL       PIC X(7).
    05 SL-GROSS               PIC Z,ZZZ,ZZ9.99.
    05 FILLER                 PIC X(13).
    05 SL-TAX                 PIC Z,ZZZ,ZZ9.99.
    05 FILLER                 PIC X(7).
    05 SL-NET                 PIC Z,ZZZ,ZZ9.99.
    05 FILLER                 PIC X(17).

FD deductible-schedule.
01 DEDUCTIBLE-SCHEDULE-RECORD.
    05 DD-TRANSACTION-DATE     PIC 9(8).
    05 DD-CATEGORY-CODE        PIC X.
    05 DD-PAYEE                PIC X(30).
    05 DD-AMOUNT               PIC 9(6)v99.

FD taxpayer-file.
01 TAXPAYER-FILE-RECORD.
    05 TP-NAME                PIC X(50).
    05 TP-FILING-STATUS       PIC X.
    05 TP-ANNUAL-INCOME       PIC 9(8)v99.
    05 TP-TAX-DEDUCTIONS      PIC 9(8)v99.
    05 TP-DEPENDENTS          PIC 9(2).
    05 TP-TAX-PAID            PIC 9(8)v99.
    05 TP-W2-WAGES            PIC 9(8)v99.
    05 TP-W2-WITHHOLDING      PIC 9(8)v99.
    05 TP-SCHEDULE-DEDUCTIONS PIC 9(8)v99.
    05 TP-ITEMIZED-DETAIL OCCURS 6 TIMES.
        10 TP-ITEMIZED-CATEGORY PIC X.
        10 TP-ITEMIZED-AMOUNT   PIC 9(7)v99.

FD import-exceptions.
01 IMPORT-EXCEPTION-RECORD.
    05 IX-SOURCE              PIC X(8).
    05 IX-REFERENCE           PIC X(6).
    05 IX-NAME                PIC X(30).
    05 IX-AMOUNT              PIC 9(8)v99.
    05 IX-REASON              PIC X(40).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE             PIC X VALUE 'N'.
    88 EOF                    VALUE 'Y'.
    88 NOT-EOF                VALUE 'N'.
01 WS-XREF-STATUS             PIC XX.
01 WS-STATEMENTS-STATUS       PIC XX.
01 WS-SCHEDULE-STATUS         PIC XX.
01 WS-TAXPAYER-STATUS         PIC XX.
01 WS-CURRENT-DATE            PIC 9(8).

01 WS-XREF-COUNT              PIC 9(4) VALUE 0.
01 CLIENT-XREF-TABLE.
    05 CLIENT-XREF-ENTRY OCCURS 500 TIMES INDEXED BY XREF-IDX.
        10 XT-CLIENT-NAME         PIC X(50).
        10 XT-EMPLOYEE-NUMBER     PIC 9(6).
        10 XT-HOUSEHOLD-FLAG      PIC X.
        10 XT-FILING-STATUS       PIC X.
        10 XT-DEPENDENTS          PIC 9(2).
01 WS-XREF-FOUND              PIC X.
    88 XREF-FOUND             VALUE 'Y'.

*> The taxpayer file as it stands, with the amounts this run brings
*> in alongside each client until they are applied.
01 WS-CLIENT-COUNT            PIC 9(4) VALUE 0.
01 TAXPAYER-TABLE.
    05 TAXPAYER-ENTRY OCCURS 1000 TIMES INDEXED BY CLIENT-IDX.
        10 CL-NAME                PIC X(50).
        10 CL-FILING-STATUS       PIC X.
        10 CL-ANNUAL-INCOME       PIC 9(8)v99.
        10 CL-TAX-DEDUCTIONS      PIC 9(8)v99.
        10 CL-DEPENDENTS          PIC 9(2).
        10 CL-TAX-PAID            PIC 9(8)v99.
        10 CL-W2-WAGES            PIC 9(8)v99.
        10 CL-W2-WITHHOLDING      PIC 9(8)v99.
        10 CL-SCHEDULE-DEDUCTIONS PIC 9(8)v99.
        10 CL-ITEMIZED-DETAIL OCCURS 6 TIMES.
            15 CL-ITEMIZED-CATEGORY PIC X.
            15 CL-ITEMIZED-AMOUNT   PIC 9(7)v99.
        10 CL-W2-IMPORTED         PIC X.
        10 CL-NEW-W2-WAGES        PIC 9(8)v99.
        10 CL-NEW-W2-WITHHOLDING  PIC 9(8)v99.
        10 CL-SCHEDULE-IMPORTED   PIC X.
        10 CL-NEW-SCHEDULE-TOTAL  PIC 9(8)v99.
        10 CL-NEW-DETAIL OCCURS 6 TIMES.
            15 CL-NEW-CATEGORY    PIC X.
            15 CL-NEW-AMOUNT      PIC 9(7)v99.
01 WS-SEARCH-CLIENT-NAME      PIC X(50).
01 WS-CLIENT-FOUND            PIC X.
    88 CLIENT-FOUND           VALUE 'Y'.
01 WS-DETAIL-SUB              PIC 9(2).
01 WS-SLOT-SUB                PIC 9(2).
01 WS-HOUSEHOLD-CLIENT        PIC X(50) VALUE SPACES.

01 WS-STATEMENT-OPEN          PIC X VALUE 'N'.
    88 STATEMENT-OPEN         VALUE 'Y'.
01 WS-STATEMENT-EMPLOYEE      PIC 9(6).
01 WS-STATEMENT-NAME          PIC X(30).
01 WS-STATEMENT-WAGES         PIC 9(7)v99.
01 WS-STATEMENT-WITHHOLDING   PIC 9(7)v99.
01 WS-ADJUSTED-AMOUNT         PIC S9(9)v99.

01 WS-STATEMENTS-READ         PIC 9(6) VALUE 0.
01 WS-STATEMENTS-MATCHED      PIC 9(6) VALUE 0.
01 WS-SCHEDULE-ITEMS-MATCHED  PIC 9(6) VALUE 0.
01 WS-EXCEPTION-COUNT         PIC 9(6) VALUE 0.
01 WS-CLIENTS-ADDED           PIC 9(6) VALUE 0.
01 WS-CLIENTS-UPDATED         PIC 9(6) VALUE 0.

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
    OPEN OUTPUT import-exceptions
    PERFORM LOAD-CLIENT-XREF
    PERFORM LOAD-TAXPAYER-FILE
    PERFORM IMPORT-EARNINGS-STATEMENTS
    PERFORM IMPORT-DEDUCTIBLE-SCHEDULE
    PERFORM APPLY-IMPORTED-AMOUNTS
    PERFORM WRITE-TAXPAYER-FILE
    CLOSE import-exceptions
    DISPLAY "Statements read:        " WS-STATEMENTS-READ
    DISPLAY "Statements matched:     " WS-STATEMENTS-MATCHED
    DISPLAY "Schedule items matched: " WS-SCHEDULE-ITEMS-MATCHED
    DISPLAY "Clients added:          " WS-CLIENTS-ADDED
    DISPLAY "Clients updated:        " WS-CLIENTS-UPDATED
    DISPLAY "Import exceptions:      " WS-EXCEPTION-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-CLIENT-XREF.
    OPEN INPUT client-xref
    IF WS-XREF-STATUS NOT = '00'
        DISPLAY "No client cross-reference - nothing will match"
        EXIT PARAGRAPH
    END-IF
    READ client-xref AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-XREF-COUNT < 500
            ADD 1 TO WS-XREF-COUNT
            SET XREF-IDX TO WS-XREF-COUNT
            MOVE XR-CLIENT-NAME TO XT-CLIENT-NAME(XREF-IDX)
            MOVE XR-EMPLOYEE-NUMBER TO XT-EMPLOYEE-NUMBER(XREF-IDX)
            MOVE XR-HOUSEHOLD-FLAG TO XT-HOUSEHOLD-FLAG(XREF-IDX)
            MOVE XR-FILING-STATUS TO XT-FILING-STATUS(XREF-IDX)
            MOVE XR-DEPENDENTS TO XT-DEPENDENTS(XREF-IDX)
            IF XR-HOUSEHOLD-CLIENT AND WS-HOUSEHOLD-CLIENT = SPACES
                MOVE XR-CLIENT-NAME TO WS-HOUSEHOLD-CLIENT
            END-IF
        ELSE
            DISPLAY "Cross-reference table full - discarding "
                XR-CLIENT-NAME
        END-IF
        READ client-xref AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE client-xref
    MOVE 'N' TO WS-END-OF-FILE.

*> Records written before the import was in use have no W-2 or
*> schedule amounts; being shorter lines they read with those fields
*> as spaces.
LOAD-TAXPAYER-FILE.
    OPEN INPUT taxpayer-file
    IF WS-TAXPAYER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ taxpayer-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-CLIENT-COUNT < 1000
            ADD 1 TO WS-CLIENT-COUNT
            SET CLIENT-IDX TO WS-CLIENT-COUNT
            PERFORM CLEAR-CLIENT-ENTRY
            MOVE TP-NAME TO CL-NAME(CLIENT-IDX)
            MOVE TP-FILING-STATUS TO CL-FILING-STATUS(CLIENT-IDX)
            MOVE TP-ANNUAL-INCOME TO CL-ANNUAL-INCOME(CLIENT-IDX)
            MOVE TP-TAX-DEDUCTIONS TO CL-TAX-DEDUCTIONS(CLIENT-IDX)
            MOVE TP-DEPENDENTS TO CL-DEPENDENTS(CLIENT-IDX)
            MOVE TP-TAX-PAID TO CL-TAX-PAID(CLIENT-IDX)
            IF TP-W2-WAGES IS NUMERIC
                MOVE TP-W2-WAGES TO CL-W2-WAGES(CLIENT-IDX)
            END-IF
            IF TP-W2-WITHHOLDING IS NUMERIC
                MOVE TP-W2-WITHHOLDING TO CL-W2-WITHHOLDING(CLIENT-IDX)
            END-IF
            IF TP-SCHEDULE-DEDUCTIONS IS NUMERIC
                MOVE TP-SCHEDULE-DEDUCTIONS
                    TO CL-SCHEDULE-DEDUCTIONS(CLIENT-IDX)
            END-IF
            PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
                    UNTIL WS-DETAIL-SUB > 6
                IF TP-ITEMIZED-AMOUNT(WS-DETAIL-SUB) IS NUMERIC
                    MOVE TP-ITEMIZED-CATEGORY(WS-DETAIL-SUB)
                        TO CL-ITEMIZED-CATEGORY(CLIENT-IDX, WS-DETAIL-SUB)
                    MOVE TP-ITEMIZED-AMOUNT(WS-DETAIL-SUB)
                        TO CL-ITEMIZED-AMOUNT(CLIENT-IDX, WS-DETAIL-SUB)
                END-IF
            END-PERFORM
        ELSE
            DISPLAY "Taxpayer table full - discarding " TP-NAME
        END-IF
        READ taxpayer-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE taxpayer-file
    MOVE 'N' TO WS-END-OF-FILE.

CLEAR-CLIENT-ENTRY.
    MOVE SPACES TO CL-NAME(CLIENT-IDX)
    MOVE 'S' TO CL-FILING-STATUS(CLIENT-IDX)
    MOVE ZERO TO CL-ANNUAL-INCOME(CLIENT-IDX)
    MOVE ZERO TO CL-TAX-DEDUCTIONS(CLIENT-IDX)
    MOVE ZERO TO CL-DEPENDENTS(CLIENT-IDX)
    MOVE ZERO TO CL-TAX-PAID(CLIENT-IDX)
    MOVE ZERO TO CL-W2-WAGES(CLIENT-IDX)
    MOVE ZERO TO CL-W2-WITHHOLDING(CLIENT-IDX)
    MOVE ZERO TO CL-SCHEDULE-DEDUCTIONS(CLIENT-IDX)
    MOVE 'N' TO CL-W2-IMPORTED(CLIENT-IDX)
    MOVE ZERO TO CL-NEW-W2-WAGES(CLIENT-IDX)
    MOVE ZERO TO CL-NEW-W2-WITHHOLDING(CLIENT-IDX)
    MOVE 'N' TO CL-SCHEDULE-IMPORTED(CLIENT-IDX)
    MOVE ZERO TO CL-NEW-SCHEDULE-TOTAL(CLIENT-IDX)
    PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
            UNTIL WS-DETAIL-SUB > 6
        MOVE SPACE TO CL-ITEMIZED-CATEGORY(CLIENT-IDX, WS-DETAIL-SUB)
        MOVE ZERO TO CL-ITEMIZED-AMOUNT(CLIENT-IDX, WS-DETAIL-SUB)
        MOVE SPACE TO CL-NEW-CATEGORY(CLIENT-IDX, WS-DETAIL-SUB)
        MOVE ZERO TO CL-NEW-AMOUNT(CLIENT-IDX, WS-DETAIL-SUB)
    END-PERFORM.

IMPORT-EARNINGS-STATEMENTS.
    OPEN INPUT earnings-statements
    IF WS-STATEMENTS-STATUS NOT = '00'
        DISPLAY "No earnings statements to import"
        EXIT PARAGRAPH
    END-IF
    READ earnings-statements AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        EVALUATE TRUE
            WHEN SL-EMPLOYEE-LABEL = 'EMPLOYEE: '
                MOVE SL-EMPLOYEE-NUMBER TO WS-STATEMENT-EMPLOYEE
                MOVE SL-EMPLOYEE-NAME TO WS-STATEMENT-NAME
                SET STATEMENT-OPEN TO TRUE
            WHEN SL-AMOUNTS-LABEL = 'GROSS: ' AND STATEMENT-OPEN
                MOVE SL-GROSS TO WS-STATEMENT-WAGES
                MOVE SL-TAX TO WS-STATEMENT-WITHHOLDING
                ADD 1 TO WS-STATEMENTS-READ
                PERFORM POST-EARNINGS-STATEMENT
                MOVE 'N' TO WS-STATEMENT-OPEN
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        READ earnings-statements AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE earnings-statements
    MOVE 'N' TO WS-END-OF-FILE.

POST-EARNINGS-STATEMENT.
    MOVE 'N' TO WS-XREF-FOUND
    PERFORM VARYING XREF-IDX FROM 1 BY 1
            UNTIL XREF-IDX > WS-XREF-COUNT
        IF XT-EMPLOYEE-NUMBER(XREF-IDX) = WS-STATEMENT-EMPLOYEE
            SET XREF-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT XREF-FOUND
        MOVE 'W-2' TO IX-SOURCE
        MOVE WS-STATEMENT-EMPLOYEE TO IX-REFERENCE
        MOVE WS-STATEMENT-NAME TO IX-NAME
        MOVE WS-STATEMENT-WAGES TO IX-AMOUNT
        MOVE 'Employee not on client cross-reference' TO IX-REASON
        PERFORM WRITE-IMPORT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE XT-CLIENT-NAME(XREF-IDX) TO WS-SEARCH-CLIENT-NAME
    PERFORM FIND-OR-ADD-CLIENT
    IF NOT CLIENT-FOUND
        MOVE 'W-2' TO IX-SOURCE
        MOVE WS-STATEMENT-EMPLOYEE TO IX-REFERENCE
        MOVE WS-STATEMENT-NAME TO IX-NAME
        MOVE WS-STATEMENT-WAGES TO IX-AMOUNT
        MOVE 'Taxpayer table full - not imported' TO IX-REASON
        PERFORM WRITE-IMPORT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO CL-W2-IMPORTED(CLIENT-IDX)
    ADD WS-STATEMENT-WAGES TO CL-NEW-W2-WAGES(CLIENT-IDX)
    ADD WS-STATEMENT-WITHHOLDING TO CL-NEW-W2-WITHHOLDING(CLIENT-IDX)
    ADD 1 TO WS-STATEMENTS-MATCHED.

*> Finds WS-SEARCH-CLIENT-NAME on the taxpayer table, adding a new
*> client from the cross-reference entry XREF-IDX when it is not there.
FIND-OR-ADD-CLIENT.
    MOVE 'N' TO WS-CLIENT-FOUND
    PERFORM VARYING CLIENT-IDX FROM 1 BY 1
            UNTIL CLIENT-IDX > WS-CLIENT-COUNT
        IF CL-NAME(CLIENT-IDX) = WS-SEARCH-CLIENT-NAME
            SET CLIENT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF CLIENT-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-CLIENT-COUNT < 1000
        ADD 1 TO WS-CLIENT-COUNT
        SET CLIENT-IDX TO WS-CLIENT-COUNT
        PERFORM CLEAR-CLIENT-ENTRY
        MOVE WS-SEARCH-CLIENT-NAME TO CL-NAME(CLIENT-IDX)
        IF XT-FILING-STATUS(XREF-IDX) NOT = SPACE
            MOVE XT-FILING-STATUS(XREF-IDX)
                TO CL-FILING-STATUS(CLIENT-IDX)
        END-IF
        IF XT-DEPENDENTS(XREF-IDX) IS NUMERIC
            MOVE XT-DEPENDENTS(XREF-IDX) TO CL-DEPENDENTS(CLIENT-IDX)
        END-IF
        ADD 1 TO WS-CLIENTS-ADDED
        SET CLIENT-FOUND TO TRUE
    END-IF.

IMPORT-DEDUCTIBLE-SCHEDULE.
    OPEN INPUT deductible-schedule
    IF WS-SCHEDULE-STATUS NOT = '00'
        DISPLAY "No deductible schedule to import"
        EXIT PARAGRAPH
    END-IF
    READ deductible-schedule AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM POST-SCHEDULE-ITEM
        READ deductible-schedule AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE deductible-schedule
    MOVE 'N' TO WS-END-OF-FILE.

POST-SCHEDULE-ITEM.
    MOVE 'SCHEDULE' TO IX-SOURCE
    MOVE DD-CATEGORY-CODE TO IX-REFERENCE
    MOVE DD-PAYEE TO IX-NAME
    MOVE DD-AMOUNT TO IX-AMOUNT
    IF WS-HOUSEHOLD-CLIENT = SPACES
        MOVE 'No household client on cross-reference' TO IX-REASON
        PERFORM WRITE-IMPORT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING XREF-IDX FROM 1 BY 1
            UNTIL XREF-IDX > WS-XREF-COUNT
        IF XT-CLIENT-NAME(XREF-IDX) = WS-HOUSEHOLD-CLIENT
                AND XT-HOUSEHOLD-FLAG(XREF-IDX) = 'Y'
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE WS-HOUSEHOLD-CLIENT TO WS-SEARCH-CLIENT-NAME
    PERFORM FIND-OR-ADD-CLIENT
    IF NOT CLIENT-FOUND
        MOVE 'Taxpayer table full - not imported' TO IX-REASON
        PERFORM WRITE-IMPORT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-SLOT-SUB
    PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
            UNTIL WS-DETAIL-SUB > 6
        IF CL-NEW-CATEGORY(CLIENT-IDX, WS-DETAIL-SUB) = DD-CATEGORY-CODE
                OR CL-NEW-CATEGORY(CLIENT-IDX, WS-DETAIL-SUB) = SPACE
            MOVE WS-DETAIL-SUB TO WS-SLOT-SUB
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-SLOT-SUB = 0
        MOVE 'More than six deduction categories' TO IX-REASON
        PERFORM WRITE-IMPORT-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE DD-CATEGORY-CODE TO CL-NEW-CATEGORY(CLIENT-IDX, WS-SLOT-SUB)
    ADD DD-AMOUNT TO CL-NEW-AMOUNT(CLIENT-IDX, WS-SLOT-SUB)
    ADD DD-AMOUNT TO CL-NEW-SCHEDULE-TOTAL(CLIENT-IDX)
    MOVE 'Y' TO CL-SCHEDULE-IMPORTED(CLIENT-IDX)
    ADD 1 TO WS-SCHEDULE-ITEMS-MATCHED.

*> The amounts from the last import are taken back out before this
*> run's are put in, so only clients with something imported this run
*> are changed and anything keyed by hand stays.
APPLY-IMPORTED-AMOUNTS.
    PERFORM VARYING CLIENT-IDX FROM 1 BY 1
            UNTIL CLIENT-IDX > WS-CLIENT-COUNT
        IF CL-W2-IMPORTED(CLIENT-IDX) = 'Y'
            PERFORM APPLY-W2-AMOUNTS
        END-IF
        IF CL-SCHEDULE-IMPORTED(CLIENT-IDX) = 'Y'
            PERFORM APPLY-SCHEDULE-AMOUNTS
        END-IF
        IF CL-W2-IMPORTED(CLIENT-IDX) = 'Y'
                OR CL-SCHEDULE-IMPORTED(CLIENT-IDX) = 'Y'
            ADD 1 TO WS-CLIENTS-UPDATED
        END-IF
    END-PERFORM.

APPLY-W2-AMOUNTS.
    COMPUTE WS-ADJUSTED-AMOUNT = CL-ANNUAL-INCOME(CLIENT-IDX)
        - CL-W2-WAGES(CLIENT-IDX) + CL-NEW-W2-WAGES(CLIENT-IDX)
    IF WS-ADJUSTED-AMOUNT < CL-NEW-W2-WAGES(CLIENT-IDX)
        MOVE CL-NEW-W2-WAGES(CLIENT-IDX) TO WS-ADJUSTED-AMOUNT
    END-IF
    MOVE WS-ADJUSTED-AMOUNT TO CL-ANNUAL-INCOME(CLIENT-IDX)
    COMPUTE WS-ADJUSTED-AMOUNT = CL-TAX-PAID(CLIENT-IDX)
        - CL-W2-WITHHOLDING(CLIENT-IDX)
        + CL-NEW-W2-WITHHOLDING(CLIENT-IDX)
    IF WS-ADJUSTED-AMOUNT < CL-NEW-W2-WITHHOLDING(CLIENT-IDX)
        MOVE CL-NEW-W2-WITHHOLDING(CLIENT-IDX) TO WS-ADJUSTED-AMOUNT
    END-IF
    MOVE WS-ADJUSTED-AMOUNT TO CL-TAX-PAID(CLIENT-IDX)
    MOVE CL-NEW-W2-WAGES(CLIENT-IDX) TO CL-W2-WAGES(CLIENT-IDX)
    MOVE CL-NEW-W2-WITHHOLDING(CLIENT-IDX)
        TO CL-W2-WITHHOLDING(CLIENT-IDX).

APPLY-SCHEDULE-AMOUNTS.
    COMPUTE WS-ADJUSTED-AMOUNT = CL-TAX-DEDUCTIONS(CLIENT-IDX)
        - CL-SCHEDULE-DEDUCTIONS(CLIENT-IDX)
        + CL-NEW-SCHEDULE-TOTAL(CLIENT-IDX)
    IF WS-ADJUSTED-AMOUNT < CL-NEW-SCHEDULE-TOTAL(CLIENT-IDX)
        MOVE CL-NEW-SCHEDULE-TOTAL(CLIENT-IDX) TO WS-ADJUSTED-AMOUNT
    END-IF
    MOVE WS-ADJUSTED-AMOUNT TO CL-TAX-DEDUCTIONS(CLIENT-IDX)
    MOVE CL-NEW-SCHEDULE-TOTAL(CLIENT-IDX)
        TO CL-SCHEDULE-DEDUCTIONS(CLIENT-IDX)
    PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
            UNTIL WS-DETAIL-SUB > 6
        MOVE CL-NEW-CATEGORY(CLIENT-IDX, WS-DETAIL-SUB)
            TO CL-ITEMIZED-CATEGORY(CLIENT-IDX, WS-DETAIL-SUB)
        MOVE CL-NEW-AMOUNT(CLIENT-IDX, WS-DETAIL-SUB)
            TO CL-ITEMIZED-AMOUNT(CLIENT-IDX, WS-DETAIL-SUB)
    END-PERFORM.

WRITE-TAXPAYER-FILE.
    OPEN OUTPUT taxpayer-file
    PERFORM VARYING CLIENT-IDX FROM 1 BY 1
            UNTIL CLIENT-IDX > WS-CLIENT-COUNT
        MOVE CL-NAME(CLIENT-IDX) TO TP-NAME
        MOVE CL-FILING-STATUS(CLIENT-IDX) TO TP-FILING-STATUS
        MOVE CL-ANNUAL-INCOME(CLIENT-IDX) TO TP-ANNUAL-INCOME
        MOVE CL-TAX-DEDUCTIONS(CLIENT-IDX) TO TP-TAX-DEDUCTIONS
        MOVE CL-DEPENDENTS(CLIENT-IDX) TO TP-DEPENDENTS
        MOVE CL-TAX-PAID(CLIENT-IDX) TO TP-TAX-PAID
        MOVE CL-W2-WAGES(CLIENT-IDX) TO TP-W2-WAGES
        MOVE CL-W2-WITHHOLDING(CLIENT-IDX) TO TP-W2-WITHHOLDING
        MOVE CL-SCHEDULE-DEDUCTIONS(CLIENT-IDX)
            TO TP-SCHEDULE-DEDUCTIONS
        PERFORM VARYING WS-DETAIL-SUB FROM 1 BY 1
                UNTIL WS-DETAIL-SUB > 6
            MOVE CL-ITEMIZED-CATEGORY(CLIENT-IDX, WS-DETAIL-SUB)
                TO TP-ITEMIZED-CATEGORY(WS-DETAIL-SUB)
            MOVE CL-ITEMIZED-AMOUNT(CLIENT-IDX, WS-DETAIL-SUB)
                TO TP-ITEMIZED-AMOUNT(WS-DETAIL-SUB)
        END-PERFORM
        WRITE TAXPAYER-FILE-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE taxpayer-file.

WRITE-IMPORT-EXCEPTION.
    WRITE IMPORT-EXCEPTION-RECORD
    ADD 1 TO WS-EXCEPTION-COUNT
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'TaxReturnImport' TO OPS-PROGRAM-ID
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

END PROGRAM TaxReturnImport.
