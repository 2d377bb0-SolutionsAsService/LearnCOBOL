IDENTIFICATION DIVISION.
PROGRAM-ID. LoanGLExtract.
AUTHOR. Your Name.
*> Builds the general ledger posting batch for loan servicing from
*> loan-transaction-ledger.dat and loan-disbursements.dat, in the same
*> journal layout PayrollGLExtract writes. Entries posted after the
*> date on loan-gl-control.dat and up to the end of yesterday are
*> summarised by transaction type and
*> component - the fee, interest and principal portions of a ledger
*> entry, or the whole amount when it is not split - and each total is
*> posted as a debit and a credit to the accounts given for it on
*> loan-gl-account-map.dat. Disbursements are summarised as type
*> DISBURSE. A batch with an unmapped type, a ledger entry whose
*> portions do not add up, or debits that do not equal credits is held
*> back whole on loan-gl-exceptions.dat and the control date is left
*> alone, so the same entries are picked up once the problem is fixed.
*> Today's entries are left for the next run, since more may still be
*> posted after the extract; the control date is the last day sent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT loan-transaction-ledger
        ASSIGN TO 'loan-transaction-ledger.dat'
        FILE STATUS IS WS-LEDGER-STATUS.
    SELECT loan-disbursements ASSIGN TO 'loan-disbursements.dat'
        FILE STATUS IS WS-DISB-STATUS.
    SELECT account-map ASSIGN TO 'loan-gl-account-map.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAP-STATUS.
    SELECT gl-control ASSIGN TO 'loan-gl-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT gl-journal ASSIGN TO 'loan-gl-journal.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT gl-extract-exceptions ASSIGN TO 'loan-gl-exceptions.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD loan-transaction-ledger.
01 LEDGER-RECORD.
    05 LG-POST-DATE       PIC 9(8).
    05 LG-CUSTOMER-ID     PIC 9(6).
    05 LG-LOAN-ID         PIC 9(6).
    05 LG-TRAN-TYPE       PIC X(8).
    05 LG-AMOUNT          PIC 9(7)V99.
    05 LG-FEE-PORTION     PIC 9(7)V99.
    05 LG-INTEREST-PORTION PIC 9(7)V99.
    05 LG-PRINCIPAL-PORTION PIC 9(7)V99.

FD loan-disbursements.
01 DISBURSEMENT-RECORD.
    05 DB-CUSTOMER-ID     PIC 9(6).
    05 DB-LOAN-ID         PIC 9(6).
    05 DB-AMOUNT          PIC 9(7)V99.
    05 DB-FUNDING-DATE    PIC 9(8).
    05 DB-APPLICATION-ID  PIC X(8).

FD account-map.
01 ACCOUNT-MAP-RECORD.
    05 AM-TRAN-TYPE           PIC X(8).
    05 AM-COMPONENT           PIC X(9).
    05 AM-DEBIT-ACCOUNT       PIC 9(4).
    05 AM-CREDIT-ACCOUNT      PIC 9(4).
    05 AM-DESCRIPTION         PIC X(30).

FD gl-control.
01 GL-CONTROL-RECORD.
    05 LGC-LAST-POST-DATE     PIC 9(8).

FD gl-journal.
01 JOURNAL-RECORD.
    05 JR-RECORD-TYPE         PIC X.
    05 JR-BATCH-DATE          PIC 9(8).
    05 JR-ACCOUNT             PIC 9(4).
    05 JR-ACCOUNT-NAME        PIC X(30).
    05 JR-DEBIT-AMOUNT        PIC 9(9)v99.
    05 JR-CREDIT-AMOUNT       PIC 9(9)v99.
01 JOURNAL-TRAILER-RECORD.
    05 JT-RECORD-TYPE         PIC X.
    05 JT-BATCH-DATE          PIC 9(8).
    05 JT-ENTRY-COUNT         PIC 9(4).
    05 JT-TOTAL-DEBITS        PIC 9(10)v99.
    05 JT-TOTAL-CREDITS       PIC 9(10)v99.

FD gl-extract-exceptions.
01 EXTRACT-EXCEPTION-RECORD.
    05 EX-BATCH-DATE          PIC 9(8).
    05 EX-FIELD               PIC X(12).
    05 EX-EXPECTED            PIC S9(10)v99.
    05 EX-ACTUAL              PIC S9(10)v99.
    05 EX-REASON              PIC X(50).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-LEDGER-STATUS       PIC XX.
01 WS-DISB-STATUS         PIC XX.
01 WS-MAP-STATUS          PIC XX.
01 WS-CONTROL-STATUS      PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-LAST-POST-DATE      PIC 9(8) VALUE 0.
01 WS-CUTOFF-DATE         PIC 9(8).
01 WS-BATCH-REJECTED      PIC X VALUE 'N'.
    88 BATCH-REJECTED     VALUE 'Y'.

01 WS-MAP-COUNT           PIC 9(3) VALUE 0.
01 ACCOUNT-MAP-TABLE.
    05 ACCOUNT-MAP-ENTRY OCCURS 100 TIMES INDEXED BY MAP-IDX.
        10 MT-TRAN-TYPE       PIC X(8).
        10 MT-COMPONENT       PIC X(9).
        10 MT-DEBIT-ACCOUNT   PIC 9(4).
        10 MT-CREDIT-ACCOUNT  PIC 9(4).
        10 MT-DESCRIPTION     PIC X(30).
01 WS-MAP-FOUND           PIC X VALUE 'N'.
    88 MAP-FOUND          VALUE 'Y'.

01 WS-SUMMARY-COUNT       PIC 9(3) VALUE 0.
01 TRAN-SUMMARY-TABLE.
    05 TRAN-SUMMARY OCCURS 100 TIMES INDEXED BY SUM-IDX.
        10 TS-TRAN-TYPE       PIC X(8).
        10 TS-COMPONENT       PIC X(9).
        10 TS-ENTRY-COUNT     PIC 9(7).
        10 TS-AMOUNT          PIC 9(10)v99.
01 WS-SUMMARY-FOUND       PIC X VALUE 'N'.
    88 SUMMARY-FOUND      VALUE 'Y'.
01 WS-TRAN-TYPE           PIC X(8).
01 WS-COMPONENT           PIC X(9).
01 WS-COMPONENT-AMOUNT    PIC 9(7)V99.
01 WS-PORTION-SUM         PIC 9(8)V99.

01 WS-LINE-COUNT          PIC 9(3) VALUE 0.
01 JOURNAL-LINE-TABLE.
    05 JOURNAL-LINE OCCURS 200 TIMES INDEXED BY LINE-IDX.
        10 JL-ACCOUNT         PIC 9(4).
        10 JL-ACCOUNT-NAME    PIC X(30).
        10 JL-DEBIT-AMOUNT    PIC 9(9)v99.
        10 JL-CREDIT-AMOUNT   PIC 9(9)v99.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE  PIC X.
    05 DS-DATE-FROM      PIC 9(8).
    05 DS-DATE-TO        PIC 9(8).
    05 DS-DAYS           PIC S9(7).
    05 DS-RESULT-DATE    PIC 9(8).

01 WS-LEDGER-SELECTED     PIC 9(7) VALUE 0.
01 WS-DISB-SELECTED       PIC 9(7) VALUE 0.
01 WS-TOTAL-DEBITS        PIC 9(10)v99 VALUE 0.
01 WS-TOTAL-CREDITS       PIC 9(10)v99 VALUE 0.
01 WS-ENTRY-COUNT         PIC 9(4) VALUE 0.

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
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE -1 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-CUTOFF-DATE
    OPEN OUTPUT gl-journal gl-extract-exceptions
    PERFORM LOAD-GL-CONTROL
    PERFORM LOAD-ACCOUNT-MAP
    PERFORM TALLY-LEDGER
    PERFORM TALLY-DISBURSEMENTS
    PERFORM VALIDATE-BATCH
    IF NOT BATCH-REJECTED
        PERFORM WRITE-JOURNAL-BATCH
        PERFORM UPDATE-GL-CONTROL
        DISPLAY "Loan GL batch written for " WS-LEDGER-SELECTED
            " ledger entries and " WS-DISB-SELECTED " disbursements"
    ELSE
        DISPLAY "Loan GL batch rejected - see loan-gl-exceptions"
    END-IF
    CLOSE gl-journal gl-extract-exceptions
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-GL-CONTROL.
    OPEN INPUT gl-control
    IF WS-CONTROL-STATUS = '00'
        READ gl-control
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF LGC-LAST-POST-DATE IS NUMERIC
                    MOVE LGC-LAST-POST-DATE TO WS-LAST-POST-DATE
                END-IF
        END-READ
        CLOSE gl-control
    END-IF.

LOAD-ACCOUNT-MAP.
    OPEN INPUT account-map
    IF WS-MAP-STATUS NOT = '00'
        MOVE 'ACCOUNT MAP' TO EX-FIELD
        MOVE ZERO TO EX-EXPECTED
        MOVE ZERO TO EX-ACTUAL
        MOVE 'Account mapping table missing' TO EX-REASON
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    READ account-map AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-MAP-COUNT < 100
            ADD 1 TO WS-MAP-COUNT
            MOVE AM-TRAN-TYPE TO MT-TRAN-TYPE(WS-MAP-COUNT)
            MOVE AM-COMPONENT TO MT-COMPONENT(WS-MAP-COUNT)
            MOVE AM-DEBIT-ACCOUNT TO MT-DEBIT-ACCOUNT(WS-MAP-COUNT)
            MOVE AM-CREDIT-ACCOUNT TO MT-CREDIT-ACCOUNT(WS-MAP-COUNT)
            MOVE AM-DESCRIPTION TO MT-DESCRIPTION(WS-MAP-COUNT)
        ELSE
            DISPLAY "Account map table full - discarding " AM-TRAN-TYPE
        END-IF
        READ account-map AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE account-map
    MOVE 'N' TO WS-END-OF-FILE.

TALLY-LEDGER.
    OPEN INPUT loan-transaction-ledger
    IF WS-LEDGER-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF LG-POST-DATE > WS-LAST-POST-DATE
                AND LG-POST-DATE <= WS-CUTOFF-DATE
            ADD 1 TO WS-LEDGER-SELECTED
            PERFORM TALLY-LEDGER-ENTRY
        END-IF
        READ loan-transaction-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loan-transaction-ledger
    MOVE 'N' TO WS-END-OF-FILE.

TALLY-LEDGER-ENTRY.
    MOVE LG-TRAN-TYPE TO WS-TRAN-TYPE
    COMPUTE WS-PORTION-SUM = LG-FEE-PORTION + LG-INTEREST-PORTION
        + LG-PRINCIPAL-PORTION
    IF WS-PORTION-SUM = 0
        MOVE 'AMOUNT' TO WS-COMPONENT
        MOVE LG-AMOUNT TO WS-COMPONENT-AMOUNT
        PERFORM ACCUMULATE-SUMMARY
        EXIT PARAGRAPH
    END-IF
    IF WS-PORTION-SUM NOT = LG-AMOUNT
        MOVE 'PORTIONS' TO EX-FIELD
        MOVE LG-AMOUNT TO EX-EXPECTED
        MOVE WS-PORTION-SUM TO EX-ACTUAL
        MOVE SPACES TO EX-REASON
        STRING 'Ledger ' LG-TRAN-TYPE ' loan ' LG-LOAN-ID
            ' portions do not equal amount'
            DELIMITED BY SIZE INTO EX-REASON
        PERFORM WRITE-EXCEPTION
    END-IF
    IF LG-FEE-PORTION > 0
        MOVE 'FEE' TO WS-COMPONENT
        MOVE LG-FEE-PORTION TO WS-COMPONENT-AMOUNT
        PERFORM ACCUMULATE-SUMMARY
    END-IF
    IF LG-INTEREST-PORTION > 0
        MOVE 'INTEREST' TO WS-COMPONENT
        MOVE LG-INTEREST-PORTION TO WS-COMPONENT-AMOUNT
        PERFORM ACCUMULATE-SUMMARY
    END-IF
    IF LG-PRINCIPAL-PORTION > 0
        MOVE 'PRINCIPAL' TO WS-COMPONENT
        MOVE LG-PRINCIPAL-PORTION TO WS-COMPONENT-AMOUNT
        PERFORM ACCUMULATE-SUMMARY
    END-IF.

TALLY-DISBURSEMENTS.
    OPEN INPUT loan-disbursements
    IF WS-DISB-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ loan-disbursements AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF DB-FUNDING-DATE > WS-LAST-POST-DATE
                AND DB-FUNDING-DATE <= WS-CUTOFF-DATE
            ADD 1 TO WS-DISB-SELECTED
            MOVE 'DISBURSE' TO WS-TRAN-TYPE
            MOVE 'AMOUNT' TO WS-COMPONENT
            MOVE DB-AMOUNT TO WS-COMPONENT-AMOUNT
            PERFORM ACCUMULATE-SUMMARY
        END-IF
        READ loan-disbursements AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE loan-disbursements
    MOVE 'N' TO WS-END-OF-FILE.

ACCUMULATE-SUMMARY.
    MOVE 'N' TO WS-SUMMARY-FOUND
    PERFORM VARYING SUM-IDX FROM 1 BY 1
            UNTIL SUM-IDX > WS-SUMMARY-COUNT
        IF TS-TRAN-TYPE(SUM-IDX) = WS-TRAN-TYPE
                AND TS-COMPONENT(SUM-IDX) = WS-COMPONENT
            SET SUMMARY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT SUMMARY-FOUND
        IF WS-SUMMARY-COUNT < 100
            ADD 1 TO WS-SUMMARY-COUNT
            SET SUM-IDX TO WS-SUMMARY-COUNT
            MOVE WS-TRAN-TYPE TO TS-TRAN-TYPE(SUM-IDX)
            MOVE WS-COMPONENT TO TS-COMPONENT(SUM-IDX)
            MOVE ZERO TO TS-ENTRY-COUNT(SUM-IDX)
            MOVE ZERO TO TS-AMOUNT(SUM-IDX)
            SET SUMMARY-FOUND TO TRUE
        ELSE
            MOVE WS-TRAN-TYPE TO EX-FIELD
            MOVE ZERO TO EX-EXPECTED
            MOVE WS-COMPONENT-AMOUNT TO EX-ACTUAL
            MOVE 'Transaction summary table full - not posted'
                TO EX-REASON
            PERFORM WRITE-EXCEPTION
        END-IF
    END-IF
    IF SUMMARY-FOUND
        ADD 1 TO TS-ENTRY-COUNT(SUM-IDX)
        ADD WS-COMPONENT-AMOUNT TO TS-AMOUNT(SUM-IDX)
    END-IF.

*> The journal lines are built here and balanced from the lines
*> themselves; a mapping without a debit or credit account leaves that
*> side of the entry out and the batch out of balance.
VALIDATE-BATCH.
    PERFORM VARYING SUM-IDX FROM 1 BY 1
            UNTIL SUM-IDX > WS-SUMMARY-COUNT
        PERFORM FIND-ACCOUNT-MAP
        IF MAP-FOUND
            IF TS-AMOUNT(SUM-IDX) > 0
                PERFORM BUILD-JOURNAL-LINES
            END-IF
        ELSE
            MOVE TS-TRAN-TYPE(SUM-IDX) TO EX-FIELD
            MOVE ZERO TO EX-EXPECTED
            MOVE TS-AMOUNT(SUM-IDX) TO EX-ACTUAL
            MOVE SPACES TO EX-REASON
            STRING 'No account mapping for ' TS-TRAN-TYPE(SUM-IDX)
                ' ' TS-COMPONENT(SUM-IDX)
                DELIMITED BY SIZE INTO EX-REASON
            PERFORM WRITE-EXCEPTION
        END-IF
    END-PERFORM
    IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
        MOVE 'BALANCE' TO EX-FIELD
        MOVE WS-TOTAL-DEBITS TO EX-EXPECTED
        MOVE WS-TOTAL-CREDITS TO EX-ACTUAL
        MOVE 'Debits do not equal credits - batch out of balance'
            TO EX-REASON
        PERFORM WRITE-EXCEPTION
    END-IF
    MOVE ZERO TO WS-TOTAL-DEBITS
    MOVE ZERO TO WS-TOTAL-CREDITS.

BUILD-JOURNAL-LINES.
    IF MT-DEBIT-ACCOUNT(MAP-IDX) IS NUMERIC
            AND MT-DEBIT-ACCOUNT(MAP-IDX) > 0
        ADD 1 TO WS-LINE-COUNT
        SET LINE-IDX TO WS-LINE-COUNT
        MOVE MT-DEBIT-ACCOUNT(MAP-IDX) TO JL-ACCOUNT(LINE-IDX)
        MOVE MT-DESCRIPTION(MAP-IDX) TO JL-ACCOUNT-NAME(LINE-IDX)
        MOVE TS-AMOUNT(SUM-IDX) TO JL-DEBIT-AMOUNT(LINE-IDX)
        MOVE ZERO TO JL-CREDIT-AMOUNT(LINE-IDX)
        ADD JL-DEBIT-AMOUNT(LINE-IDX) TO WS-TOTAL-DEBITS
    ELSE
        MOVE TS-TRAN-TYPE(SUM-IDX) TO EX-FIELD
        MOVE ZERO TO EX-EXPECTED
        MOVE TS-AMOUNT(SUM-IDX) TO EX-ACTUAL
        MOVE SPACES TO EX-REASON
        STRING 'No debit account for ' TS-TRAN-TYPE(SUM-IDX)
            ' ' TS-COMPONENT(SUM-IDX)
            DELIMITED BY SIZE INTO EX-REASON
        PERFORM WRITE-EXCEPTION
    END-IF
    IF MT-CREDIT-ACCOUNT(MAP-IDX) IS NUMERIC
            AND MT-CREDIT-ACCOUNT(MAP-IDX) > 0
        ADD 1 TO WS-LINE-COUNT
        SET LINE-IDX TO WS-LINE-COUNT
        MOVE MT-CREDIT-ACCOUNT(MAP-IDX) TO JL-ACCOUNT(LINE-IDX)
        MOVE MT-DESCRIPTION(MAP-IDX) TO JL-ACCOUNT-NAME(LINE-IDX)
        MOVE ZERO TO JL-DEBIT-AMOUNT(LINE-IDX)
        MOVE TS-AMOUNT(SUM-IDX) TO JL-CREDIT-AMOUNT(LINE-IDX)
        ADD JL-CREDIT-AMOUNT(LINE-IDX) TO WS-TOTAL-CREDITS
    ELSE
        MOVE TS-TRAN-TYPE(SUM-IDX) TO EX-FIELD
        MOVE ZERO TO EX-EXPECTED
        MOVE TS-AMOUNT(SUM-IDX) TO EX-ACTUAL
        MOVE SPACES TO EX-REASON
        STRING 'No credit account for ' TS-TRAN-TYPE(SUM-IDX)
            ' ' TS-COMPONENT(SUM-IDX)
            DELIMITED BY SIZE INTO EX-REASON
        PERFORM WRITE-EXCEPTION
    END-IF.

FIND-ACCOUNT-MAP.
    MOVE 'N' TO WS-MAP-FOUND
    PERFORM VARYING MAP-IDX FROM 1 BY 1
            UNTIL MAP-IDX > WS-MAP-COUNT
        IF MT-TRAN-TYPE(MAP-IDX) = TS-TRAN-TYPE(SUM-IDX)
                AND MT-COMPONENT(MAP-IDX) = TS-COMPONENT(SUM-IDX)
            SET MAP-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-EXCEPTION.
    SET BATCH-REJECTED TO TRUE
    MOVE WS-CURRENT-DATE TO EX-BATCH-DATE
    WRITE EXTRACT-EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-JOURNAL-BATCH.
    PERFORM VARYING LINE-IDX FROM 1 BY 1
            UNTIL LINE-IDX > WS-LINE-COUNT
        MOVE JL-ACCOUNT(LINE-IDX) TO JR-ACCOUNT
        MOVE JL-ACCOUNT-NAME(LINE-IDX) TO JR-ACCOUNT-NAME
        MOVE JL-DEBIT-AMOUNT(LINE-IDX) TO JR-DEBIT-AMOUNT
        MOVE JL-CREDIT-AMOUNT(LINE-IDX) TO JR-CREDIT-AMOUNT
        PERFORM WRITE-JOURNAL-ENTRY
    END-PERFORM
    PERFORM WRITE-JOURNAL-TRAILER.

WRITE-JOURNAL-ENTRY.
    MOVE 'J' TO JR-RECORD-TYPE
    MOVE WS-CURRENT-DATE TO JR-BATCH-DATE
    WRITE JOURNAL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-ENTRY-COUNT
    ADD JR-DEBIT-AMOUNT TO WS-TOTAL-DEBITS
    ADD JR-CREDIT-AMOUNT TO WS-TOTAL-CREDITS.

WRITE-JOURNAL-TRAILER.
    MOVE 'T' TO JT-RECORD-TYPE
    MOVE WS-CURRENT-DATE TO JT-BATCH-DATE
    MOVE WS-ENTRY-COUNT TO JT-ENTRY-COUNT
    MOVE WS-TOTAL-DEBITS TO JT-TOTAL-DEBITS
    MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
    WRITE JOURNAL-TRAILER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

UPDATE-GL-CONTROL.
    OPEN OUTPUT gl-control
    MOVE WS-CUTOFF-DATE TO LGC-LAST-POST-DATE
    WRITE GL-CONTROL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    CLOSE gl-control.

LOG-RUN-START.
    MOVE 'LoanGLExtract' TO OPS-PROGRAM-ID
    MOVE 'START' TO OPS-EVENT
    MOVE ZERO TO OPS-RECORDS-READ
    MOVE ZERO TO OPS-RECORDS-WRITTEN
    MOVE 'STARTED' TO OPS-COMPLETION-STATUS
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

LOG-RUN-END.
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    IF BATCH-REJECTED
        MOVE 'REJECTED' TO OPS-COMPLETION-STATUS
    ELSE
        MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    END-IF
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

END PROGRAM LoanGLExtract.
