IDENTIFICATION DIVISION.
PROGRAM-ID. ForfeitureAccountReport.
AUTHOR. Your Name.
*> Activity report for the retirement plan forfeiture account. The
*> account is the ledger on forfeiture-account-ledger.dat: unvested
*> balances credited by PlanForfeitureProcessing (FORFEIT), amounts
*> paid back to rehired participants (RESTORE) and employer match that
*> RetirementFundManagement funded from the account (MATCH). The
*> report shows the opening balance, every entry in the report year
*> with a running balance, the year's totals by entry type and the
*> closing balance left to offset future employer match. The report
*> year is on forfeiture-report-parameters.dat (default current year).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL forfeiture-account-ledger
        ASSIGN TO 'forfeiture-account-ledger.dat'.
    SELECT report-parameters
        ASSIGN TO 'forfeiture-report-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT forfeiture-account-report
        ASSIGN TO 'forfeiture-account-report.dat'.

DATA DIVISION.
FILE SECTION.
FD forfeiture-account-ledger.
01 FORFEITURE-LEDGER-RECORD.
    05 FL-ENTRY-DATE          PIC 9(8).
    05 FL-ENTRY-YEAR REDEFINES FL-ENTRY-DATE PIC 9(4).
    05 FL-ENTRY-TYPE          PIC X(8).
    05 FL-ACCOUNT-NUMBER      PIC 9(6).
    05 FL-AMOUNT              PIC 9(8)V99.

FD report-parameters.
01 REPORT-PARAMETER-RECORD.
    05 RP-REPORT-YEAR         PIC 9(4).

FD forfeiture-account-report.
01 FORFEITURE-REPORT-LINE     PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-PARM-STATUS         PIC XX.
01 WS-REPORT-YEAR         PIC 9(4).

01 WS-OPENING-BALANCE     PIC S9(8)V99 VALUE 0.
01 WS-RUNNING-BALANCE     PIC S9(8)V99 VALUE 0.
01 WS-ACTIVITY-TOTALS.
    05 WS-FORFEIT-COUNT       PIC 9(6) VALUE 0.
    05 WS-FORFEIT-TOTAL       PIC 9(8)V99 VALUE 0.
    05 WS-RESTORE-COUNT       PIC 9(6) VALUE 0.
    05 WS-RESTORE-TOTAL       PIC 9(8)V99 VALUE 0.
    05 WS-MATCH-COUNT         PIC 9(6) VALUE 0.
    05 WS-MATCH-TOTAL         PIC 9(8)V99 VALUE 0.
    05 WS-LATER-COUNT         PIC 9(6) VALUE 0.

01 WS-REPORT-HEADING.
    05 FILLER PIC X(28) VALUE 'DATE      TYPE      ACCOUNT '.
    05 FILLER PIC X(16) VALUE '       CREDITS  '.
    05 FILLER PIC X(16) VALUE '        DEBITS  '.
    05 FILLER PIC X(14) VALUE '       BALANCE'.

01 WS-REPORT-DETAIL.
    05 RD-ENTRY-DATE          PIC 9(8).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-ENTRY-TYPE          PIC X(8).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-ACCOUNT-NUMBER      PIC 9(6).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-DEBIT               PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-BALANCE             PIC -ZZ,ZZZ,ZZ9.99.

01 WS-REPORT-SUMMARY.
    05 RS-LABEL               PIC X(36).
    05 RS-COUNT               PIC Z(6).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RS-AMOUNT              PIC -ZZ,ZZZ,ZZ9.99.

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
    PERFORM LOAD-REPORT-YEAR
    PERFORM TOTAL-OPENING-BALANCE
    MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
    OPEN OUTPUT forfeiture-account-report
    MOVE SPACES TO FORFEITURE-REPORT-LINE
    STRING 'PLAN FORFEITURE ACCOUNT REPORT - YEAR ' WS-REPORT-YEAR
        DELIMITED BY SIZE INTO FORFEITURE-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'OPENING BALANCE' TO RS-LABEL
    MOVE ZERO TO RS-COUNT
    MOVE WS-OPENING-BALANCE TO RS-AMOUNT
    PERFORM WRITE-SUMMARY-LINE
    MOVE SPACES TO FORFEITURE-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-REPORT-HEADING TO FORFEITURE-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM REPORT-YEAR-ACTIVITY
    MOVE SPACES TO FORFEITURE-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM WRITE-ACTIVITY-SUMMARY
    CLOSE forfeiture-account-report
    DISPLAY "Forfeiture account " WS-REPORT-YEAR ": forfeited "
        WS-FORFEIT-TOTAL " restored " WS-RESTORE-TOTAL
        " match funded " WS-MATCH-TOTAL
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-REPORT-YEAR.
    COMPUTE WS-REPORT-YEAR = WS-CURRENT-DATE / 10000
    OPEN INPUT report-parameters
    IF WS-PARM-STATUS = '00'
        READ report-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF RP-REPORT-YEAR IS NUMERIC AND RP-REPORT-YEAR > 0
                    MOVE RP-REPORT-YEAR TO WS-REPORT-YEAR
                END-IF
        END-READ
        CLOSE report-parameters
    END-IF.

TOTAL-OPENING-BALANCE.
    OPEN INPUT forfeiture-account-ledger
    READ forfeiture-account-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF FL-ENTRY-YEAR < WS-REPORT-YEAR
            IF FL-ENTRY-TYPE = 'FORFEIT'
                ADD FL-AMOUNT TO WS-OPENING-BALANCE
            ELSE
                SUBTRACT FL-AMOUNT FROM WS-OPENING-BALANCE
            END-IF
        END-IF
        READ forfeiture-account-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE forfeiture-account-ledger
    MOVE 'N' TO WS-END-OF-FILE.

REPORT-YEAR-ACTIVITY.
    OPEN INPUT forfeiture-account-ledger
    READ forfeiture-account-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        EVALUATE TRUE
            WHEN FL-ENTRY-YEAR < WS-REPORT-YEAR
                CONTINUE
            WHEN FL-ENTRY-YEAR > WS-REPORT-YEAR
                ADD 1 TO WS-LATER-COUNT
            WHEN OTHER
                PERFORM REPORT-LEDGER-ENTRY
        END-EVALUATE
        READ forfeiture-account-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE forfeiture-account-ledger
    MOVE 'N' TO WS-END-OF-FILE.

REPORT-LEDGER-ENTRY.
    MOVE FL-ENTRY-DATE TO RD-ENTRY-DATE
    MOVE FL-ENTRY-TYPE TO RD-ENTRY-TYPE
    MOVE FL-ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER
    MOVE ZERO TO RD-CREDIT
    MOVE ZERO TO RD-DEBIT
    EVALUATE FL-ENTRY-TYPE
        WHEN 'FORFEIT'
            ADD 1 TO WS-FORFEIT-COUNT
            ADD FL-AMOUNT TO WS-FORFEIT-TOTAL
            ADD FL-AMOUNT TO WS-RUNNING-BALANCE
            MOVE FL-AMOUNT TO RD-CREDIT
        WHEN 'RESTORE'
            ADD 1 TO WS-RESTORE-COUNT
            ADD FL-AMOUNT TO WS-RESTORE-TOTAL
            SUBTRACT FL-AMOUNT FROM WS-RUNNING-BALANCE
            MOVE FL-AMOUNT TO RD-DEBIT
        WHEN OTHER
            ADD 1 TO WS-MATCH-COUNT
            ADD FL-AMOUNT TO WS-MATCH-TOTAL
            SUBTRACT FL-AMOUNT FROM WS-RUNNING-BALANCE
            MOVE FL-AMOUNT TO RD-DEBIT
    END-EVALUATE
    MOVE WS-RUNNING-BALANCE TO RD-BALANCE
    MOVE WS-REPORT-DETAIL TO FORFEITURE-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-ACTIVITY-SUMMARY.
    MOVE 'FORFEITURES CREDITED' TO RS-LABEL
    MOVE WS-FORFEIT-COUNT TO RS-COUNT
    MOVE WS-FORFEIT-TOTAL TO RS-AMOUNT
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'RESTORED TO REHIRED PARTICIPANTS' TO RS-LABEL
    MOVE WS-RESTORE-COUNT TO RS-COUNT
    MOVE WS-RESTORE-TOTAL TO RS-AMOUNT
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'USED TO FUND EMPLOYER MATCH' TO RS-LABEL
    MOVE WS-MATCH-COUNT TO RS-COUNT
    MOVE WS-MATCH-TOTAL TO RS-AMOUNT
    PERFORM WRITE-SUMMARY-LINE
    MOVE 'CLOSING BALANCE FOR FUTURE MATCH' TO RS-LABEL
    MOVE ZERO TO RS-COUNT
    MOVE WS-RUNNING-BALANCE TO RS-AMOUNT
    PERFORM WRITE-SUMMARY-LINE
    IF WS-LATER-COUNT > 0
        MOVE 'ENTRIES AFTER REPORT YEAR' TO RS-LABEL
        MOVE WS-LATER-COUNT TO RS-COUNT
        MOVE ZERO TO RS-AMOUNT
        PERFORM WRITE-SUMMARY-LINE
    END-IF.

WRITE-SUMMARY-LINE.
    MOVE WS-REPORT-SUMMARY TO FORFEITURE-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE FORFEITURE-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'ForfeitureAccountReport' TO OPS-PROGRAM-ID
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

END PROGRAM ForfeitureAccountReport.
