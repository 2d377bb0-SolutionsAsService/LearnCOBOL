IDENTIFICATION DIVISION.
PROGRAM-ID. HouseholdBankReconciliation.
AUTHOR. Your Name.
*> Reconciles the household ledger (budget-transactions.dat) to the
*> bank's statement balances. For each statement after an account's
*> last locked statement, bank items in the period are matched to
*> ledger entries: same date, payee and amount first, then the same
*> amount within the duplicate window the budget import uses. Matched
*> ledger entries are cleared. Ledger entries the bank has not yet
*> shown are listed as outstanding, bank items still waiting in
*> review-transactions.dat are listed, and bank items in neither are
*> listed as unrecorded. The reconciled balance is the last locked
*> balance plus the statement's credits less the cleared entries;
*> when it agrees with the statement balance the statement is locked
*> and its cleared entries are kept. Ledger entries later added to or
*> removed from a locked period are reported as an adjustment.
*> The ledger and bank files carry no account, so their items belong
*> to the account flagged as the ledger account; other accounts
*> reconcile on their statement credits alone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT account-master ASSIGN TO 'bank-account-master.dat'
        FILE STATUS IS WS-ACCOUNT-STATUS.
    SELECT statement-balances ASSIGN TO 'statement-balances.dat'
        FILE STATUS IS WS-STATEMENT-STATUS.
    SELECT budget-transactions ASSIGN TO 'budget-transactions.dat'
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT bank-transactions ASSIGN TO 'bank-transactions.dat'
        FILE STATUS IS WS-BANK-STATUS.
    SELECT review-transactions ASSIGN TO 'review-transactions.dat'
        FILE STATUS IS WS-REVIEW-STATUS.
    SELECT cleared-items ASSIGN TO 'reconciliation-cleared.dat'
        FILE STATUS IS WS-CLEARED-STATUS.
    SELECT reconciliation-report
        ASSIGN TO 'bank-reconciliation-report.dat'.

DATA DIVISION.
FILE SECTION.
*> AM-LOCKED-THROUGH is the date of the last reconciled statement and
*> AM-LOCKED-BALANCE its balance. The item count and total are the
*> ledger entries dated inside the locked periods when last locked.
FD account-master.
01 ACCOUNT-MASTER-RECORD.
    05 AM-ACCOUNT-ID           PIC X(8).
    05 AM-ACCOUNT-NAME         PIC X(20).
    05 AM-OPENING-BALANCE      PIC S9(8)v99.
    05 AM-OPENING-DATE         PIC 9(8).
    05 AM-LEDGER-ACCOUNT       PIC X.
    05 AM-LOCKED-THROUGH       PIC 9(8).
    05 AM-LOCKED-BALANCE       PIC S9(8)v99.
    05 AM-LOCKED-ITEM-COUNT    PIC 9(5).
    05 AM-LOCKED-ITEM-TOTAL    PIC 9(8)v99.

*> SB-CREDITS is money into the account on the statement that the
*> ledger does not record (pay and other deposits, less any bank
*> charges).
FD statement-balances.
01 STATEMENT-BALANCE-RECORD.
    05 SB-ACCOUNT-ID           PIC X(8).
    05 SB-STATEMENT-DATE       PIC 9(8).
    05 SB-STATEMENT-BALANCE    PIC S9(8)v99.
    05 SB-CREDITS              PIC S9(8)v99.

FD budget-transactions.
01 BUDGET-TRANSACTION-RECORD.
    05 BT-TRANSACTION-DATE     PIC 9(8).
    05 BT-CATEGORY-CODE        PIC X.
    05 BT-AMOUNT                PIC 9(6)v99.
    05 BT-PAYEE                PIC X(30).

FD bank-transactions.
01 BANK-TRANSACTION-RECORD.
    05 BK-TRANSACTION-DATE     PIC 9(8).
    05 BK-PAYEE                PIC X(30).
    05 BK-AMOUNT               PIC 9(6)v99.

FD review-transactions.
01 REVIEW-RECORD.
    05 RV-TRANSACTION-DATE     PIC 9(8).
    05 RV-PAYEE                PIC X(30).
    05 RV-AMOUNT               PIC 9(6)v99.
    05 RV-REASON               PIC X(40).

FD cleared-items.
01 CLEARED-ITEM-RECORD.
    05 RC-ACCOUNT-ID           PIC X(8).
    05 RC-ITEM-DATE            PIC 9(8).
    05 RC-PAYEE                PIC X(30).
    05 RC-AMOUNT               PIC 9(6)v99.
    05 RC-STATEMENT-DATE       PIC 9(8).

*> Item lines: C cleared, O outstanding ledger entry, R bank item in
*> review, U bank item not recorded, A locked period adjustment.
*> An S line closes each statement.
FD reconciliation-report.
01 RECON-ITEM-LINE.
    05 RI-LINE-TYPE            PIC X.
    05 RI-ACCOUNT-ID           PIC X(8).
    05 RI-STATEMENT-DATE       PIC 9(8).
    05 RI-ITEM-DATE            PIC 9(8).
    05 RI-PAYEE                PIC X(30).
    05 RI-AMOUNT               PIC S9(8)v99.
    05 FILLER                  PIC X(20).
01 RECON-SUMMARY-LINE.
    05 RS-LINE-TYPE            PIC X.
    05 RS-ACCOUNT-ID           PIC X(8).
    05 RS-STATEMENT-DATE       PIC 9(8).
    05 RS-START-BALANCE        PIC S9(8)v99.
    05 RS-CREDITS              PIC S9(8)v99.
    05 RS-CLEARED-TOTAL        PIC 9(8)v99.
    05 RS-RECONCILED-BALANCE   PIC S9(8)v99.
    05 RS-STATEMENT-BALANCE    PIC S9(8)v99.
    05 RS-DIFFERENCE           PIC S9(8)v99.
    05 RS-STATUS               PIC X(8).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE              PIC X VALUE 'N'.
    88 EOF                     VALUE 'Y'.
    88 NOT-EOF                 VALUE 'N'.

01 WS-ACCOUNT-STATUS           PIC XX.
01 WS-STATEMENT-STATUS         PIC XX.
01 WS-TRANS-STATUS             PIC XX.
01 WS-BANK-STATUS              PIC XX.
01 WS-REVIEW-STATUS            PIC XX.
01 WS-CLEARED-STATUS           PIC XX.
01 WS-CURRENT-DATE             PIC 9(8).
01 WS-DUP-MATCH-DAYS           PIC 9(2) VALUE 3.
01 WS-DAY-DIFF                 PIC S9(7).

01 WS-ACCOUNT-COUNT            PIC 9(2) VALUE 0.
01 ACCOUNT-TABLE.
    05 ACCOUNT-ENTRY OCCURS 20 TIMES INDEXED BY ACCOUNT-IDX.
        10 AT-ACCOUNT-ID           PIC X(8).
        10 AT-ACCOUNT-NAME         PIC X(20).
        10 AT-OPENING-BALANCE      PIC S9(8)v99.
        10 AT-OPENING-DATE         PIC 9(8).
        10 AT-LEDGER-ACCOUNT       PIC X.
        10 AT-LOCKED-THROUGH       PIC 9(8).
        10 AT-LOCKED-BALANCE       PIC S9(8)v99.
        10 AT-LOCKED-ITEM-COUNT    PIC 9(5).
        10 AT-LOCKED-ITEM-TOTAL    PIC 9(8)v99.
        10 AT-HELD                 PIC X.
01 WS-ACCOUNT-FOUND            PIC X.
    88 ACCOUNT-FOUND           VALUE 'Y'.
01 WS-LEDGER-ACCOUNT-ID        PIC X(8) VALUE SPACES.

01 WS-LEDGER-COUNT             PIC 9(4) VALUE 0.
01 LEDGER-TABLE.
    05 LEDGER-ENTRY OCCURS 3000 TIMES INDEXED BY LEDGER-IDX.
        10 LG-DATE                 PIC 9(8).
        10 LG-PAYEE                PIC X(30).
        10 LG-AMOUNT               PIC 9(6)v99.
        10 LG-STATUS               PIC X.
            88 LG-OPEN             VALUE ' '.
            88 LG-CLEARED          VALUE 'C'.
            88 LG-MATCHED          VALUE 'M'.

01 WS-BANK-COUNT               PIC 9(4) VALUE 0.
01 BANK-TABLE.
    05 BANK-ENTRY OCCURS 3000 TIMES INDEXED BY BANK-IDX.
        10 BI-DATE                 PIC 9(8).
        10 BI-PAYEE                PIC X(30).
        10 BI-AMOUNT               PIC 9(6)v99.
        10 BI-MATCHED              PIC X.

01 WS-REVIEW-COUNT             PIC 9(4) VALUE 0.
01 REVIEW-TABLE.
    05 REVIEW-ENTRY OCCURS 1000 TIMES INDEXED BY REVIEW-IDX.
        10 RT-DATE                 PIC 9(8).
        10 RT-PAYEE                PIC X(30).
        10 RT-AMOUNT               PIC 9(6)v99.
01 WS-REVIEW-FOUND             PIC X.
    88 REVIEW-FOUND            VALUE 'Y'.

01 WS-CLEARED-COUNT            PIC 9(5) VALUE 0.
01 CLEARED-TABLE.
    05 CLEARED-ENTRY OCCURS 10000 TIMES INDEXED BY CLEARED-IDX.
        10 CL-ACCOUNT-ID           PIC X(8).
        10 CL-ITEM-DATE            PIC 9(8).
        10 CL-PAYEE                PIC X(30).
        10 CL-AMOUNT               PIC 9(6)v99.
        10 CL-STATEMENT-DATE       PIC 9(8).

01 WS-PERIOD-START             PIC 9(8).
01 WS-START-BALANCE            PIC S9(8)v99.
01 WS-CLEARED-TOTAL            PIC 9(8)v99.
01 WS-RECONCILED-BALANCE       PIC S9(8)v99.
01 WS-DIFFERENCE               PIC S9(8)v99.
01 WS-LOCKED-COUNT-NOW         PIC 9(5).
01 WS-LOCKED-TOTAL-NOW         PIC 9(8)v99.
01 WS-MATCH-ENTRY              PIC 9(4).

01 WS-STATEMENTS-LOCKED        PIC 9(4) VALUE 0.
01 WS-STATEMENTS-OPEN          PIC 9(4) VALUE 0.
01 WS-ADJUSTMENT-COUNT         PIC 9(4) VALUE 0.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE        PIC X.
    05 DS-DATE-FROM            PIC 9(8).
    05 DS-DATE-TO              PIC 9(8).
    05 DS-DAYS                 PIC S9(7).
    05 DS-RESULT-DATE          PIC 9(8).

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
    PERFORM LOAD-ACCOUNT-MASTER
    IF WS-ACCOUNT-COUNT = 0
        DISPLAY "No bank accounts on file - nothing to reconcile"
        PERFORM LOG-RUN-END
        STOP RUN
    END-IF
    PERFORM LOAD-LEDGER-ENTRIES
    PERFORM LOAD-BANK-ITEMS
    PERFORM LOAD-REVIEW-ITEMS
    PERFORM LOAD-CLEARED-ITEMS
    OPEN OUTPUT reconciliation-report
    PERFORM CHECK-LOCKED-PERIODS
    PERFORM RECONCILE-STATEMENTS
    CLOSE reconciliation-report
    PERFORM REWRITE-CLEARED-ITEMS
    PERFORM REWRITE-ACCOUNT-MASTER
    DISPLAY "Statements reconciled and locked: " WS-STATEMENTS-LOCKED
    DISPLAY "Statements left open: " WS-STATEMENTS-OPEN
    DISPLAY "Locked period adjustments: " WS-ADJUSTMENT-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-ACCOUNT-MASTER.
    OPEN INPUT account-master
    IF WS-ACCOUNT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ account-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ACCOUNT-COUNT < 20
            ADD 1 TO WS-ACCOUNT-COUNT
            SET ACCOUNT-IDX TO WS-ACCOUNT-COUNT
            MOVE AM-ACCOUNT-ID TO AT-ACCOUNT-ID(ACCOUNT-IDX)
            MOVE AM-ACCOUNT-NAME TO AT-ACCOUNT-NAME(ACCOUNT-IDX)
            MOVE AM-OPENING-BALANCE TO AT-OPENING-BALANCE(ACCOUNT-IDX)
            MOVE AM-OPENING-DATE TO AT-OPENING-DATE(ACCOUNT-IDX)
            MOVE AM-LEDGER-ACCOUNT TO AT-LEDGER-ACCOUNT(ACCOUNT-IDX)
            MOVE AM-LOCKED-THROUGH TO AT-LOCKED-THROUGH(ACCOUNT-IDX)
            MOVE AM-LOCKED-BALANCE TO AT-LOCKED-BALANCE(ACCOUNT-IDX)
            MOVE AM-LOCKED-ITEM-COUNT
                TO AT-LOCKED-ITEM-COUNT(ACCOUNT-IDX)
            MOVE AM-LOCKED-ITEM-TOTAL
                TO AT-LOCKED-ITEM-TOTAL(ACCOUNT-IDX)
            MOVE 'N' TO AT-HELD(ACCOUNT-IDX)
            IF AM-LEDGER-ACCOUNT = 'Y'
                    AND WS-LEDGER-ACCOUNT-ID = SPACES
                MOVE AM-ACCOUNT-ID TO WS-LEDGER-ACCOUNT-ID
            END-IF
        ELSE
            DISPLAY "Account table full - discarding " AM-ACCOUNT-ID
        END-IF
        READ account-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE account-master
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-LEDGER-ENTRIES.
    OPEN INPUT budget-transactions
    IF WS-TRANS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ budget-transactions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-LEDGER-COUNT < 3000
            ADD 1 TO WS-LEDGER-COUNT
            SET LEDGER-IDX TO WS-LEDGER-COUNT
            MOVE BT-TRANSACTION-DATE TO LG-DATE(LEDGER-IDX)
            MOVE BT-PAYEE TO LG-PAYEE(LEDGER-IDX)
            MOVE BT-AMOUNT TO LG-AMOUNT(LEDGER-IDX)
            MOVE SPACE TO LG-STATUS(LEDGER-IDX)
        ELSE
            DISPLAY "Ledger table full - discarding " BT-PAYEE
        END-IF
        READ budget-transactions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE budget-transactions
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-BANK-ITEMS.
    OPEN INPUT bank-transactions
    IF WS-BANK-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ bank-transactions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-BANK-COUNT < 3000
            ADD 1 TO WS-BANK-COUNT
            SET BANK-IDX TO WS-BANK-COUNT
            MOVE BK-TRANSACTION-DATE TO BI-DATE(BANK-IDX)
            MOVE BK-PAYEE TO BI-PAYEE(BANK-IDX)
            MOVE BK-AMOUNT TO BI-AMOUNT(BANK-IDX)
            MOVE 'N' TO BI-MATCHED(BANK-IDX)
        ELSE
            DISPLAY "Bank item table full - discarding " BK-PAYEE
        END-IF
        READ bank-transactions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE bank-transactions
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-REVIEW-ITEMS.
    OPEN INPUT review-transactions
    IF WS-REVIEW-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ review-transactions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-REVIEW-COUNT < 1000
            ADD 1 TO WS-REVIEW-COUNT
            SET REVIEW-IDX TO WS-REVIEW-COUNT
            MOVE RV-TRANSACTION-DATE TO RT-DATE(REVIEW-IDX)
            MOVE RV-PAYEE TO RT-PAYEE(REVIEW-IDX)
            MOVE RV-AMOUNT TO RT-AMOUNT(REVIEW-IDX)
        ELSE
            DISPLAY "Review table full - discarding " RV-PAYEE
        END-IF
        READ review-transactions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE review-transactions
    MOVE 'N' TO WS-END-OF-FILE.

*> Each cleared item kept from a locked statement clears one ledger
*> entry with the same date, payee and amount.
LOAD-CLEARED-ITEMS.
    OPEN INPUT cleared-items
    IF WS-CLEARED-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ cleared-items AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-CLEARED-COUNT < 10000
            ADD 1 TO WS-CLEARED-COUNT
            SET CLEARED-IDX TO WS-CLEARED-COUNT
            MOVE RC-ACCOUNT-ID TO CL-ACCOUNT-ID(CLEARED-IDX)
            MOVE RC-ITEM-DATE TO CL-ITEM-DATE(CLEARED-IDX)
            MOVE RC-PAYEE TO CL-PAYEE(CLEARED-IDX)
            MOVE RC-AMOUNT TO CL-AMOUNT(CLEARED-IDX)
            MOVE RC-STATEMENT-DATE TO CL-STATEMENT-DATE(CLEARED-IDX)
            IF RC-ACCOUNT-ID = WS-LEDGER-ACCOUNT-ID
                PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                        UNTIL LEDGER-IDX > WS-LEDGER-COUNT
                    IF LG-OPEN(LEDGER-IDX)
                            AND LG-DATE(LEDGER-IDX) = RC-ITEM-DATE
                            AND LG-PAYEE(LEDGER-IDX) = RC-PAYEE
                            AND LG-AMOUNT(LEDGER-IDX) = RC-AMOUNT
                        SET LG-CLEARED(LEDGER-IDX) TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
        ELSE
            DISPLAY "Cleared item table full - discarding "
                RC-PAYEE
        END-IF
        READ cleared-items AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE cleared-items
    MOVE 'N' TO WS-END-OF-FILE.

*> Ledger entries dated inside the ledger account's locked periods
*> are counted and totalled again; any change since the lock is
*> reported once as an adjustment and the new figures kept.
CHECK-LOCKED-PERIODS.
    PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
            UNTIL ACCOUNT-IDX > WS-ACCOUNT-COUNT
        IF AT-ACCOUNT-ID(ACCOUNT-IDX) = WS-LEDGER-ACCOUNT-ID
                AND AT-LOCKED-THROUGH(ACCOUNT-IDX) > 0
            MOVE AT-LOCKED-THROUGH(ACCOUNT-IDX) TO WS-PERIOD-START
            PERFORM TOTAL-LOCKED-ENTRIES
            IF WS-LOCKED-COUNT-NOW NOT =
                    AT-LOCKED-ITEM-COUNT(ACCOUNT-IDX)
                    OR WS-LOCKED-TOTAL-NOW NOT =
                        AT-LOCKED-ITEM-TOTAL(ACCOUNT-IDX)
                MOVE SPACES TO RECON-ITEM-LINE
                MOVE 'A' TO RI-LINE-TYPE
                MOVE AT-ACCOUNT-ID(ACCOUNT-IDX) TO RI-ACCOUNT-ID
                MOVE AT-LOCKED-THROUGH(ACCOUNT-IDX)
                    TO RI-STATEMENT-DATE
                MOVE WS-CURRENT-DATE TO RI-ITEM-DATE
                MOVE 'Locked period ledger changed' TO RI-PAYEE
                COMPUTE RI-AMOUNT = WS-LOCKED-TOTAL-NOW
                    - AT-LOCKED-ITEM-TOTAL(ACCOUNT-IDX)
                WRITE RECON-ITEM-LINE
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
                ADD 1 TO WS-ADJUSTMENT-COUNT
                DISPLAY "Adjustment to locked period through "
                    AT-LOCKED-THROUGH(ACCOUNT-IDX) ": entries "
                    AT-LOCKED-ITEM-COUNT(ACCOUNT-IDX) " -> "
                    WS-LOCKED-COUNT-NOW ", amount " RI-AMOUNT
                MOVE WS-LOCKED-COUNT-NOW
                    TO AT-LOCKED-ITEM-COUNT(ACCOUNT-IDX)
                MOVE WS-LOCKED-TOTAL-NOW
                    TO AT-LOCKED-ITEM-TOTAL(ACCOUNT-IDX)
            END-IF
        END-IF
    END-PERFORM.

*> Entries after the opening date up to WS-PERIOD-START.
TOTAL-LOCKED-ENTRIES.
    MOVE ZERO TO WS-LOCKED-COUNT-NOW
    MOVE ZERO TO WS-LOCKED-TOTAL-NOW
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LG-DATE(LEDGER-IDX) > AT-OPENING-DATE(ACCOUNT-IDX)
                AND LG-DATE(LEDGER-IDX) <= WS-PERIOD-START
            ADD 1 TO WS-LOCKED-COUNT-NOW
            ADD LG-AMOUNT(LEDGER-IDX) TO WS-LOCKED-TOTAL-NOW
        END-IF
    END-PERFORM.

*> Statements are taken in file order. Once a statement for an
*> account fails to reconcile its later statements are held.
RECONCILE-STATEMENTS.
    OPEN INPUT statement-balances
    IF WS-STATEMENT-STATUS NOT = '00'
        DISPLAY "No statement balances on file"
        EXIT PARAGRAPH
    END-IF
    READ statement-balances AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM FIND-ACCOUNT
        EVALUATE TRUE
            WHEN NOT ACCOUNT-FOUND
                DISPLAY "Statement for unknown account "
                    SB-ACCOUNT-ID " ignored"
            WHEN SB-STATEMENT-DATE <= AT-LOCKED-THROUGH(ACCOUNT-IDX)
                CONTINUE
            WHEN AT-HELD(ACCOUNT-IDX) = 'Y'
                DISPLAY "Statement " SB-STATEMENT-DATE " for "
                    SB-ACCOUNT-ID " held behind an open statement"
            WHEN OTHER
                PERFORM RECONCILE-ONE-STATEMENT
        END-EVALUATE
        READ statement-balances AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE statement-balances
    MOVE 'N' TO WS-END-OF-FILE.

FIND-ACCOUNT.
    MOVE 'N' TO WS-ACCOUNT-FOUND
    PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
            UNTIL ACCOUNT-IDX > WS-ACCOUNT-COUNT
        IF AT-ACCOUNT-ID(ACCOUNT-IDX) = SB-ACCOUNT-ID
            SET ACCOUNT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

RECONCILE-ONE-STATEMENT.
    IF AT-LOCKED-THROUGH(ACCOUNT-IDX) > 0
        MOVE AT-LOCKED-THROUGH(ACCOUNT-IDX) TO WS-PERIOD-START
        MOVE AT-LOCKED-BALANCE(ACCOUNT-IDX) TO WS-START-BALANCE
    ELSE
        MOVE AT-OPENING-DATE(ACCOUNT-IDX) TO WS-PERIOD-START
        MOVE AT-OPENING-BALANCE(ACCOUNT-IDX) TO WS-START-BALANCE
    END-IF
    MOVE ZERO TO WS-CLEARED-TOTAL
    IF AT-ACCOUNT-ID(ACCOUNT-IDX) = WS-LEDGER-ACCOUNT-ID
        PERFORM MATCH-STATEMENT-ITEMS
        PERFORM LIST-STATEMENT-ITEMS
    END-IF
    COMPUTE WS-RECONCILED-BALANCE =
        WS-START-BALANCE + SB-CREDITS - WS-CLEARED-TOTAL
    COMPUTE WS-DIFFERENCE =
        WS-RECONCILED-BALANCE - SB-STATEMENT-BALANCE
    MOVE SPACES TO RECON-SUMMARY-LINE
    MOVE 'S' TO RS-LINE-TYPE
    MOVE SB-ACCOUNT-ID TO RS-ACCOUNT-ID
    MOVE SB-STATEMENT-DATE TO RS-STATEMENT-DATE
    MOVE WS-START-BALANCE TO RS-START-BALANCE
    MOVE SB-CREDITS TO RS-CREDITS
    MOVE WS-CLEARED-TOTAL TO RS-CLEARED-TOTAL
    MOVE WS-RECONCILED-BALANCE TO RS-RECONCILED-BALANCE
    MOVE SB-STATEMENT-BALANCE TO RS-STATEMENT-BALANCE
    MOVE WS-DIFFERENCE TO RS-DIFFERENCE
    IF WS-DIFFERENCE = 0
        MOVE 'LOCKED' TO RS-STATUS
        PERFORM LOCK-STATEMENT
        ADD 1 TO WS-STATEMENTS-LOCKED
    ELSE
        MOVE 'OPEN' TO RS-STATUS
        MOVE 'Y' TO AT-HELD(ACCOUNT-IDX)
        ADD 1 TO WS-STATEMENTS-OPEN
        DISPLAY "Statement " SB-STATEMENT-DATE " for " SB-ACCOUNT-ID
            " out of balance by " WS-DIFFERENCE
    END-IF
    WRITE RECON-SUMMARY-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LG-MATCHED(LEDGER-IDX)
            MOVE SPACE TO LG-STATUS(LEDGER-IDX)
        END-IF
    END-PERFORM.

*> Bank items in the statement period are matched on date, payee and
*> amount, then any still unmatched on amount alone within the
*> duplicate window.
MATCH-STATEMENT-ITEMS.
    PERFORM VARYING BANK-IDX FROM 1 BY 1
            UNTIL BANK-IDX > WS-BANK-COUNT
        MOVE 'N' TO BI-MATCHED(BANK-IDX)
        IF BI-DATE(BANK-IDX) > WS-PERIOD-START
                AND BI-DATE(BANK-IDX) <= SB-STATEMENT-DATE
            PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                    UNTIL LEDGER-IDX > WS-LEDGER-COUNT
                IF LG-OPEN(LEDGER-IDX)
                        AND LG-DATE(LEDGER-IDX) = BI-DATE(BANK-IDX)
                        AND LG-PAYEE(LEDGER-IDX) = BI-PAYEE(BANK-IDX)
                        AND LG-AMOUNT(LEDGER-IDX) = BI-AMOUNT(BANK-IDX)
                    SET LG-MATCHED(LEDGER-IDX) TO TRUE
                    MOVE 'Y' TO BI-MATCHED(BANK-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    PERFORM VARYING BANK-IDX FROM 1 BY 1
            UNTIL BANK-IDX > WS-BANK-COUNT
        IF BI-DATE(BANK-IDX) > WS-PERIOD-START
                AND BI-DATE(BANK-IDX) <= SB-STATEMENT-DATE
                AND BI-MATCHED(BANK-IDX) = 'N'
            PERFORM MATCH-WITHIN-WINDOW
        END-IF
    END-PERFORM.

MATCH-WITHIN-WINDOW.
    MOVE ZERO TO WS-MATCH-ENTRY
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LG-OPEN(LEDGER-IDX)
                AND LG-DATE(LEDGER-IDX) > AT-OPENING-DATE(ACCOUNT-IDX)
                AND LG-DATE(LEDGER-IDX) <= SB-STATEMENT-DATE
                AND LG-AMOUNT(LEDGER-IDX) = BI-AMOUNT(BANK-IDX)
            MOVE 'D' TO DS-FUNCTION-CODE
            MOVE LG-DATE(LEDGER-IDX) TO DS-DATE-FROM
            MOVE BI-DATE(BANK-IDX) TO DS-DATE-TO
            CALL 'DateService' USING DATE-SERVICE-PARAMETERS
            IF DS-DAYS < 0
                COMPUTE WS-DAY-DIFF = 0 - DS-DAYS
            ELSE
                MOVE DS-DAYS TO WS-DAY-DIFF
            END-IF
            IF WS-DAY-DIFF <= WS-DUP-MATCH-DAYS
                SET WS-MATCH-ENTRY TO LEDGER-IDX
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM
    IF WS-MATCH-ENTRY > 0
        SET LG-MATCHED(WS-MATCH-ENTRY) TO TRUE
        MOVE 'Y' TO BI-MATCHED(BANK-IDX)
    END-IF.

LIST-STATEMENT-ITEMS.
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LG-MATCHED(LEDGER-IDX)
            ADD LG-AMOUNT(LEDGER-IDX) TO WS-CLEARED-TOTAL
            MOVE SPACES TO RECON-ITEM-LINE
            MOVE 'C' TO RI-LINE-TYPE
            PERFORM WRITE-LEDGER-ITEM-LINE
        END-IF
    END-PERFORM
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LG-OPEN(LEDGER-IDX)
                AND LG-DATE(LEDGER-IDX) > AT-OPENING-DATE(ACCOUNT-IDX)
                AND LG-DATE(LEDGER-IDX) <= SB-STATEMENT-DATE
            MOVE SPACES TO RECON-ITEM-LINE
            MOVE 'O' TO RI-LINE-TYPE
            PERFORM WRITE-LEDGER-ITEM-LINE
        END-IF
    END-PERFORM
    PERFORM VARYING REVIEW-IDX FROM 1 BY 1
            UNTIL REVIEW-IDX > WS-REVIEW-COUNT
        IF RT-DATE(REVIEW-IDX) > WS-PERIOD-START
                AND RT-DATE(REVIEW-IDX) <= SB-STATEMENT-DATE
            MOVE SPACES TO RECON-ITEM-LINE
            MOVE 'R' TO RI-LINE-TYPE
            MOVE SB-ACCOUNT-ID TO RI-ACCOUNT-ID
            MOVE SB-STATEMENT-DATE TO RI-STATEMENT-DATE
            MOVE RT-DATE(REVIEW-IDX) TO RI-ITEM-DATE
            MOVE RT-PAYEE(REVIEW-IDX) TO RI-PAYEE
            MOVE RT-AMOUNT(REVIEW-IDX) TO RI-AMOUNT
            WRITE RECON-ITEM-LINE
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM
    PERFORM VARYING BANK-IDX FROM 1 BY 1
            UNTIL BANK-IDX > WS-BANK-COUNT
        IF BI-DATE(BANK-IDX) > WS-PERIOD-START
                AND BI-DATE(BANK-IDX) <= SB-STATEMENT-DATE
                AND BI-MATCHED(BANK-IDX) = 'N'
            PERFORM FIND-REVIEW-ITEM
            IF NOT REVIEW-FOUND
                MOVE SPACES TO RECON-ITEM-LINE
                MOVE 'U' TO RI-LINE-TYPE
                MOVE SB-ACCOUNT-ID TO RI-ACCOUNT-ID
                MOVE SB-STATEMENT-DATE TO RI-STATEMENT-DATE
                MOVE BI-DATE(BANK-IDX) TO RI-ITEM-DATE
                MOVE BI-PAYEE(BANK-IDX) TO RI-PAYEE
                MOVE BI-AMOUNT(BANK-IDX) TO RI-AMOUNT
                WRITE RECON-ITEM-LINE
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
            END-IF
        END-IF
    END-PERFORM.

WRITE-LEDGER-ITEM-LINE.
    MOVE SB-ACCOUNT-ID TO RI-ACCOUNT-ID
    MOVE SB-STATEMENT-DATE TO RI-STATEMENT-DATE
    MOVE LG-DATE(LEDGER-IDX) TO RI-ITEM-DATE
    MOVE LG-PAYEE(LEDGER-IDX) TO RI-PAYEE
    MOVE LG-AMOUNT(LEDGER-IDX) TO RI-AMOUNT
    WRITE RECON-ITEM-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

FIND-REVIEW-ITEM.
    MOVE 'N' TO WS-REVIEW-FOUND
    PERFORM VARYING REVIEW-IDX FROM 1 BY 1
            UNTIL REVIEW-IDX > WS-REVIEW-COUNT
        IF RT-DATE(REVIEW-IDX) = BI-DATE(BANK-IDX)
                AND RT-PAYEE(REVIEW-IDX) = BI-PAYEE(BANK-IDX)
                AND RT-AMOUNT(REVIEW-IDX) = BI-AMOUNT(BANK-IDX)
            SET REVIEW-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> The statement's cleared entries are kept so they are not offered
*> to a later statement, and the ledger entries inside the newly
*> locked period are counted for the adjustment check.
LOCK-STATEMENT.
    PERFORM VARYING LEDGER-IDX FROM 1 BY 1
            UNTIL LEDGER-IDX > WS-LEDGER-COUNT
        IF LG-MATCHED(LEDGER-IDX)
            SET LG-CLEARED(LEDGER-IDX) TO TRUE
            IF WS-CLEARED-COUNT < 10000
                ADD 1 TO WS-CLEARED-COUNT
                SET CLEARED-IDX TO WS-CLEARED-COUNT
                MOVE SB-ACCOUNT-ID TO CL-ACCOUNT-ID(CLEARED-IDX)
                MOVE LG-DATE(LEDGER-IDX) TO CL-ITEM-DATE(CLEARED-IDX)
                MOVE LG-PAYEE(LEDGER-IDX) TO CL-PAYEE(CLEARED-IDX)
                MOVE LG-AMOUNT(LEDGER-IDX) TO CL-AMOUNT(CLEARED-IDX)
                MOVE SB-STATEMENT-DATE
                    TO CL-STATEMENT-DATE(CLEARED-IDX)
            ELSE
                DISPLAY "Cleared item table full - discarding "
                    LG-PAYEE(LEDGER-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE SB-STATEMENT-DATE TO AT-LOCKED-THROUGH(ACCOUNT-IDX)
    MOVE SB-STATEMENT-BALANCE TO AT-LOCKED-BALANCE(ACCOUNT-IDX)
    IF AT-ACCOUNT-ID(ACCOUNT-IDX) = WS-LEDGER-ACCOUNT-ID
        MOVE SB-STATEMENT-DATE TO WS-PERIOD-START
        PERFORM TOTAL-LOCKED-ENTRIES
        MOVE WS-LOCKED-COUNT-NOW TO AT-LOCKED-ITEM-COUNT(ACCOUNT-IDX)
        MOVE WS-LOCKED-TOTAL-NOW TO AT-LOCKED-ITEM-TOTAL(ACCOUNT-IDX)
    END-IF.

REWRITE-CLEARED-ITEMS.
    OPEN OUTPUT cleared-items
    PERFORM VARYING CLEARED-IDX FROM 1 BY 1
            UNTIL CLEARED-IDX > WS-CLEARED-COUNT
        MOVE CL-ACCOUNT-ID(CLEARED-IDX) TO RC-ACCOUNT-ID
        MOVE CL-ITEM-DATE(CLEARED-IDX) TO RC-ITEM-DATE
        MOVE CL-PAYEE(CLEARED-IDX) TO RC-PAYEE
        MOVE CL-AMOUNT(CLEARED-IDX) TO RC-AMOUNT
        MOVE CL-STATEMENT-DATE(CLEARED-IDX) TO RC-STATEMENT-DATE
        WRITE CLEARED-ITEM-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE cleared-items.

REWRITE-ACCOUNT-MASTER.
    OPEN OUTPUT account-master
    PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
            UNTIL ACCOUNT-IDX > WS-ACCOUNT-COUNT
        MOVE AT-ACCOUNT-ID(ACCOUNT-IDX) TO AM-ACCOUNT-ID
        MOVE AT-ACCOUNT-NAME(ACCOUNT-IDX) TO AM-ACCOUNT-NAME
        MOVE AT-OPENING-BALANCE(ACCOUNT-IDX) TO AM-OPENING-BALANCE
        MOVE AT-OPENING-DATE(ACCOUNT-IDX) TO AM-OPENING-DATE
        MOVE AT-LEDGER-ACCOUNT(ACCOUNT-IDX) TO AM-LEDGER-ACCOUNT
        MOVE AT-LOCKED-THROUGH(ACCOUNT-IDX) TO AM-LOCKED-THROUGH
        MOVE AT-LOCKED-BALANCE(ACCOUNT-IDX) TO AM-LOCKED-BALANCE
        MOVE AT-LOCKED-ITEM-COUNT(ACCOUNT-IDX) TO AM-LOCKED-ITEM-COUNT
        MOVE AT-LOCKED-ITEM-TOTAL(ACCOUNT-IDX) TO AM-LOCKED-ITEM-TOTAL
        WRITE ACCOUNT-MASTER-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE account-master.

LOG-RUN-START.
    MOVE 'HouseholdBankReconciliation' TO OPS-PROGRAM-ID
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

END PROGRAM HouseholdBankReconciliation.
