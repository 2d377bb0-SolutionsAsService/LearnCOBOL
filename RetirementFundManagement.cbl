    SELECT death-notifications ASSIGN TO 'death-notifications.dat'
        FILE STATUS IS WS-DEATH-STATUS.
    SELECT death-distributions ASSIGN TO 'death-distributions.dat'.
    SELECT OPTIONAL retirement-distributions
        ASSIGN TO 'retirement-distributions.dat'.
    SELECT corrective-distributions
        ASSIGN TO 'corrective-distributions.dat'
        FILE STATUS IS WS-CORRECTIVE-STATUS.
    SELECT corrective-distribution-register
        ASSIGN TO 'corrective-distribution-register.dat'.
    SELECT forfeiture-transactions
        ASSIGN TO 'forfeiture-transactions.dat'
        FILE STATUS IS WS-FORFEITURE-STATUS.
    SELECT OPTIONAL forfeiture-account-ledger
        ASSIGN TO 'forfeiture-account-ledger.dat'.
    SELECT participant-loans ASSIGN TO 'participant-loans.dat'
        FILE STATUS IS WS-PARTLOAN-STATUS.
    SELECT participant-loans-updated
        ASSIGN TO 'participant-loan-register.dat'.
    SELECT fund-master ASSIGN TO 'fund-master.dat'
        FILE STATUS IS WS-FUNDMAST-STATUS.
    SELECT fund-prices ASSIGN TO 'fund-prices.dat'
        FILE STATUS IS WS-FUNDPRICE-STATUS.
    SELECT fund-pricing-exceptions
        ASSIGN TO 'fund-pricing-exceptions.dat'.
    SELECT account-allocations ASSIGN TO 'account-allocations.dat'
        FILE STATUS IS WS-ALLOC-STATUS.
    SELECT account-fund-balances
    05 WP-PENALTY-AMOUNT       PIC 9(7)V99.
    05 WP-NET-AMOUNT           PIC 9(7)V99.
    05 WP-UNDER-RETIREMENT-AGE PIC X.
    05 WP-WITHHELD-AMOUNT      PIC 9(7)V99.

FD contribution-exceptions.
01 CONTRIBUTION-EXCEPTION-RECORD.
    05 TF-TO-ACCOUNT       PIC 9(6).
    05 TF-AMOUNT           PIC 9(7)V99.
    05 TF-TYPE             PIC X(8).
        88 TF-ROLLOVER     VALUE 'ROLLOVER'.

FD transfer-register.
01 TRANSFER-REGISTER-RECORD.
    05 DD-AMOUNT           PIC 9(8)V99.
    05 DD-STATUS           PIC X(8).
    05 DD-REASON           PIC X(40).
    05 DD-WITHHELD-AMOUNT  PIC 9(7)V99.

FD retirement-distributions.
01 DISTRIBUTION-HISTORY-RECORD.
    05 RD-DISTRIBUTION-DATE PIC 9(8).
    05 RD-ACCOUNT-NUMBER   PIC 9(6).
    05 RD-RECIPIENT-NAME   PIC X(25).
    05 RD-DISTRIBUTION-TYPE PIC X(8).
    05 RD-DISTRIBUTION-CODE PIC X(2).
    05 RD-GROSS-AMOUNT     PIC 9(8)V99.
    05 RD-TAXABLE-AMOUNT   PIC 9(8)V99.
    05 RD-WITHHELD-AMOUNT  PIC 9(7)V99.

FD corrective-distributions.
01 CORRECTIVE-REQUEST-RECORD.
    05 CQ-ACCOUNT-NUMBER   PIC 9(6).
    05 CQ-EMPLOYEE-NUMBER  PIC 9(6).
    05 CQ-TEST-TYPE        PIC X(3).
    05 CQ-PLAN-YEAR        PIC 9(4).
    05 CQ-AMOUNT           PIC 9(7)V99.

FD corrective-distribution-register.
01 CORRECTIVE-REGISTER-RECORD.
    05 CG-ACCOUNT-NUMBER   PIC 9(6).
    05 CG-EMPLOYEE-NUMBER  PIC 9(6).
    05 CG-TEST-TYPE        PIC X(3).
    05 CG-PLAN-YEAR        PIC 9(4).
    05 CG-REQUESTED-AMOUNT PIC 9(7)V99.
    05 CG-DISTRIBUTED-AMOUNT PIC 9(7)V99.
    05 CG-WITHHELD-AMOUNT  PIC 9(7)V99.
    05 CG-FORFEITED-AMOUNT PIC 9(7)V99.
    05 CG-STATUS           PIC X(8).
    05 CG-REASON           PIC X(40).

FD forfeiture-transactions.
01 FORFEITURE-TRANSACTION-RECORD.
    05 FX-ACCOUNT-NUMBER   PIC 9(6).
    05 FX-EMPLOYEE-NUMBER  PIC 9(6).
    05 FX-ACTION           PIC X(8).
    05 FX-AMOUNT           PIC 9(7)V99.

FD forfeiture-account-ledger.
01 FORFEITURE-LEDGER-RECORD.
    05 FL-ENTRY-DATE       PIC 9(8).
    05 FL-ENTRY-TYPE       PIC X(8).
    05 FL-ACCOUNT-NUMBER   PIC 9(6).
    05 FL-AMOUNT           PIC 9(8)V99.

FD participant-loans.
01 PARTICIPANT-LOAN-RECORD.
    05 FM-FUND-CODE        PIC X(4).
    05 FM-UNIT-PRICE       PIC 9(5)V99.
    05 FM-PRIOR-PRICE      PIC 9(5)V99.
    05 FM-PRICE-TOLERANCE  PIC V999.

FD fund-prices.
01 FUND-PRICE-RECORD.
    05 FP-FUND-CODE        PIC X(4).
    05 FP-PRICE-DATE       PIC 9(8).
    05 FP-NAV              PIC 9(5)V9(4).

FD fund-pricing-exceptions.
01 PRICING-EXCEPTION-RECORD.
    05 PX-FUND-CODE        PIC X(4).
    05 PX-TRADE-DATE       PIC 9(8).
    05 PX-PRICE            PIC 9(5)V9(4).
    05 PX-PRIOR-PRICE      PIC 9(5)V9(4).
    05 PX-MOVE-PERCENT     PIC 9(5)V99.
    05 PX-REASON           PIC X(40).

FD account-allocations.
01 ALLOCATION-RECORD.
    05 FB-ACCOUNT-NUMBER   PIC 9(6).
    05 FB-FUND-CODE        PIC X(4).
    05 FB-BALANCE          PIC 9(7)V99.
    05 FB-UNITS            PIC 9(7)V9(4).

FD account-fund-balances-updated.
01 FUND-BALANCE-RECORD-OUT.
    05 FBU-ACCOUNT-NUMBER  PIC 9(6).
    05 FBU-FUND-CODE       PIC X(4).
    05 FBU-BALANCE         PIC 9(7)V99.
    05 FBU-UNITS           PIC 9(7)V9(4).

FD rebalance-requests.
01 REBALANCE-REQUEST-RECORD.
01 ACCOUNT-BALANCE-TABLE.
    05 ACCOUNT-BALANCE-ENTRY OCCURS 500 TIMES INDEXED BY BAL-IDX.
        10 AB-ACCOUNT-NUMBER  PIC 9(6).
        10 AB-CUSTOMER-NAME   PIC X(25).
        10 AB-BALANCE         PIC 9(8)V99.
        10 AB-DELTA           PIC S9(8)V99.
01 WS-FROM-IDX            PIC 9(4).
01 WS-BEGIN-EMPLOYEE-BALANCE  PIC 9(7)V99.
01 WS-BEGIN-TOTAL-BALANCE     PIC 9(8)V99.
01 WS-CAPPED-EXCESS           PIC 9(5)V99.
01 WS-INTEREST-EARNED         PIC S9(7)V99.
01 WS-ENDING-TOTAL            PIC 9(8)V99.
01 WS-RECON-TOTAL             PIC S9(8)V99.
01 WS-STATEMENT-DETAIL.
01 WS-ALLOC-STATUS        PIC XX.
01 WS-FUNDBAL-STATUS      PIC XX.
01 WS-REBAL-STATUS        PIC XX.
01 WS-FUNDPRICE-STATUS    PIC XX.
01 WS-TRADE-DATE          PIC 9(8).
*> FD-UNIT-PRICE is the NAV for the trade date and FD-PRIOR-PRICE the
*> latest NAV before it, which is the fund master's price until the
*> price file has an earlier one.
01 WS-FUND-COUNT          PIC 9(2) VALUE 0.
01 FUND-TABLE.
    05 FUND-ENTRY OCCURS 20 TIMES INDEXED BY FUND-IDX.
        10 FD-FUND-CODE       PIC X(4).
        10 FD-UNIT-PRICE      PIC 9(5)V9(4).
        10 FD-PRIOR-PRICE     PIC 9(5)V9(4).
        10 FD-PRIOR-DATE      PIC 9(8).
        10 FD-PRICED          PIC X.
        10 FD-TOLERANCE       PIC V999.
01 WS-DEFAULT-TOLERANCE   PIC V999 VALUE .100.
01 WS-PRICE-MOVE          PIC S9(5)V9(4).
01 WS-PRICE-MOVE-PERCENT  PIC 9(5)V99.
01 WS-PRICING-REJECTED    PIC X VALUE 'N'.
    88 PRICING-REJECTED   VALUE 'Y'.
01 WS-PRICING-EXCEPTIONS  PIC 9(4) VALUE 0.
01 WS-FUND-FOUND          PIC X.
    88 FUND-FOUND         VALUE 'Y'.
01 WS-TRADE-UNITS         PIC S9(7)V9(4).
01 WS-ALLOC-COUNT         PIC 9(4) VALUE 0.
01 ALLOCATION-TABLE.
    05 ALLOCATION-ENTRY OCCURS 500 TIMES INDEXED BY ALLOC-IDX.
        10 FG-ACCOUNT-NUMBER  PIC 9(6).
        10 FG-FUND-CODE       PIC X(4).
        10 FG-BALANCE         PIC 9(7)V99.
        10 FG-UNITS           PIC 9(7)V9(4).
        10 FG-PRICE           PIC 9(5)V9(4).
01 WS-REBAL-COUNT         PIC 9(4) VALUE 0.
01 REBALANCE-TABLE.
    05 REBALANCE-ENTRY OCCURS 100 TIMES INDEXED BY REBAL-IDX.
01 WS-STATEMENT-FUND-LINE.
    05 FILLER                 PIC X(5) VALUE 'FUND '.
    05 SF-FUND-CODE           PIC X(4).
    05 FILLER                 PIC X(7) VALUE ' UNITS '.
    05 SF-UNITS               PIC Z,ZZZ,ZZ9.9999.
    05 FILLER                 PIC X(3) VALUE ' @ '.
    05 SF-PRICE               PIC ZZ,ZZ9.9999.
    05 FILLER                 PIC X VALUE SPACE.
    05 SF-BALANCE             PIC Z,ZZZ,ZZ9.99.
01 WS-PARTLOAN-STATUS     PIC XX.
01 WS-LOANREQ-STATUS      PIC XX.
01 WS-SAVE-WITHDRAWAL     PIC 9(7)V99.
01 WS-BENMAST-STATUS      PIC XX.
01 WS-DEATH-STATUS        PIC XX.
01 WS-POSTED-DIST-COUNT   PIC 9(4) VALUE 0.
01 POSTED-DISTRIBUTION-TABLE.
    05 POSTED-DISTRIBUTION-ENTRY OCCURS 500 TIMES INDEXED BY POSTED-IDX.
        10 PD-RECORD-IMAGE    PIC X(78).
        10 PD-MATCHED         PIC X.
01 WS-POSTED-FOUND        PIC X.
    88 POSTED-DISTRIBUTION-FOUND VALUE 'Y'.
01 WS-BENEFICIARY-COUNT   PIC 9(4) VALUE 0.
01 BENEFICIARY-TABLE.
    05 BENEFICIARY-ENTRY OCCURS 500 TIMES INDEXED BY BEN-IDX.
01 WS-PENALTY-RATE         PIC V99 VALUE .10.
01 WS-PENALTY-AMOUNT       PIC 9(7)V99.
01 WS-NET-WITHDRAWAL       PIC 9(7)V99.
*> Federal withholding: 20% on cash withdrawals that could have been
*> rolled over, 10% on required distributions and on payments to
*> beneficiaries, none on deemed loans or direct rollovers.
01 WS-WITHHOLDING-POLICY.
    05 WS-ELIGIBLE-WITHHOLD-RATE PIC V99 VALUE .20.
    05 WS-OTHER-WITHHOLD-RATE    PIC V99 VALUE .10.
01 WS-WITHHELD-AMOUNT      PIC 9(7)V99.
01 WS-DEEMED-DISTRIBUTION  PIC X VALUE 'N'.
    88 DEEMED-DISTRIBUTION VALUE 'Y'.

*> ADP/ACP corrective distributions from PlanNondiscriminationTest.
01 WS-CORRECTIVE-STATUS    PIC XX.
01 WS-CORRECTIVE-COUNT     PIC 9(4) VALUE 0.
01 CORRECTIVE-TABLE.
    05 CORRECTIVE-ENTRY OCCURS 200 TIMES INDEXED BY CORR-IDX.
        10 CV-ACCOUNT-NUMBER  PIC 9(6).
        10 CV-EMPLOYEE-NUMBER PIC 9(6).
        10 CV-TEST-TYPE       PIC X(3).
        10 CV-PLAN-YEAR       PIC 9(4).
        10 CV-AMOUNT          PIC 9(7)V99.
01 WS-CORRECTIVE-AMOUNT    PIC 9(7)V99.
01 WS-ACCOUNT-CORRECTIVE   PIC 9(7)V99.

*> Forfeitures and restorations from PlanForfeitureProcessing. The
*> plan forfeiture account is drawn down to fund employer match.
01 WS-FORFEITURE-STATUS    PIC XX.
01 WS-FORFEITURE-COUNT     PIC 9(4) VALUE 0.
01 FORFEITURE-TABLE.
    05 FORFEITURE-ENTRY OCCURS 200 TIMES INDEXED BY FORF-IDX.
        10 FF-ACCOUNT-NUMBER  PIC 9(6).
        10 FF-ACTION          PIC X(8).
        10 FF-AMOUNT          PIC 9(7)V99.
01 WS-FORFEITURE-POOL      PIC S9(8)V99 VALUE 0.
01 WS-ACCOUNT-FORFEITED    PIC 9(7)V99.
01 WS-ACCOUNT-RESTORED     PIC 9(7)V99.
01 WS-MATCH-FROM-POOL      PIC 9(5)V99.
01 WS-MATCH-FROM-POOL-TOTAL PIC 9(8)V99 VALUE 0.

01 WS-WITHDRAWAL-COUNT     PIC 9(4) VALUE 0.
01 WITHDRAWAL-TABLE.
PROCEDURE DIVISION.
BEGIN.
    PERFORM LOG-RUN-START
    ACCEPT WS-TRADE-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-FUND-MASTER
    PERFORM LOAD-FUND-PRICES
    PERFORM LOAD-FUND-BALANCES
    PERFORM CHECK-FUND-PRICES
    IF NOT PRICING-REJECTED
        PERFORM PROCESS-ACCOUNTS
    ELSE
        DISPLAY "Fund pricing exceptions: " WS-PRICING-EXCEPTIONS
            " - no trades posted, see fund-pricing-exceptions"
    END-IF
    PERFORM LOG-RUN-END
    STOP RUN.

PROCESS-ACCOUNTS.
    PERFORM LOAD-POSTED-DISTRIBUTIONS
    OPEN INPUT account-details withdrawal-requests
        OUTPUT annual-summary withdrawal-penalties contribution-exceptions
            rmd-shortfall-report account-statements transfer-register
            death-distributions participant-loans-updated
            participant-loan-register account-fund-balances-updated
            corrective-distribution-register
        EXTEND retirement-distributions
    PERFORM LOAD-ACCOUNT-BALANCES
    PERFORM LOAD-BENEFICIARY-MASTER
    PERFORM LOAD-DEATH-NOTIFICATIONS
    PERFORM LOAD-CONTRIBUTION-FEED
    PERFORM LOAD-ALLOCATIONS
    PERFORM LOAD-REBALANCE-REQUESTS
    PERFORM LOAD-PARTICIPANT-LOANS
    PERFORM LOAD-LOAN-REQUESTS
    PERFORM LOAD-LOAN-REPAYMENTS
    PERFORM LOAD-CORRECTIVE-REQUESTS
    PERFORM LOAD-FORFEITURE-TRANSACTIONS
    PERFORM LOAD-FORFEITURE-POOL
    PERFORM PROCESS-TRANSFER-REQUESTS
    PERFORM LOAD-WITHDRAWAL-REQUESTS
    READ account-details AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM REVALUE-ACCOUNT-FUNDS
        PERFORM APPLY-TRANSFER-DELTA
        PERFORM CHECK-DEATH-NOTIFICATION
        IF ACCOUNT-DECEASED
            PERFORM DETERMINE-INTEREST-RATE
            PERFORM VALIDATE-CONTRIBUTION
            PERFORM CALCULATE-EMPLOYER-MATCH
            PERFORM APPLY-FORFEITURE-TRANSACTIONS
            PERFORM FUND-MATCH-FROM-FORFEITURES
            PERFORM APPLY-WITHDRAWAL
            PERFORM CHECK-REQUIRED-DISTRIBUTION
            PERFORM PROCESS-CORRECTIVE-DISTRIBUTIONS
            PERFORM PROCESS-PARTICIPANT-LOANS
            PERFORM PROCESS-FUND-ALLOCATION
            PERFORM CALCULATE-YEAR-END-BALANCE
        withdrawal-penalties contribution-exceptions rmd-shortfall-report
        account-statements transfer-register death-distributions
        participant-loans-updated participant-loan-register
        account-fund-balances-updated retirement-distributions
        corrective-distribution-register forfeiture-account-ledger
    IF WS-MATCH-FROM-POOL-TOTAL > 0
        DISPLAY "Employer match funded from forfeitures: "
            WS-MATCH-FROM-POOL-TOTAL
    END-IF.

LOAD-ACCOUNT-BALANCES.
    READ account-details AT END SET EOF TO TRUE END-READ
        IF WS-ACCT-BAL-COUNT < 500
            ADD 1 TO WS-ACCT-BAL-COUNT
            MOVE ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER(WS-ACCT-BAL-COUNT)
            MOVE CUSTOMER-NAME TO AB-CUSTOMER-NAME(WS-ACCT-BAL-COUNT)
            MOVE CURRENT-BALANCE TO AB-BALANCE(WS-ACCT-BAL-COUNT)
            MOVE ZERO TO AB-DELTA(WS-ACCT-BAL-COUNT)
        ELSE
    MOVE ZERO TO TR-TO-BEFORE
    MOVE ZERO TO TR-TO-AFTER
    EVALUATE TRUE
        WHEN WS-TO-IDX = 0 AND (TF-TO-ACCOUNT > 0 OR NOT TF-ROLLOVER)
            MOVE 'REJECTED' TO TR-STATUS
            MOVE 'Destination account not found' TO TR-REASON
        WHEN TF-FROM-ACCOUNT > 0 AND WS-FROM-IDX = 0
            MOVE 'REJECTED' TO TR-STATUS
            MOVE 'Source account not found' TO TR-REASON
        WHEN WS-TO-IDX = 0 AND TF-FROM-ACCOUNT = 0
            MOVE 'REJECTED' TO TR-STATUS
            MOVE 'Rollover out has no source account' TO TR-REASON
        WHEN OTHER
            PERFORM POST-TRANSFER-SIDES
    END-EVALUATE
    WRITE TRANSFER-REGISTER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    IF TR-STATUS = 'APPLIED' AND WS-TO-IDX = 0
        PERFORM RECORD-ROLLOVER-DISTRIBUTION
    END-IF.

*> A ROLLOVER with no destination account is a direct rollover out of
*> the plan: reportable under code G, not taxable, nothing withheld.
RECORD-ROLLOVER-DISTRIBUTION.
    MOVE TF-FROM-ACCOUNT TO RD-ACCOUNT-NUMBER
    MOVE AB-CUSTOMER-NAME(WS-FROM-IDX) TO RD-RECIPIENT-NAME
    MOVE 'ROLLOVER' TO RD-DISTRIBUTION-TYPE
    MOVE 'G' TO RD-DISTRIBUTION-CODE
    MOVE TF-AMOUNT TO RD-GROSS-AMOUNT
    MOVE ZERO TO RD-TAXABLE-AMOUNT
    MOVE ZERO TO RD-WITHHELD-AMOUNT
    PERFORM WRITE-DISTRIBUTION-HISTORY.

*> A distribution identical to one already on file for this trade date
*> was written by an earlier run of the same day and is not appended
*> again; each record on file is matched once, so a genuine repeat in
*> this run is still written.
WRITE-DISTRIBUTION-HISTORY.
    MOVE WS-TRADE-DATE TO RD-DISTRIBUTION-DATE
    MOVE 'N' TO WS-POSTED-FOUND
    PERFORM VARYING POSTED-IDX FROM 1 BY 1
            UNTIL POSTED-IDX > WS-POSTED-DIST-COUNT
            OR POSTED-DISTRIBUTION-FOUND
        IF PD-MATCHED(POSTED-IDX) = 'N'
            AND PD-RECORD-IMAGE(POSTED-IDX) = DISTRIBUTION-HISTORY-RECORD
            MOVE 'Y' TO PD-MATCHED(POSTED-IDX)
            SET POSTED-DISTRIBUTION-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF POSTED-DISTRIBUTION-FOUND
        EXIT PARAGRAPH
    END-IF
    WRITE DISTRIBUTION-HISTORY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> Distributions already on file for this trade date, so that a rerun
*> does not append them a second time.
LOAD-POSTED-DISTRIBUTIONS.
    OPEN INPUT retirement-distributions
    READ retirement-distributions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        IF RD-DISTRIBUTION-DATE = WS-TRADE-DATE
            IF WS-POSTED-DIST-COUNT < 500
                ADD 1 TO WS-POSTED-DIST-COUNT
                MOVE DISTRIBUTION-HISTORY-RECORD
                    TO PD-RECORD-IMAGE(WS-POSTED-DIST-COUNT)
                MOVE 'N' TO PD-MATCHED(WS-POSTED-DIST-COUNT)
            ELSE
                DISPLAY "Posted distribution table full - discarding "
                    RD-ACCOUNT-NUMBER
            END-IF
        END-IF
        READ retirement-distributions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE retirement-distributions
    MOVE 'N' TO WS-END-OF-FILE.

POST-TRANSFER-SIDES.
    IF TF-FROM-ACCOUNT > 0
        SET BAL-IDX TO WS-FROM-IDX
        MOVE 'APPLIED' TO TR-STATUS
        MOVE SPACES TO TR-REASON
    END-IF
    IF TR-STATUS = 'APPLIED' AND WS-TO-IDX > 0
        SET BAL-IDX TO WS-TO-IDX
        COMPUTE TR-TO-BEFORE =
            AB-BALANCE(BAL-IDX) + AB-DELTA(BAL-IDX)
            IF AB-DELTA(BAL-IDX) NOT = 0
                COMPUTE CURRENT-BALANCE =
                    CURRENT-BALANCE + AB-DELTA(BAL-IDX)
                MOVE AB-DELTA(BAL-IDX) TO WS-FUND-ADJUSTMENT
                PERFORM ADJUST-FUND-BALANCES
            END-IF
            EXIT PERFORM
        END-IF
        MOVE ZERO TO DD-AMOUNT
        MOVE 'HELD' TO DD-STATUS
        MOVE 'Beneficiary split does not total 100' TO DD-REASON
        MOVE ZERO TO DD-WITHHELD-AMOUNT
        WRITE DEATH-DISTRIBUTION-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ELSE
    MOVE WS-BENEFICIARY-SHARE TO DD-AMOUNT
    MOVE 'PAYABLE' TO DD-STATUS
    MOVE SPACES TO DD-REASON
    COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
        WS-BENEFICIARY-SHARE * WS-OTHER-WITHHOLD-RATE
    MOVE WS-WITHHELD-AMOUNT TO DD-WITHHELD-AMOUNT
    WRITE DEATH-DISTRIBUTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER
    MOVE BF-NAME(BEN-IDX) TO RD-RECIPIENT-NAME
    MOVE 'DEATH' TO RD-DISTRIBUTION-TYPE
    MOVE '4' TO RD-DISTRIBUTION-CODE
    MOVE WS-BENEFICIARY-SHARE TO RD-GROSS-AMOUNT
    MOVE WS-BENEFICIARY-SHARE TO RD-TAXABLE-AMOUNT
    MOVE WS-WITHHELD-AMOUNT TO RD-WITHHELD-AMOUNT
    PERFORM WRITE-DISTRIBUTION-HISTORY.

WRITE-FINAL-STATEMENT.
    MOVE ACCOUNT-NUMBER TO SH-ACCOUNT-NUMBER
DEEM-LOAN-DISTRIBUTED.
    MOVE WS-WITHDRAWAL-AMOUNT TO WS-SAVE-WITHDRAWAL
    MOVE PN-LOAN-BALANCE(PLOAN-IDX) TO WS-WITHDRAWAL-AMOUNT
    SET DEEMED-DISTRIBUTION TO TRUE
    PERFORM CALCULATE-WITHDRAWAL-PENALTY
    MOVE 'N' TO WS-DEEMED-DISTRIBUTION
    MOVE ACCOUNT-NUMBER TO LRG-ACCOUNT-NUMBER
    MOVE 'DEEMED' TO LRG-ACTION
    MOVE PN-LOAN-BALANCE(PLOAN-IDX) TO LRG-AMOUNT
        MOVE ZERO TO WS-PENALTY-AMOUNT
        MOVE 'N' TO WP-UNDER-RETIREMENT-AGE
    END-IF
    PERFORM CLASSIFY-WITHDRAWAL
    COMPUTE WS-NET-WITHDRAWAL = WS-WITHDRAWAL-AMOUNT - WS-PENALTY-AMOUNT
        - WS-WITHHELD-AMOUNT
    MOVE ACCOUNT-NUMBER TO WP-ACCOUNT-NUMBER
    MOVE WS-WITHDRAWAL-AMOUNT TO WP-WITHDRAWAL-AMOUNT
    MOVE WS-PENALTY-AMOUNT TO WP-PENALTY-AMOUNT
    MOVE WS-NET-WITHDRAWAL TO WP-NET-AMOUNT
    MOVE WS-WITHHELD-AMOUNT TO WP-WITHHELD-AMOUNT
    WRITE WITHDRAWAL-PENALTY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER
    MOVE CUSTOMER-NAME TO RD-RECIPIENT-NAME
    MOVE WS-WITHDRAWAL-AMOUNT TO RD-GROSS-AMOUNT
    MOVE WS-WITHDRAWAL-AMOUNT TO RD-TAXABLE-AMOUNT
    MOVE WS-WITHHELD-AMOUNT TO RD-WITHHELD-AMOUNT
    PERFORM WRITE-DISTRIBUTION-HISTORY.

*> Distribution code and withholding for the 1099-R: 1 before the
*> early withdrawal age, 7 after it (an RMD from the RMD start age),
*> L for a defaulted loan deemed distributed (L1 when early).
CLASSIFY-WITHDRAWAL.
    EVALUATE TRUE
        WHEN DEEMED-DISTRIBUTION
            MOVE 'LOAN' TO RD-DISTRIBUTION-TYPE
            IF CUSTOMER-AGE < WS-EARLY-WITHDRAWAL-AGE
                MOVE 'L1' TO RD-DISTRIBUTION-CODE
            ELSE
                MOVE 'L' TO RD-DISTRIBUTION-CODE
            END-IF
            MOVE ZERO TO WS-WITHHELD-AMOUNT
        WHEN CUSTOMER-AGE < WS-EARLY-WITHDRAWAL-AGE
            MOVE 'EARLY' TO RD-DISTRIBUTION-TYPE
            MOVE '1' TO RD-DISTRIBUTION-CODE
            COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                WS-WITHDRAWAL-AMOUNT * WS-ELIGIBLE-WITHHOLD-RATE
        WHEN CUSTOMER-AGE >= WS-RMD-START-AGE
            MOVE 'RMD' TO RD-DISTRIBUTION-TYPE
            MOVE '7' TO RD-DISTRIBUTION-CODE
            COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                WS-WITHDRAWAL-AMOUNT * WS-OTHER-WITHHOLD-RATE
        WHEN OTHER
            MOVE 'NORMAL' TO RD-DISTRIBUTION-TYPE
            MOVE '7' TO RD-DISTRIBUTION-CODE
            COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                WS-WITHDRAWAL-AMOUNT * WS-ELIGIBLE-WITHHOLD-RATE
    END-EVALUATE.

LOAD-CORRECTIVE-REQUESTS.
    OPEN INPUT corrective-distributions
    IF WS-CORRECTIVE-STATUS = '00'
        READ corrective-distributions INTO CORRECTIVE-REQUEST-RECORD
            AT END SET EOF TO TRUE
        END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-CORRECTIVE-COUNT < 200
                ADD 1 TO WS-CORRECTIVE-COUNT
                SET CORR-IDX TO WS-CORRECTIVE-COUNT
                MOVE CQ-ACCOUNT-NUMBER TO CV-ACCOUNT-NUMBER(CORR-IDX)
                MOVE CQ-EMPLOYEE-NUMBER TO CV-EMPLOYEE-NUMBER(CORR-IDX)
                MOVE CQ-TEST-TYPE TO CV-TEST-TYPE(CORR-IDX)
                MOVE CQ-PLAN-YEAR TO CV-PLAN-YEAR(CORR-IDX)
                MOVE CQ-AMOUNT TO CV-AMOUNT(CORR-IDX)
            ELSE
                DISPLAY "Corrective distribution table full - discarding "
                    CQ-ACCOUNT-NUMBER
            END-IF
            READ corrective-distributions INTO CORRECTIVE-REQUEST-RECORD
                AT END SET EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE corrective-distributions
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

PROCESS-CORRECTIVE-DISTRIBUTIONS.
    MOVE ZERO TO WS-ACCOUNT-CORRECTIVE
    PERFORM VARYING CORR-IDX FROM 1 BY 1
            UNTIL CORR-IDX > WS-CORRECTIVE-COUNT
        IF CV-ACCOUNT-NUMBER(CORR-IDX) = ACCOUNT-NUMBER
            PERFORM APPLY-CORRECTIVE-DISTRIBUTION
        END-IF
    END-PERFORM.

*> An ADP refund comes out of the employee's deferrals. An ACP refund
*> comes out of the employer balance: the vested part is paid and the
*> unvested part is forfeited to the forfeiture account. Both are
*> reported under code 8.
APPLY-CORRECTIVE-DISTRIBUTION.
    MOVE ACCOUNT-NUMBER TO CG-ACCOUNT-NUMBER
    MOVE CV-EMPLOYEE-NUMBER(CORR-IDX) TO CG-EMPLOYEE-NUMBER
    MOVE CV-TEST-TYPE(CORR-IDX) TO CG-TEST-TYPE
    MOVE CV-PLAN-YEAR(CORR-IDX) TO CG-PLAN-YEAR
    MOVE CV-AMOUNT(CORR-IDX) TO CG-REQUESTED-AMOUNT
    MOVE ZERO TO CG-DISTRIBUTED-AMOUNT
    MOVE ZERO TO CG-WITHHELD-AMOUNT
    MOVE ZERO TO CG-FORFEITED-AMOUNT
    MOVE 'PAID' TO CG-STATUS
    MOVE SPACES TO CG-REASON
    MOVE CV-AMOUNT(CORR-IDX) TO WS-CORRECTIVE-AMOUNT
    EVALUATE CV-TEST-TYPE(CORR-IDX)
        WHEN 'ADP'
            IF WS-CORRECTIVE-AMOUNT > CURRENT-BALANCE
                MOVE CURRENT-BALANCE TO WS-CORRECTIVE-AMOUNT
            END-IF
            SUBTRACT WS-CORRECTIVE-AMOUNT FROM CURRENT-BALANCE
            COMPUTE WS-FUND-ADJUSTMENT = 0 - WS-CORRECTIVE-AMOUNT
            PERFORM ADJUST-FUND-BALANCES
            MOVE WS-CORRECTIVE-AMOUNT TO CG-DISTRIBUTED-AMOUNT
        WHEN 'ACP'
            IF WS-CORRECTIVE-AMOUNT > EMPLOYER-BALANCE
                MOVE EMPLOYER-BALANCE TO WS-CORRECTIVE-AMOUNT
            END-IF
            SUBTRACT WS-CORRECTIVE-AMOUNT FROM EMPLOYER-BALANCE
            PERFORM DETERMINE-VESTED-PERCENT
            COMPUTE CG-DISTRIBUTED-AMOUNT ROUNDED =
                WS-CORRECTIVE-AMOUNT * WS-VESTED-PERCENT
            COMPUTE CG-FORFEITED-AMOUNT =
                WS-CORRECTIVE-AMOUNT - CG-DISTRIBUTED-AMOUNT
            IF CG-FORFEITED-AMOUNT > 0
                MOVE WS-TRADE-DATE TO FL-ENTRY-DATE
                MOVE 'FORFEIT' TO FL-ENTRY-TYPE
                MOVE ACCOUNT-NUMBER TO FL-ACCOUNT-NUMBER
                MOVE CG-FORFEITED-AMOUNT TO FL-AMOUNT
                WRITE FORFEITURE-LEDGER-RECORD
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
                ADD CG-FORFEITED-AMOUNT TO WS-FORFEITURE-POOL
            END-IF
        WHEN OTHER
            MOVE ZERO TO WS-CORRECTIVE-AMOUNT
            MOVE 'REJECTED' TO CG-STATUS
            MOVE 'Unknown corrective test type' TO CG-REASON
    END-EVALUATE
    ADD WS-CORRECTIVE-AMOUNT TO WS-ACCOUNT-CORRECTIVE
    IF CG-STATUS = 'PAID'
            AND WS-CORRECTIVE-AMOUNT < CV-AMOUNT(CORR-IDX)
        MOVE 'PARTIAL' TO CG-STATUS
        MOVE 'Balance less than corrective amount' TO CG-REASON
    END-IF
    IF CG-DISTRIBUTED-AMOUNT > 0
        COMPUTE CG-WITHHELD-AMOUNT ROUNDED =
            CG-DISTRIBUTED-AMOUNT * WS-OTHER-WITHHOLD-RATE
        MOVE ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER
        MOVE CUSTOMER-NAME TO RD-RECIPIENT-NAME
        MOVE 'CORRECT' TO RD-DISTRIBUTION-TYPE
        MOVE '8' TO RD-DISTRIBUTION-CODE
        MOVE CG-DISTRIBUTED-AMOUNT TO RD-GROSS-AMOUNT
        MOVE CG-DISTRIBUTED-AMOUNT TO RD-TAXABLE-AMOUNT
        MOVE CG-WITHHELD-AMOUNT TO RD-WITHHELD-AMOUNT
        PERFORM WRITE-DISTRIBUTION-HISTORY
    END-IF
    WRITE CORRECTIVE-REGISTER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOAD-FORFEITURE-TRANSACTIONS.
    OPEN INPUT forfeiture-transactions
    IF WS-FORFEITURE-STATUS = '00'
        READ forfeiture-transactions AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-FORFEITURE-COUNT < 200
                ADD 1 TO WS-FORFEITURE-COUNT
                SET FORF-IDX TO WS-FORFEITURE-COUNT
                MOVE FX-ACCOUNT-NUMBER TO FF-ACCOUNT-NUMBER(FORF-IDX)
                MOVE FX-ACTION TO FF-ACTION(FORF-IDX)
                MOVE FX-AMOUNT TO FF-AMOUNT(FORF-IDX)
            ELSE
                DISPLAY "Forfeiture table full - discarding "
                    FX-ACCOUNT-NUMBER
            END-IF
            READ forfeiture-transactions AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE forfeiture-transactions
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

*> The ledger is read for the current forfeiture account balance and
*> then left open to record the match it funds in this run.
LOAD-FORFEITURE-POOL.
    OPEN INPUT forfeiture-account-ledger
    READ forfeiture-account-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF FL-ENTRY-TYPE = 'FORFEIT'
            ADD FL-AMOUNT TO WS-FORFEITURE-POOL
        ELSE
            SUBTRACT FL-AMOUNT FROM WS-FORFEITURE-POOL
        END-IF
        READ forfeiture-account-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE forfeiture-account-ledger
    MOVE 'N' TO WS-END-OF-FILE
    OPEN EXTEND forfeiture-account-ledger.

APPLY-FORFEITURE-TRANSACTIONS.
    MOVE ZERO TO WS-ACCOUNT-FORFEITED
    MOVE ZERO TO WS-ACCOUNT-RESTORED
    PERFORM VARYING FORF-IDX FROM 1 BY 1
            UNTIL FORF-IDX > WS-FORFEITURE-COUNT
        IF FF-ACCOUNT-NUMBER(FORF-IDX) = ACCOUNT-NUMBER
            EVALUATE FF-ACTION(FORF-IDX)
                WHEN 'FORFEIT'
                    IF FF-AMOUNT(FORF-IDX) > EMPLOYER-BALANCE
                        ADD EMPLOYER-BALANCE TO WS-ACCOUNT-FORFEITED
                        MOVE ZERO TO EMPLOYER-BALANCE
                    ELSE
                        ADD FF-AMOUNT(FORF-IDX) TO WS-ACCOUNT-FORFEITED
                        SUBTRACT FF-AMOUNT(FORF-IDX) FROM EMPLOYER-BALANCE
                    END-IF
                WHEN 'RESTORE'
                    ADD FF-AMOUNT(FORF-IDX) TO WS-ACCOUNT-RESTORED
                    ADD FF-AMOUNT(FORF-IDX) TO EMPLOYER-BALANCE
            END-EVALUATE
        END-IF
    END-PERFORM.

*> The participant is credited the full match either way; what the
*> forfeiture account covers is simply not funded by the employer.
FUND-MATCH-FROM-FORFEITURES.
    MOVE ZERO TO WS-MATCH-FROM-POOL
    IF WS-EMPLOYER-MATCH > 0 AND WS-FORFEITURE-POOL > 0
        IF WS-FORFEITURE-POOL < WS-EMPLOYER-MATCH
            MOVE WS-FORFEITURE-POOL TO WS-MATCH-FROM-POOL
        ELSE
            MOVE WS-EMPLOYER-MATCH TO WS-MATCH-FROM-POOL
        END-IF
        SUBTRACT WS-MATCH-FROM-POOL FROM WS-FORFEITURE-POOL
        ADD WS-MATCH-FROM-POOL TO WS-MATCH-FROM-POOL-TOTAL
        MOVE WS-TRADE-DATE TO FL-ENTRY-DATE
        MOVE 'MATCH' TO FL-ENTRY-TYPE
        MOVE ACCOUNT-NUMBER TO FL-ACCOUNT-NUMBER
        MOVE WS-MATCH-FROM-POOL TO FL-AMOUNT
        WRITE FORFEITURE-LEDGER-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

DETERMINE-RMD-DIVISOR.
    EVALUATE TRUE
        WHEN CUSTOMER-AGE <= 74

CALCULATE-YEAR-END-BALANCE.
    IF ACCOUNT-HAS-FUNDS
        PERFORM TOTAL-ACCOUNT-FUNDS
        MOVE WS-FUND-TOTAL TO END-OF-YEAR-BALANCE
        COMPUTE WS-INTEREST-EARNED ROUNDED =
            WS-FUND-GROWTH + (EMPLOYER-BALANCE * INTEREST-RATE)
    ELSE
    COMPUTE WS-ENDING-TOTAL =
        END-OF-YEAR-BALANCE + WS-EMPLOYER-YEAR-END.

*> Spreads a signed money movement (transfer, loan issue, repayment
*> or withdrawal) across the account's fund balances in proportion to
*> what each fund holds, the same way rebalancing retargets them,
*> buying or selling units at the trade-date price so the per-fund
*> breakdown keeps summing to the employee balance.
ADJUST-FUND-BALANCES.
    IF WS-FUND-ADJUSTMENT = 0
        EXIT PARAGRAPH
            AND (0 - WS-FUND-SHARE) > FG-BALANCE(FBAL-IDX)
        COMPUTE WS-FUND-SHARE = 0 - FG-BALANCE(FBAL-IDX)
    END-IF
    PERFORM TRADE-FUND-UNITS
    SUBTRACT WS-FUND-SHARE FROM WS-FUND-REMAINING-ADJ.

*> Buys (positive WS-FUND-SHARE) or sells units of one holding at the
*> trade-date price and revalues it. Selling the whole value sells
*> every unit so no fraction of a unit is left behind.
TRADE-FUND-UNITS.
    IF FG-PRICE(FBAL-IDX) = 0 OR WS-FUND-SHARE = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-FUND-SHARE < 0
            AND (0 - WS-FUND-SHARE) NOT < FG-BALANCE(FBAL-IDX)
        COMPUTE WS-TRADE-UNITS = 0 - FG-UNITS(FBAL-IDX)
    ELSE
        COMPUTE WS-TRADE-UNITS ROUNDED =
            WS-FUND-SHARE / FG-PRICE(FBAL-IDX)
    END-IF
    IF WS-TRADE-UNITS < 0
            AND (0 - WS-TRADE-UNITS) > FG-UNITS(FBAL-IDX)
        COMPUTE WS-TRADE-UNITS = 0 - FG-UNITS(FBAL-IDX)
    END-IF
    COMPUTE FG-UNITS(FBAL-IDX) = FG-UNITS(FBAL-IDX) + WS-TRADE-UNITS
    COMPUTE FG-BALANCE(FBAL-IDX) ROUNDED =
        FG-UNITS(FBAL-IDX) * FG-PRICE(FBAL-IDX).

PROCESS-FUND-ALLOCATION.
    IF ACCOUNT-HAS-FUNDS
        PERFORM ALLOCATE-CONTRIBUTION-TO-FUNDS
        PERFORM CHECK-REBALANCE-REQUEST
        END-IF
    END-IF.

*> Values the account's units at the trade-date price before any of
*> the day's trades; the change from the last valuation is the
*> account's market gain or loss.
REVALUE-ACCOUNT-FUNDS.
    MOVE 'N' TO WS-ACCOUNT-HAS-FUNDS
    MOVE ZERO TO WS-FUND-GROWTH
    PERFORM VARYING FBAL-IDX FROM 1 BY 1
            UNTIL FBAL-IDX > WS-FUNDBAL-COUNT
        IF FG-ACCOUNT-NUMBER(FBAL-IDX) = ACCOUNT-NUMBER
            SET ACCOUNT-HAS-FUNDS TO TRUE
            PERFORM REVALUE-ONE-FUND-HOLDING
        END-IF
    END-PERFORM.

REVALUE-ONE-FUND-HOLDING.
    COMPUTE WS-ONE-FUND-GROWTH ROUNDED =
        FG-UNITS(FBAL-IDX) * FG-PRICE(FBAL-IDX) - FG-BALANCE(FBAL-IDX)
    ADD WS-ONE-FUND-GROWTH TO WS-FUND-GROWTH
    COMPUTE FG-BALANCE(FBAL-IDX) ROUNDED =
        FG-UNITS(FBAL-IDX) * FG-PRICE(FBAL-IDX).

TOTAL-ACCOUNT-FUNDS.
    MOVE ZERO TO WS-FUND-TOTAL
    PERFORM VARYING FBAL-IDX FROM 1 BY 1
            UNTIL FBAL-IDX > WS-FUNDBAL-COUNT
        IF FG-ACCOUNT-NUMBER(FBAL-IDX) = ACCOUNT-NUMBER
            ADD FG-BALANCE(FBAL-IDX) TO WS-FUND-TOTAL
        END-IF
    END-PERFORM.

ALLOCATE-CONTRIBUTION-TO-FUNDS.
    IF WS-APPLICABLE-CONTRIBUTION > 0
        IF FG-ACCOUNT-NUMBER(FBAL-IDX) = ACCOUNT-NUMBER
                AND FG-FUND-CODE(FBAL-IDX) =
                    AC-FUND-CODE(ALLOC-IDX)
            COMPUTE WS-FUND-SHARE ROUNDED =
                WS-APPLICABLE-CONTRIBUTION * AC-PERCENT(ALLOC-IDX) / 100
            PERFORM TRADE-FUND-UNITS
            EXIT PERFORM
        END-IF
    END-PERFORM.
    END-PERFORM.

REBALANCE-ACCOUNT-FUNDS.
    PERFORM TOTAL-ACCOUNT-FUNDS
    PERFORM VARYING ALLOC-IDX FROM 1 BY 1
            UNTIL ALLOC-IDX > WS-ALLOC-COUNT
        IF AC-ACCOUNT-NUMBER(ALLOC-IDX) = ACCOUNT-NUMBER
        IF FG-ACCOUNT-NUMBER(FBAL-IDX) = ACCOUNT-NUMBER
                AND FG-FUND-CODE(FBAL-IDX) =
                    AC-FUND-CODE(ALLOC-IDX)
            COMPUTE WS-FUND-SHARE ROUNDED =
                WS-FUND-TOTAL * AC-PERCENT(ALLOC-IDX) / 100
                - FG-BALANCE(FBAL-IDX)
            PERFORM TRADE-FUND-UNITS
            EXIT PERFORM
        END-IF
    END-PERFORM.
            IF WS-FUND-COUNT < 20
                ADD 1 TO WS-FUND-COUNT
                MOVE FM-FUND-CODE TO FD-FUND-CODE(WS-FUND-COUNT)
                MOVE ZERO TO FD-UNIT-PRICE(WS-FUND-COUNT)
                MOVE FM-UNIT-PRICE TO FD-PRIOR-PRICE(WS-FUND-COUNT)
                MOVE ZERO TO FD-PRIOR-DATE(WS-FUND-COUNT)
                MOVE 'N' TO FD-PRICED(WS-FUND-COUNT)
                IF FM-PRICE-TOLERANCE IS NUMERIC
                        AND FM-PRICE-TOLERANCE > 0
                    MOVE FM-PRICE-TOLERANCE
                        TO FD-TOLERANCE(WS-FUND-COUNT)
                ELSE
                    MOVE WS-DEFAULT-TOLERANCE
                        TO FD-TOLERANCE(WS-FUND-COUNT)
                END-IF
            ELSE
                DISPLAY "Fund table full - discarding " FM-FUND-CODE
            END-IF
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-FUND-PRICES.
    OPEN INPUT fund-prices
    IF WS-FUNDPRICE-STATUS = '00'
        READ fund-prices INTO FUND-PRICE-RECORD
            AT END SET EOF TO TRUE
        END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            PERFORM POST-ONE-FUND-PRICE
            READ fund-prices INTO FUND-PRICE-RECORD
                AT END SET EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE fund-prices
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

POST-ONE-FUND-PRICE.
    PERFORM VARYING FUND-IDX FROM 1 BY 1
            UNTIL FUND-IDX > WS-FUND-COUNT
        IF FD-FUND-CODE(FUND-IDX) = FP-FUND-CODE
            EVALUATE TRUE
                WHEN FP-PRICE-DATE = WS-TRADE-DATE
                    MOVE FP-NAV TO FD-UNIT-PRICE(FUND-IDX)
                    MOVE 'Y' TO FD-PRICED(FUND-IDX)
                WHEN FP-PRICE-DATE < WS-TRADE-DATE
                        AND FP-PRICE-DATE > FD-PRIOR-DATE(FUND-IDX)
                    MOVE FP-NAV TO FD-PRIOR-PRICE(FUND-IDX)
                    MOVE FP-PRICE-DATE TO FD-PRIOR-DATE(FUND-IDX)
            END-EVALUATE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> No trade is posted unless every fund has a price for the trade
*> date within its tolerance of the prior price, and every fund an
*> account holds is on the fund master.
CHECK-FUND-PRICES.
    OPEN OUTPUT fund-pricing-exceptions
    PERFORM VARYING FUND-IDX FROM 1 BY 1
            UNTIL FUND-IDX > WS-FUND-COUNT
        PERFORM CHECK-ONE-FUND-PRICE
    END-PERFORM
    PERFORM VARYING FBAL-IDX FROM 1 BY 1
            UNTIL FBAL-IDX > WS-FUNDBAL-COUNT
        PERFORM FIND-HOLDING-FUND
        IF NOT FUND-FOUND
            MOVE FG-FUND-CODE(FBAL-IDX) TO PX-FUND-CODE
            MOVE ZERO TO PX-PRICE
            MOVE ZERO TO PX-PRIOR-PRICE
            MOVE ZERO TO PX-MOVE-PERCENT
            MOVE 'Fund held by an account is not on master' TO PX-REASON
            PERFORM WRITE-PRICING-EXCEPTION
        END-IF
    END-PERFORM
    CLOSE fund-pricing-exceptions.

CHECK-ONE-FUND-PRICE.
    MOVE FD-FUND-CODE(FUND-IDX) TO PX-FUND-CODE
    MOVE FD-UNIT-PRICE(FUND-IDX) TO PX-PRICE
    MOVE FD-PRIOR-PRICE(FUND-IDX) TO PX-PRIOR-PRICE
    MOVE ZERO TO PX-MOVE-PERCENT
    IF FD-PRIOR-PRICE(FUND-IDX) > 0
        COMPUTE WS-PRICE-MOVE =
            FD-UNIT-PRICE(FUND-IDX) - FD-PRIOR-PRICE(FUND-IDX)
        IF WS-PRICE-MOVE < 0
            COMPUTE WS-PRICE-MOVE = 0 - WS-PRICE-MOVE
        END-IF
        COMPUTE WS-PRICE-MOVE-PERCENT ROUNDED =
            WS-PRICE-MOVE * 100 / FD-PRIOR-PRICE(FUND-IDX)
        MOVE WS-PRICE-MOVE-PERCENT TO PX-MOVE-PERCENT
    END-IF
    EVALUATE TRUE
        WHEN FD-PRICED(FUND-IDX) NOT = 'Y'
            MOVE 'No fund price for the trade date' TO PX-REASON
            PERFORM WRITE-PRICING-EXCEPTION
        WHEN FD-UNIT-PRICE(FUND-IDX) = 0
            MOVE 'Fund price is zero' TO PX-REASON
            PERFORM WRITE-PRICING-EXCEPTION
        WHEN FD-PRIOR-PRICE(FUND-IDX) > 0
                AND WS-PRICE-MOVE >
                    FD-PRIOR-PRICE(FUND-IDX) * FD-TOLERANCE(FUND-IDX)
            MOVE 'Price move exceeds fund tolerance' TO PX-REASON
            PERFORM WRITE-PRICING-EXCEPTION
    END-EVALUATE.

FIND-HOLDING-FUND.
    MOVE 'N' TO WS-FUND-FOUND
    PERFORM VARYING FUND-IDX FROM 1 BY 1
            UNTIL FUND-IDX > WS-FUND-COUNT
        IF FD-FUND-CODE(FUND-IDX) = FG-FUND-CODE(FBAL-IDX)
            SET FUND-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

WRITE-PRICING-EXCEPTION.
    MOVE WS-TRADE-DATE TO PX-TRADE-DATE
    WRITE PRICING-EXCEPTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-PRICING-EXCEPTIONS
    SET PRICING-REJECTED TO TRUE.

LOAD-ALLOCATIONS.
    OPEN INPUT account-allocations
    IF WS-ALLOC-STATUS = '00'
                    TO FG-ACCOUNT-NUMBER(WS-FUNDBAL-COUNT)
                MOVE FB-FUND-CODE TO FG-FUND-CODE(WS-FUNDBAL-COUNT)
                MOVE FB-BALANCE TO FG-BALANCE(WS-FUNDBAL-COUNT)
                SET FBAL-IDX TO WS-FUNDBAL-COUNT
                PERFORM SET-HOLDING-UNITS
            ELSE
                DISPLAY "Fund balance table full - discarding "
                    FB-ACCOUNT-NUMBER
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

*> A holding carried before units were kept has its last valued
*> balance converted to units at the price it was valued at.
SET-HOLDING-UNITS.
    MOVE ZERO TO FG-PRICE(FBAL-IDX)
    PERFORM FIND-HOLDING-FUND
    IF FUND-FOUND
        MOVE FD-UNIT-PRICE(FUND-IDX) TO FG-PRICE(FBAL-IDX)
    END-IF
    IF FB-UNITS IS NUMERIC
        MOVE FB-UNITS TO FG-UNITS(FBAL-IDX)
    ELSE
        MOVE ZERO TO FG-UNITS(FBAL-IDX)
    END-IF
    IF FG-UNITS(FBAL-IDX) = 0 AND FG-BALANCE(FBAL-IDX) > 0
            AND FUND-FOUND
        IF FD-PRIOR-PRICE(FUND-IDX) > 0
            COMPUTE FG-UNITS(FBAL-IDX) ROUNDED =
                FG-BALANCE(FBAL-IDX) / FD-PRIOR-PRICE(FUND-IDX)
        ELSE
            IF FD-UNIT-PRICE(FUND-IDX) > 0
                COMPUTE FG-UNITS(FBAL-IDX) ROUNDED =
                    FG-BALANCE(FBAL-IDX) / FD-UNIT-PRICE(FUND-IDX)
            END-IF
        END-IF
    END-IF.

LOAD-REBALANCE-REQUESTS.
    OPEN INPUT rebalance-requests
    IF WS-REBAL-STATUS = '00'
        MOVE FG-ACCOUNT-NUMBER(FBAL-IDX) TO FBU-ACCOUNT-NUMBER
        MOVE FG-FUND-CODE(FBAL-IDX) TO FBU-FUND-CODE
        MOVE FG-BALANCE(FBAL-IDX) TO FBU-BALANCE
        MOVE FG-UNITS(FBAL-IDX) TO FBU-UNITS
        WRITE FUND-BALANCE-RECORD-OUT
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.
    MOVE 'EMPLOYER MATCH' TO SD-LABEL
    MOVE WS-EMPLOYER-MATCH TO SD-AMOUNT
    PERFORM WRITE-STATEMENT-DETAIL
    IF WS-MATCH-FROM-POOL > 0
        MOVE '  FUNDED FROM FORFEITURES' TO SD-LABEL
        MOVE WS-MATCH-FROM-POOL TO SD-AMOUNT
        PERFORM WRITE-STATEMENT-DETAIL
    END-IF
    MOVE 'INTEREST EARNED' TO SD-LABEL
    MOVE WS-INTEREST-EARNED TO SD-AMOUNT
    PERFORM WRITE-STATEMENT-DETAIL
                UNTIL FBAL-IDX > WS-FUNDBAL-COUNT
            IF FG-ACCOUNT-NUMBER(FBAL-IDX) = ACCOUNT-NUMBER
                MOVE FG-FUND-CODE(FBAL-IDX) TO SF-FUND-CODE
                MOVE FG-UNITS(FBAL-IDX) TO SF-UNITS
                MOVE FG-PRICE(FBAL-IDX) TO SF-PRICE
                MOVE FG-BALANCE(FBAL-IDX) TO SF-BALANCE
                MOVE WS-STATEMENT-FUND-LINE
                    TO ACCOUNT-STATEMENT-LINE
        MOVE WS-PENALTY-AMOUNT TO SD-AMOUNT
        PERFORM WRITE-STATEMENT-DETAIL
    END-IF
    IF WS-ACCOUNT-CORRECTIVE > 0
        MOVE 'CORRECTIVE REFUNDS' TO SD-LABEL
        MOVE WS-ACCOUNT-CORRECTIVE TO SD-AMOUNT
        PERFORM WRITE-STATEMENT-DETAIL
    END-IF
    IF WS-ACCOUNT-FORFEITED > 0
        MOVE 'UNVESTED BALANCE FORFEITED' TO SD-LABEL
        MOVE WS-ACCOUNT-FORFEITED TO SD-AMOUNT
        PERFORM WRITE-STATEMENT-DETAIL
    END-IF
    IF WS-ACCOUNT-RESTORED > 0
        MOVE 'FORFEITURE RESTORED' TO SD-LABEL
        MOVE WS-ACCOUNT-RESTORED TO SD-AMOUNT
        PERFORM WRITE-STATEMENT-DETAIL
    END-IF
    MOVE 'ENDING BALANCE' TO SD-LABEL
    MOVE WS-ENDING-TOTAL TO SD-AMOUNT
    PERFORM WRITE-STATEMENT-DETAIL
    COMPUTE WS-RECON-TOTAL =
        WS-BEGIN-TOTAL-BALANCE + WS-APPLICABLE-CONTRIBUTION
        + WS-EMPLOYER-MATCH + WS-INTEREST-EARNED
        - WS-WITHDRAWAL-AMOUNT - WS-ACCOUNT-CORRECTIVE
        - WS-ACCOUNT-FORFEITED + WS-ACCOUNT-RESTORED
    MOVE 'RECONCILIATION TOTAL' TO SD-LABEL
    MOVE WS-RECON-TOTAL TO SD-AMOUNT
    PERFORM WRITE-STATEMENT-DETAIL
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    IF PRICING-REJECTED
        MOVE 'REJECTED' TO OPS-COMPLETION-STATUS
    ELSE
        MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    END-IF
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.
