IDENTIFICATION DIVISION.
PROGRAM-ID. DebtPayoffPlanner.
AUTHOR. Your Name.
*> Household debt payoff planning. The debt master holds each loan or
*> card with its balance, APR, minimum payment and due day. Each run
*> charges a month's interest on the master balance for every month
*> end passed since the last run and posts the payments to each
*> creditor found on budget-transactions.dat since the last posting.
*> It then projects month-by-month payoff schedules under the
*> avalanche (highest APR first) and snowball (smallest balance
*> first) strategies. Every month the whole debt budget is paid out:
*> the minimums, plus the surplus left after the budget plan (latest
*> budget-history income less the planned spending), with minimums
*> freed by paid-off debts rolling to the target debt. The schedule
*> of the strategy chosen on debt-plan-parameters.dat (avalanche by
*> default) is kept as the plan baseline, and each debt is reported
*> ahead of or behind that plan. The baseline is rebuilt when there
*> is none, when the chosen strategy changes or when a replan is
*> requested.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT debt-master ASSIGN TO 'debt-master.dat'
        FILE STATUS IS WS-DEBT-STATUS.
    SELECT budget-transactions ASSIGN TO 'budget-transactions.dat'
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT budget-history ASSIGN TO 'budget-history.dat'
        FILE STATUS IS WS-HIST-STATUS.
    SELECT budget-plan ASSIGN TO 'budget-plan.dat'
        FILE STATUS IS WS-PLAN-STATUS.
    SELECT debt-plan-parameters ASSIGN TO 'debt-plan-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT debt-plan-baseline ASSIGN TO 'debt-plan-baseline.dat'
        FILE STATUS IS WS-BASELINE-STATUS.
    SELECT payoff-schedule ASSIGN TO 'debt-payoff-schedule.dat'.
    SELECT payoff-summary ASSIGN TO 'debt-payoff-summary.dat'.
    SELECT debt-progress ASSIGN TO 'debt-progress-report.dat'.

DATA DIVISION.
FILE SECTION.
*> DM-INTEREST-MONTH is the last month interest was charged and
*> DM-LAST-POSTED-DATE the date payments were last posted through.
FD debt-master.
01 DEBT-MASTER-RECORD.
    05 DM-DEBT-ID              PIC X(8).
    05 DM-CREDITOR             PIC X(30).
    05 DM-BALANCE              PIC 9(7)v99.
    05 DM-APR                  PIC 9(2)v99.
    05 DM-MIN-PAYMENT          PIC 9(6)v99.
    05 DM-DUE-DAY              PIC 9(2).
    05 DM-INTEREST-MONTH       PIC 9(6).
    05 DM-LAST-POSTED-DATE     PIC 9(8).

FD budget-transactions.
01 BUDGET-TRANSACTION-RECORD.
    05 BT-TRANSACTION-DATE     PIC 9(8).
    05 BT-CATEGORY-CODE        PIC X.
    05 BT-AMOUNT                PIC 9(6)v99.
    05 BT-PAYEE                PIC X(30).

FD budget-history.
01 BUDGET-HISTORY-RECORD.
    05 BH-RUN-DATE             PIC 9(8).
    05 BH-INCOME               PIC 9(7)v99.
    05 BH-TOTAL-EXPENSES       PIC 9(7)v99.
    05 BH-SAVINGS              PIC 9(7)v99.
    05 BH-HOUSING              PIC 9(6)v99.
    05 BH-UTILITIES            PIC 9(6)v99.
    05 BH-GROCERIES            PIC 9(6)v99.
    05 BH-TRANSPORTATION       PIC 9(6)v99.
    05 BH-ENTERTAINMENT        PIC 9(6)v99.
    05 BH-MISCELLANEOUS        PIC 9(6)v99.

FD budget-plan.
01 BUDGET-PLAN-RECORD.
    05 BP-CATEGORY-CODE        PIC X.
    05 BP-PLANNED-AMOUNT       PIC 9(6)v99.

*> Strategy A (avalanche) or S (snowball). A surplus given here
*> replaces the one worked out from the budget.
FD debt-plan-parameters.
01 DEBT-PLAN-PARAMETER-RECORD.
    05 DP-STRATEGY             PIC X.
    05 DP-MONTHLY-SURPLUS      PIC 9(6)v99.
    05 DP-REPLAN               PIC X.

*> Month-end balances of the chosen plan, starting with the balances
*> the plan was built from.
FD debt-plan-baseline.
01 DEBT-BASELINE-RECORD.
    05 BL-STRATEGY             PIC X.
    05 BL-DEBT-ID              PIC X(8).
    05 BL-MONTH                PIC 9(6).
    05 BL-BALANCE              PIC 9(7)v99.

FD payoff-schedule.
01 PAYOFF-SCHEDULE-RECORD.
    05 SC-STRATEGY             PIC X.
    05 SC-MONTH                PIC 9(6).
    05 SC-DEBT-ID              PIC X(8).
    05 SC-INTEREST             PIC 9(6)v99.
    05 SC-PAYMENT              PIC 9(7)v99.
    05 SC-BALANCE              PIC 9(7)v99.

*> One line per debt per strategy and a strategy total with debt id
*> '*TOTAL*'. A payoff month of zeros means the debt budget never
*> clears the debt.
FD payoff-summary.
01 PAYOFF-SUMMARY-RECORD.
    05 SS-STRATEGY             PIC X.
    05 SS-DEBT-ID              PIC X(8).
    05 SS-PAYOFF-MONTH         PIC 9(6).
    05 SS-MONTHS               PIC 9(3).
    05 SS-TOTAL-INTEREST       PIC 9(7)v99.

FD debt-progress.
01 DEBT-PROGRESS-RECORD.
    05 PR-DEBT-ID              PIC X(8).
    05 PR-CREDITOR             PIC X(30).
    05 PR-ACTUAL-BALANCE       PIC 9(7)v99.
    05 PR-PLAN-BALANCE         PIC 9(7)v99.
    05 PR-VARIANCE             PIC S9(7)v99.
    05 PR-PLAN-PAYOFF-MONTH    PIC 9(6).
    05 PR-STATUS               PIC X(11).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE              PIC X VALUE 'N'.
    88 EOF                     VALUE 'Y'.
    88 NOT-EOF                 VALUE 'N'.

01 WS-DEBT-STATUS              PIC XX.
01 WS-TRANS-STATUS             PIC XX.
01 WS-HIST-STATUS              PIC XX.
01 WS-PLAN-STATUS              PIC XX.
01 WS-PARM-STATUS              PIC XX.
01 WS-BASELINE-STATUS          PIC XX.

01 WS-CURRENT-DATE             PIC 9(8).
01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
    05 WS-CURRENT-YEAR         PIC 9(4).
    05 WS-CURRENT-MM           PIC 9(2).
    05 WS-CURRENT-DAY          PIC 9(2).
01 WS-CURRENT-MONTH            PIC 9(6).
01 WS-POST-THROUGH-DATE        PIC 9(8).
01 WS-MONTH-WORK               PIC 9(6).
01 WS-MONTH-WORK-PARTS REDEFINES WS-MONTH-WORK.
    05 WS-MONTH-WORK-YEAR      PIC 9(4).
    05 WS-MONTH-WORK-MM        PIC 9(2).

01 WS-STRATEGY                 PIC X VALUE 'A'.
    88 AVALANCHE-STRATEGY      VALUE 'A'.
    88 SNOWBALL-STRATEGY       VALUE 'S'.
01 WS-SIM-STRATEGY             PIC X.
    88 SIM-AVALANCHE           VALUE 'A'.
    88 SIM-SNOWBALL            VALUE 'S'.
01 WS-REPLAN                   PIC X VALUE 'N'.
    88 REPLAN-REQUESTED        VALUE 'Y'.
01 WS-WRITE-BASELINE           PIC X VALUE 'N'.
    88 WRITING-BASELINE        VALUE 'Y'.
01 WS-SURPLUS-OVERRIDE         PIC 9(6)v99 VALUE 0.
01 WS-BUDGET-INCOME            PIC 9(7)v99 VALUE 0.
01 WS-PLANNED-SPENDING         PIC 9(8)v99 VALUE 0.
01 WS-MONTHLY-SURPLUS          PIC 9(7)v99 VALUE 0.
01 WS-MINIMUM-TOTAL            PIC 9(7)v99 VALUE 0.
01 WS-DEBT-BUDGET              PIC 9(7)v99 VALUE 0.

01 WS-DEBT-COUNT               PIC 9(2) VALUE 0.
01 DEBT-TABLE.
    05 DEBT-ENTRY OCCURS 50 TIMES INDEXED BY DEBT-IDX.
        10 DT-DEBT-ID              PIC X(8).
        10 DT-CREDITOR             PIC X(30).
        10 DT-BALANCE              PIC 9(7)v99.
        10 DT-APR                  PIC 9(2)v99.
        10 DT-MIN-PAYMENT          PIC 9(6)v99.
        10 DT-DUE-DAY              PIC 9(2).
        10 DT-INTEREST-MONTH       PIC 9(6).
        10 DT-LAST-POSTED-DATE     PIC 9(8).
        10 DT-SIM-BALANCE          PIC 9(7)v99.
        10 DT-SIM-INTEREST         PIC 9(6)v99.
        10 DT-SIM-PAYMENT          PIC 9(7)v99.
        10 DT-SIM-TOTAL-INTEREST   PIC 9(7)v99.
        10 DT-SIM-PAYOFF-MONTH     PIC 9(6).
        10 DT-SIM-MONTHS           PIC 9(3).
        10 DT-PLAN-BALANCE         PIC 9(7)v99.
        10 DT-PLAN-MONTH           PIC 9(6).
        10 DT-PLAN-PAYOFF-MONTH    PIC 9(6).
        10 DT-IN-PLAN              PIC X.
01 WS-DEBT-FOUND               PIC X.
    88 DEBT-FOUND              VALUE 'Y'.
01 WS-WORK-DEBT-ID             PIC X(8).

01 WS-MONTH-INTEREST           PIC 9(6)v99.
01 WS-PAYMENTS-POSTED          PIC 9(5) VALUE 0.
01 WS-PAYMENT-TOTAL            PIC 9(8)v99 VALUE 0.

01 WS-MAX-PLAN-MONTHS          PIC 9(3) VALUE 600.
01 WS-SIM-MONTH-COUNT          PIC 9(3).
01 WS-SIM-MONTH                PIC 9(6).
01 WS-SIM-POOL                 PIC 9(7)v99.
01 WS-SIM-PAY                  PIC 9(7)v99.
01 WS-SIM-OPEN-DEBTS           PIC 9(2).
01 WS-SIM-TOTAL-INTEREST       PIC 9(8)v99.
01 WS-SIM-LAST-PAYOFF          PIC 9(6).
01 WS-SIM-CLEARED              PIC X.
    88 SIM-ALL-CLEARED         VALUE 'Y'.
01 WS-TARGET-ENTRY             PIC 9(2).

01 WS-PROGRESS-MONTH           PIC 9(6).
01 WS-AHEAD-COUNT              PIC 9(3) VALUE 0.
01 WS-BEHIND-COUNT             PIC 9(3) VALUE 0.

01 DATE-SERVICE-PARAMETERS.
    05 DS-FUNCTION-CODE  PIC X.
    05 DS-DATE-FROM      PIC 9(8).
    05 DS-DATE-TO        PIC 9(8).
    05 DS-DAYS           PIC S9(7).
    05 DS-RESULT-DATE    PIC 9(8).

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
    COMPUTE WS-CURRENT-MONTH = WS-CURRENT-DATE / 100
    PERFORM LOAD-PLAN-PARAMETERS
    PERFORM LOAD-DEBT-MASTER
    IF WS-DEBT-COUNT = 0
        DISPLAY "No debts on file - nothing to plan"
        PERFORM LOG-RUN-END
        STOP RUN
    END-IF
    PERFORM CHARGE-MASTER-INTEREST
    PERFORM POST-DEBT-PAYMENTS
    PERFORM REWRITE-DEBT-MASTER
    PERFORM DERIVE-MONTHLY-SURPLUS
    PERFORM CHECK-PLAN-BASELINE
    OPEN OUTPUT payoff-schedule
    OPEN OUTPUT payoff-summary
    IF WRITING-BASELINE
        OPEN OUTPUT debt-plan-baseline
    END-IF
    MOVE 'A' TO WS-SIM-STRATEGY
    PERFORM PROJECT-PAYOFF-SCHEDULE
    MOVE 'S' TO WS-SIM-STRATEGY
    PERFORM PROJECT-PAYOFF-SCHEDULE
    IF WRITING-BASELINE
        CLOSE debt-plan-baseline
    END-IF
    CLOSE payoff-schedule
    CLOSE payoff-summary
    PERFORM LOAD-PLAN-BASELINE
    OPEN OUTPUT debt-progress
    PERFORM REPORT-DEBT-PROGRESS
    CLOSE debt-progress
    DISPLAY "Debts on file: " WS-DEBT-COUNT
    DISPLAY "Debt payments posted: " WS-PAYMENTS-POSTED
        " totalling $" WS-PAYMENT-TOTAL
    DISPLAY "Monthly surplus toward debt: $" WS-MONTHLY-SURPLUS
    DISPLAY "Monthly debt budget: $" WS-DEBT-BUDGET
    DISPLAY "Debts ahead of plan: " WS-AHEAD-COUNT
    DISPLAY "Debts behind plan: " WS-BEHIND-COUNT
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-PLAN-PARAMETERS.
    OPEN INPUT debt-plan-parameters
    IF WS-PARM-STATUS = '00'
        READ debt-plan-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF DP-STRATEGY = 'A' OR DP-STRATEGY = 'S'
                    MOVE DP-STRATEGY TO WS-STRATEGY
                END-IF
                IF DP-MONTHLY-SURPLUS IS NUMERIC
                        AND DP-MONTHLY-SURPLUS > 0
                    MOVE DP-MONTHLY-SURPLUS TO WS-SURPLUS-OVERRIDE
                END-IF
                IF DP-REPLAN = 'Y'
                    SET REPLAN-REQUESTED TO TRUE
                END-IF
        END-READ
        CLOSE debt-plan-parameters
    END-IF.

LOAD-DEBT-MASTER.
    OPEN INPUT debt-master
    IF WS-DEBT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ debt-master AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-DEBT-COUNT < 50
            ADD 1 TO WS-DEBT-COUNT
            SET DEBT-IDX TO WS-DEBT-COUNT
            INITIALIZE DEBT-ENTRY(DEBT-IDX)
            MOVE DM-DEBT-ID TO DT-DEBT-ID(DEBT-IDX)
            MOVE DM-CREDITOR TO DT-CREDITOR(DEBT-IDX)
            MOVE DM-BALANCE TO DT-BALANCE(DEBT-IDX)
            MOVE DM-APR TO DT-APR(DEBT-IDX)
            MOVE DM-MIN-PAYMENT TO DT-MIN-PAYMENT(DEBT-IDX)
            MOVE DM-DUE-DAY TO DT-DUE-DAY(DEBT-IDX)
            MOVE DM-INTEREST-MONTH TO DT-INTEREST-MONTH(DEBT-IDX)
            MOVE DM-LAST-POSTED-DATE TO DT-LAST-POSTED-DATE(DEBT-IDX)
            MOVE 'N' TO DT-IN-PLAN(DEBT-IDX)
        ELSE
            DISPLAY "Debt table full - discarding " DM-DEBT-ID
        END-IF
        READ debt-master AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE debt-master
    MOVE 'N' TO WS-END-OF-FILE.

*> A debt new to the file starts accruing from the current month.
CHARGE-MASTER-INTEREST.
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        IF DT-INTEREST-MONTH(DEBT-IDX) = 0
            MOVE WS-CURRENT-MONTH TO DT-INTEREST-MONTH(DEBT-IDX)
        END-IF
        PERFORM UNTIL DT-INTEREST-MONTH(DEBT-IDX) >= WS-CURRENT-MONTH
            COMPUTE WS-MONTH-INTEREST ROUNDED =
                DT-BALANCE(DEBT-IDX) * DT-APR(DEBT-IDX) / 1200
            ADD WS-MONTH-INTEREST TO DT-BALANCE(DEBT-IDX)
            MOVE DT-INTEREST-MONTH(DEBT-IDX) TO WS-MONTH-WORK
            PERFORM ADVANCE-MONTH
            MOVE WS-MONTH-WORK TO DT-INTEREST-MONTH(DEBT-IDX)
        END-PERFORM
    END-PERFORM.

ADVANCE-MONTH.
    IF WS-MONTH-WORK-MM = 12
        ADD 1 TO WS-MONTH-WORK-YEAR
        MOVE 1 TO WS-MONTH-WORK-MM
    ELSE
        ADD 1 TO WS-MONTH-WORK-MM
    END-IF.

*> Payments are matched to the debt by payee and posted once: only
*> transactions after the debt's last posting date are taken. Posting
*> runs through yesterday, since transactions dated today may still be
*> imported after this run.
POST-DEBT-PAYMENTS.
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE WS-CURRENT-DATE TO DS-DATE-FROM
    MOVE -1 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO WS-POST-THROUGH-DATE
    OPEN INPUT budget-transactions
    IF WS-TRANS-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ budget-transactions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM VARYING DEBT-IDX FROM 1 BY 1
                UNTIL DEBT-IDX > WS-DEBT-COUNT
            IF BT-PAYEE = DT-CREDITOR(DEBT-IDX)
                    AND BT-TRANSACTION-DATE >
                        DT-LAST-POSTED-DATE(DEBT-IDX)
                    AND BT-TRANSACTION-DATE <= WS-POST-THROUGH-DATE
                IF BT-AMOUNT > DT-BALANCE(DEBT-IDX)
                    MOVE ZERO TO DT-BALANCE(DEBT-IDX)
                ELSE
                    SUBTRACT BT-AMOUNT FROM DT-BALANCE(DEBT-IDX)
                END-IF
                ADD 1 TO WS-PAYMENTS-POSTED
                ADD BT-AMOUNT TO WS-PAYMENT-TOTAL
                EXIT PERFORM
            END-IF
        END-PERFORM
        READ budget-transactions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE budget-transactions
    MOVE 'N' TO WS-END-OF-FILE
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        IF DT-LAST-POSTED-DATE(DEBT-IDX) < WS-POST-THROUGH-DATE
            MOVE WS-POST-THROUGH-DATE TO DT-LAST-POSTED-DATE(DEBT-IDX)
        END-IF
    END-PERFORM.

REWRITE-DEBT-MASTER.
    OPEN OUTPUT debt-master
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        MOVE DT-DEBT-ID(DEBT-IDX) TO DM-DEBT-ID
        MOVE DT-CREDITOR(DEBT-IDX) TO DM-CREDITOR
        MOVE DT-BALANCE(DEBT-IDX) TO DM-BALANCE
        MOVE DT-APR(DEBT-IDX) TO DM-APR
        MOVE DT-MIN-PAYMENT(DEBT-IDX) TO DM-MIN-PAYMENT
        MOVE DT-DUE-DAY(DEBT-IDX) TO DM-DUE-DAY
        MOVE DT-INTEREST-MONTH(DEBT-IDX) TO DM-INTEREST-MONTH
        MOVE DT-LAST-POSTED-DATE(DEBT-IDX) TO DM-LAST-POSTED-DATE
        WRITE DEBT-MASTER-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE debt-master.

*> Debt minimums are recurring bills already inside the budget plan,
*> so the surplus is paid on top of them.
DERIVE-MONTHLY-SURPLUS.
    OPEN INPUT budget-history
    IF WS-HIST-STATUS = '00'
        READ budget-history AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            MOVE BH-INCOME TO WS-BUDGET-INCOME
            READ budget-history AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE budget-history
        MOVE 'N' TO WS-END-OF-FILE
    END-IF
    OPEN INPUT budget-plan
    IF WS-PLAN-STATUS = '00'
        READ budget-plan AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            ADD BP-PLANNED-AMOUNT TO WS-PLANNED-SPENDING
            READ budget-plan AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE budget-plan
        MOVE 'N' TO WS-END-OF-FILE
    END-IF
    IF WS-SURPLUS-OVERRIDE > 0
        MOVE WS-SURPLUS-OVERRIDE TO WS-MONTHLY-SURPLUS
    ELSE
        IF WS-BUDGET-INCOME > WS-PLANNED-SPENDING
            COMPUTE WS-MONTHLY-SURPLUS =
                WS-BUDGET-INCOME - WS-PLANNED-SPENDING
        ELSE
            MOVE ZERO TO WS-MONTHLY-SURPLUS
        END-IF
    END-IF
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        IF DT-BALANCE(DEBT-IDX) > 0
            ADD DT-MIN-PAYMENT(DEBT-IDX) TO WS-MINIMUM-TOTAL
        END-IF
    END-PERFORM
    COMPUTE WS-DEBT-BUDGET = WS-MINIMUM-TOTAL + WS-MONTHLY-SURPLUS.

CHECK-PLAN-BASELINE.
    IF REPLAN-REQUESTED
        SET WRITING-BASELINE TO TRUE
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT debt-plan-baseline
    IF WS-BASELINE-STATUS NOT = '00'
        SET WRITING-BASELINE TO TRUE
        EXIT PARAGRAPH
    END-IF
    READ debt-plan-baseline
        AT END
            SET WRITING-BASELINE TO TRUE
        NOT AT END
            IF BL-STRATEGY NOT = WS-STRATEGY
                SET WRITING-BASELINE TO TRUE
            END-IF
    END-READ
    CLOSE debt-plan-baseline.

*> Plan months start with the month after the run. Each month every
*> open debt is charged interest and paid its minimum, then whatever
*> is left of the debt budget goes to the strategy's target debt,
*> moving on to the next target as each one clears.
PROJECT-PAYOFF-SCHEDULE.
    MOVE ZERO TO WS-SIM-TOTAL-INTEREST
    MOVE ZERO TO WS-SIM-LAST-PAYOFF
    MOVE ZERO TO WS-SIM-MONTH-COUNT
    MOVE 'N' TO WS-SIM-CLEARED
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        MOVE DT-BALANCE(DEBT-IDX) TO DT-SIM-BALANCE(DEBT-IDX)
        MOVE ZERO TO DT-SIM-TOTAL-INTEREST(DEBT-IDX)
        MOVE ZERO TO DT-SIM-PAYOFF-MONTH(DEBT-IDX)
        MOVE ZERO TO DT-SIM-MONTHS(DEBT-IDX)
        IF WRITING-BASELINE AND WS-SIM-STRATEGY = WS-STRATEGY
            MOVE DT-DEBT-ID(DEBT-IDX) TO WS-WORK-DEBT-ID
            MOVE WS-CURRENT-MONTH TO BL-MONTH
            MOVE DT-BALANCE(DEBT-IDX) TO BL-BALANCE
            PERFORM WRITE-BASELINE-LINE
        END-IF
    END-PERFORM
    MOVE WS-CURRENT-MONTH TO WS-MONTH-WORK
    PERFORM UNTIL SIM-ALL-CLEARED
            OR WS-SIM-MONTH-COUNT >= WS-MAX-PLAN-MONTHS
        PERFORM ADVANCE-MONTH
        MOVE WS-MONTH-WORK TO WS-SIM-MONTH
        ADD 1 TO WS-SIM-MONTH-COUNT
        PERFORM PROJECT-ONE-MONTH
    END-PERFORM
    PERFORM WRITE-PAYOFF-SUMMARY.

PROJECT-ONE-MONTH.
    MOVE WS-DEBT-BUDGET TO WS-SIM-POOL
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        MOVE ZERO TO DT-SIM-INTEREST(DEBT-IDX)
        MOVE ZERO TO DT-SIM-PAYMENT(DEBT-IDX)
        IF DT-SIM-BALANCE(DEBT-IDX) > 0
            COMPUTE DT-SIM-INTEREST(DEBT-IDX) ROUNDED =
                DT-SIM-BALANCE(DEBT-IDX) * DT-APR(DEBT-IDX) / 1200
            ADD DT-SIM-INTEREST(DEBT-IDX) TO DT-SIM-BALANCE(DEBT-IDX)
            ADD DT-SIM-INTEREST(DEBT-IDX)
                TO DT-SIM-TOTAL-INTEREST(DEBT-IDX)
            ADD DT-SIM-INTEREST(DEBT-IDX) TO WS-SIM-TOTAL-INTEREST
            MOVE DT-MIN-PAYMENT(DEBT-IDX) TO WS-SIM-PAY
            IF WS-SIM-PAY > DT-SIM-BALANCE(DEBT-IDX)
                MOVE DT-SIM-BALANCE(DEBT-IDX) TO WS-SIM-PAY
            END-IF
            IF WS-SIM-PAY > WS-SIM-POOL
                MOVE WS-SIM-POOL TO WS-SIM-PAY
            END-IF
            PERFORM APPLY-SIM-PAYMENT
        END-IF
    END-PERFORM
    PERFORM UNTIL WS-SIM-POOL = 0
        PERFORM PICK-TARGET-DEBT
        IF WS-TARGET-ENTRY = 0
            EXIT PERFORM
        END-IF
        SET DEBT-IDX TO WS-TARGET-ENTRY
        MOVE WS-SIM-POOL TO WS-SIM-PAY
        IF WS-SIM-PAY > DT-SIM-BALANCE(DEBT-IDX)
            MOVE DT-SIM-BALANCE(DEBT-IDX) TO WS-SIM-PAY
        END-IF
        PERFORM APPLY-SIM-PAYMENT
    END-PERFORM
    MOVE ZERO TO WS-SIM-OPEN-DEBTS
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        IF DT-SIM-BALANCE(DEBT-IDX) > 0
            ADD 1 TO WS-SIM-OPEN-DEBTS
        END-IF
        IF DT-SIM-PAYMENT(DEBT-IDX) > 0
                OR DT-SIM-INTEREST(DEBT-IDX) > 0
            PERFORM WRITE-SCHEDULE-LINE
            IF DT-SIM-BALANCE(DEBT-IDX) = 0
                MOVE WS-SIM-MONTH TO DT-SIM-PAYOFF-MONTH(DEBT-IDX)
                MOVE WS-SIM-MONTH-COUNT TO DT-SIM-MONTHS(DEBT-IDX)
                MOVE WS-SIM-MONTH TO WS-SIM-LAST-PAYOFF
            END-IF
        END-IF
    END-PERFORM
    IF WS-SIM-OPEN-DEBTS = 0
        SET SIM-ALL-CLEARED TO TRUE
    END-IF.

APPLY-SIM-PAYMENT.
    SUBTRACT WS-SIM-PAY FROM DT-SIM-BALANCE(DEBT-IDX)
    ADD WS-SIM-PAY TO DT-SIM-PAYMENT(DEBT-IDX)
    SUBTRACT WS-SIM-PAY FROM WS-SIM-POOL.

*> Avalanche takes the highest APR (smaller balance on a tie),
*> snowball the smallest balance (higher APR on a tie).
PICK-TARGET-DEBT.
    MOVE ZERO TO WS-TARGET-ENTRY
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        IF DT-SIM-BALANCE(DEBT-IDX) > 0
            EVALUATE TRUE
                WHEN WS-TARGET-ENTRY = 0
                    SET WS-TARGET-ENTRY TO DEBT-IDX
                WHEN SIM-AVALANCHE
                        AND (DT-APR(DEBT-IDX) > DT-APR(WS-TARGET-ENTRY)
                          OR (DT-APR(DEBT-IDX) = DT-APR(WS-TARGET-ENTRY)
                            AND DT-SIM-BALANCE(DEBT-IDX) <
                                DT-SIM-BALANCE(WS-TARGET-ENTRY)))
                    SET WS-TARGET-ENTRY TO DEBT-IDX
                WHEN SIM-SNOWBALL
                        AND (DT-SIM-BALANCE(DEBT-IDX) <
                                DT-SIM-BALANCE(WS-TARGET-ENTRY)
                          OR (DT-SIM-BALANCE(DEBT-IDX) =
                                DT-SIM-BALANCE(WS-TARGET-ENTRY)
                            AND DT-APR(DEBT-IDX) >
                                DT-APR(WS-TARGET-ENTRY)))
                    SET WS-TARGET-ENTRY TO DEBT-IDX
            END-EVALUATE
        END-IF
    END-PERFORM.

WRITE-SCHEDULE-LINE.
    MOVE WS-SIM-STRATEGY TO SC-STRATEGY
    MOVE WS-SIM-MONTH TO SC-MONTH
    MOVE DT-DEBT-ID(DEBT-IDX) TO SC-DEBT-ID
    MOVE DT-SIM-INTEREST(DEBT-IDX) TO SC-INTEREST
    MOVE DT-SIM-PAYMENT(DEBT-IDX) TO SC-PAYMENT
    MOVE DT-SIM-BALANCE(DEBT-IDX) TO SC-BALANCE
    WRITE PAYOFF-SCHEDULE-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    IF WRITING-BASELINE AND WS-SIM-STRATEGY = WS-STRATEGY
        MOVE DT-DEBT-ID(DEBT-IDX) TO WS-WORK-DEBT-ID
        MOVE WS-SIM-MONTH TO BL-MONTH
        MOVE DT-SIM-BALANCE(DEBT-IDX) TO BL-BALANCE
        PERFORM WRITE-BASELINE-LINE
    END-IF.

WRITE-BASELINE-LINE.
    MOVE WS-STRATEGY TO BL-STRATEGY
    MOVE WS-WORK-DEBT-ID TO BL-DEBT-ID
    WRITE DEBT-BASELINE-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-PAYOFF-SUMMARY.
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        MOVE WS-SIM-STRATEGY TO SS-STRATEGY
        MOVE DT-DEBT-ID(DEBT-IDX) TO SS-DEBT-ID
        MOVE DT-SIM-PAYOFF-MONTH(DEBT-IDX) TO SS-PAYOFF-MONTH
        MOVE DT-SIM-MONTHS(DEBT-IDX) TO SS-MONTHS
        MOVE DT-SIM-TOTAL-INTEREST(DEBT-IDX) TO SS-TOTAL-INTEREST
        WRITE PAYOFF-SUMMARY-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    MOVE WS-SIM-STRATEGY TO SS-STRATEGY
    MOVE '*TOTAL*' TO SS-DEBT-ID
    IF SIM-ALL-CLEARED
        MOVE WS-SIM-LAST-PAYOFF TO SS-PAYOFF-MONTH
        MOVE WS-SIM-MONTH-COUNT TO SS-MONTHS
    ELSE
        MOVE ZERO TO SS-PAYOFF-MONTH
        MOVE ZERO TO SS-MONTHS
    END-IF
    MOVE WS-SIM-TOTAL-INTEREST TO SS-TOTAL-INTEREST
    WRITE PAYOFF-SUMMARY-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    IF WS-SIM-STRATEGY = 'A'
        DISPLAY "Avalanche: debt-free " SS-PAYOFF-MONTH
            " total interest $" WS-SIM-TOTAL-INTEREST
    ELSE
        DISPLAY "Snowball:  debt-free " SS-PAYOFF-MONTH
            " total interest $" WS-SIM-TOTAL-INTEREST
    END-IF.

*> A debt is measured against the plan balance for the last month
*> whose payment is due: this month once the due day has passed,
*> otherwise last month. Before the plan's first month end the
*> balances it was built from are used.
LOAD-PLAN-BASELINE.
    OPEN INPUT debt-plan-baseline
    IF WS-BASELINE-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ debt-plan-baseline AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE BL-DEBT-ID TO WS-WORK-DEBT-ID
        PERFORM FIND-DEBT
        IF DEBT-FOUND
            PERFORM APPLY-BASELINE-LINE
        END-IF
        READ debt-plan-baseline AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE debt-plan-baseline
    MOVE 'N' TO WS-END-OF-FILE.

APPLY-BASELINE-LINE.
    IF WS-CURRENT-DAY > DT-DUE-DAY(DEBT-IDX)
        MOVE WS-CURRENT-MONTH TO WS-PROGRESS-MONTH
    ELSE
        MOVE WS-CURRENT-YEAR TO WS-MONTH-WORK-YEAR
        MOVE WS-CURRENT-MM TO WS-MONTH-WORK-MM
        IF WS-MONTH-WORK-MM = 1
            SUBTRACT 1 FROM WS-MONTH-WORK-YEAR
            MOVE 12 TO WS-MONTH-WORK-MM
        ELSE
            SUBTRACT 1 FROM WS-MONTH-WORK-MM
        END-IF
        MOVE WS-MONTH-WORK TO WS-PROGRESS-MONTH
    END-IF
    IF DT-IN-PLAN(DEBT-IDX) = 'N'
        MOVE 'Y' TO DT-IN-PLAN(DEBT-IDX)
        MOVE BL-BALANCE TO DT-PLAN-BALANCE(DEBT-IDX)
        MOVE BL-MONTH TO DT-PLAN-MONTH(DEBT-IDX)
    ELSE
        IF BL-MONTH <= WS-PROGRESS-MONTH
                AND BL-MONTH >= DT-PLAN-MONTH(DEBT-IDX)
            MOVE BL-BALANCE TO DT-PLAN-BALANCE(DEBT-IDX)
            MOVE BL-MONTH TO DT-PLAN-MONTH(DEBT-IDX)
        END-IF
    END-IF
    IF BL-BALANCE = 0 AND DT-PLAN-PAYOFF-MONTH(DEBT-IDX) = 0
        MOVE BL-MONTH TO DT-PLAN-PAYOFF-MONTH(DEBT-IDX)
    END-IF.

FIND-DEBT.
    MOVE 'N' TO WS-DEBT-FOUND
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        IF DT-DEBT-ID(DEBT-IDX) = WS-WORK-DEBT-ID
            SET DEBT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

REPORT-DEBT-PROGRESS.
    PERFORM VARYING DEBT-IDX FROM 1 BY 1
            UNTIL DEBT-IDX > WS-DEBT-COUNT
        MOVE DT-DEBT-ID(DEBT-IDX) TO PR-DEBT-ID
        MOVE DT-CREDITOR(DEBT-IDX) TO PR-CREDITOR
        MOVE DT-BALANCE(DEBT-IDX) TO PR-ACTUAL-BALANCE
        MOVE DT-PLAN-BALANCE(DEBT-IDX) TO PR-PLAN-BALANCE
        MOVE DT-PLAN-PAYOFF-MONTH(DEBT-IDX) TO PR-PLAN-PAYOFF-MONTH
        COMPUTE PR-VARIANCE =
            DT-BALANCE(DEBT-IDX) - DT-PLAN-BALANCE(DEBT-IDX)
        EVALUATE TRUE
            WHEN DT-IN-PLAN(DEBT-IDX) = 'N'
                MOVE ZERO TO PR-VARIANCE
                MOVE 'NOT IN PLAN' TO PR-STATUS
            WHEN DT-BALANCE(DEBT-IDX) = 0
                MOVE 'PAID OFF' TO PR-STATUS
            WHEN DT-BALANCE(DEBT-IDX) < DT-PLAN-BALANCE(DEBT-IDX)
                MOVE 'AHEAD' TO PR-STATUS
                ADD 1 TO WS-AHEAD-COUNT
            WHEN DT-BALANCE(DEBT-IDX) > DT-PLAN-BALANCE(DEBT-IDX)
                MOVE 'BEHIND' TO PR-STATUS
                ADD 1 TO WS-BEHIND-COUNT
                DISPLAY "Behind plan: " DT-DEBT-ID(DEBT-IDX) " "
                    DT-CREDITOR(DEBT-IDX) " by $" PR-VARIANCE
            WHEN OTHER
                MOVE 'ON PLAN' TO PR-STATUS
        END-EVALUATE
        WRITE DEBT-PROGRESS-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

LOG-RUN-START.
    MOVE 'DebtPayoffPlanner' TO OPS-PROGRAM-ID
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

END PROGRAM DebtPayoffPlanner.
