IDENTIFICATION DIVISION.
PROGRAM-ID. PlanForfeitureProcessing.
AUTHOR. Your Name.
*> Forfeiture of unvested employer balances for terminated employees.
*> Terminations come from the payroll master and are tied to the
*> retirement account through employee-account-xref.dat. When a
*> termination is first seen the unvested part of the employer balance
*> is put on forfeiture-history.dat as PENDING with the date the plan's
*> break-in-service wait ends. Once that date is reached the unvested
*> amount is forfeited: it is credited to the plan forfeiture account
*> (forfeiture-account-ledger.dat) and a FORFEIT transaction is passed
*> to RetirementFundManagement to take it off the employer balance.
*> An employee rehired before the forfeiture date keeps the balance
*> (CANCELLED); one rehired after it but before the restoration
*> deadline has the forfeited amount restored from the forfeiture
*> account (RESTORED). A rehire after the deadline is EXPIRED.
*> The wait and the restoration period are on forfeiture-parameters.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT employee-master-updated ASSIGN TO 'employee-master-updated.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT employee-account-xref
        ASSIGN TO 'employee-account-xref.dat'
        FILE STATUS IS WS-XREF-STATUS.
    SELECT account-details ASSIGN TO 'account-details.dat'
        FILE STATUS IS WS-ACCOUNT-STATUS.
    SELECT forfeiture-parameters
        ASSIGN TO 'forfeiture-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT forfeiture-history ASSIGN TO 'forfeiture-history.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT OPTIONAL forfeiture-account-ledger
        ASSIGN TO 'forfeiture-account-ledger.dat'.
    SELECT forfeiture-register ASSIGN TO 'forfeiture-register.dat'.
    SELECT forfeiture-transactions
        ASSIGN TO 'forfeiture-transactions.dat'.

DATA DIVISION.
FILE SECTION.
FD employee-master-updated.
01 EMPLOYEE-RECORD.
   05 EMPLOYEE-NUMBER        PIC 9(6).
   05 EMPLOYEE-NAME          PIC X(30).
   05 BASIC-SALARY           PIC 9(5)v99.
   05 BONUS                  PIC 9(4)v99.
   05 INSURANCE-DEDUCTION    PIC 9(4)v99.
   05 RETIREMENT-DEDUCTION   PIC 9(4)v99.
   05 NET-PAY                PIC 9(5)v99.
   05 YTD-GROSS              PIC 9(7)v99.
   05 YTD-TAX                PIC 9(7)v99.
   05 YTD-NET                PIC 9(7)v99.
   05 BANK-ROUTING-NUMBER    PIC 9(9).
   05 BANK-ACCOUNT-NUMBER    PIC X(17).
   05 BANK-STATUS            PIC X.
   05 BANK-STATUS-DATE       PIC 9(8).
   05 VACATION-BALANCE       PIC 9(3)v99.
   05 SICK-BALANCE           PIC 9(3)v99.
   05 EMPLOYMENT-STATUS      PIC X.
       88 EMPLOYEE-TERMINATED VALUE 'T'.
   05 HIRE-DATE              PIC 9(8).
   05 TERMINATION-DATE       PIC 9(8).
   05 FINAL-PAY-DATE         PIC 9(8).
   05 WORK-STATE-CODE        PIC X(2).
   05 WORK-LOCAL-CODE        PIC X(4).
   05 YTD-STATE-WAGES        PIC 9(7)v99.
   05 YTD-STATE-TAX          PIC 9(7)v99.
   05 YTD-LOCAL-WAGES        PIC 9(7)v99.
   05 YTD-LOCAL-TAX          PIC 9(7)v99.
   05 DEPARTMENT-CODE        PIC X(6).
   05 YTD-INSURANCE          PIC 9(7)v99.
   05 YTD-RETIREMENT         PIC 9(7)v99.
   05 YTD-GARNISHMENT        PIC 9(7)v99.

FD employee-account-xref.
01 XREF-RECORD.
    05 XR-EMPLOYEE-NUMBER     PIC 9(6).
    05 XR-ACCOUNT-NUMBER      PIC 9(6).

FD account-details.
01 ACCOUNT-RECORD.
    05 ACCOUNT-NUMBER      PIC 9(6).
    05 CUSTOMER-NAME       PIC X(25).
    05 CURRENT-BALANCE     PIC 9(7)V99.
    05 ANNUAL-CONTRIBUTION PIC 9(5)V99.
    05 ACCOUNT-TYPE        PIC X(10).
    05 CUSTOMER-AGE        PIC 9(3).
    05 EMPLOYER-BALANCE    PIC 9(7)V99.
    05 YEARS-OF-SERVICE    PIC 9(2).

FD forfeiture-parameters.
01 FORFEITURE-PARAMETER-RECORD.
    05 FP-WAIT-DAYS           PIC 9(4).
    05 FP-RESTORE-YEARS       PIC 9(2).

FD forfeiture-history.
01 FORFEITURE-HISTORY-RECORD.
    05 FH-ACCOUNT-NUMBER      PIC 9(6).
    05 FH-EMPLOYEE-NUMBER     PIC 9(6).
    05 FH-TERMINATION-DATE    PIC 9(8).
    05 FH-FORFEIT-DATE        PIC 9(8).
    05 FH-RESTORE-DEADLINE    PIC 9(8).
    05 FH-STATUS              PIC X(9).
    05 FH-FORFEITED-AMOUNT    PIC 9(7)V99.
    05 FH-STATUS-DATE         PIC 9(8).

FD forfeiture-account-ledger.
01 FORFEITURE-LEDGER-RECORD.
    05 FL-ENTRY-DATE          PIC 9(8).
    05 FL-ENTRY-TYPE          PIC X(8).
    05 FL-ACCOUNT-NUMBER      PIC 9(6).
    05 FL-AMOUNT              PIC 9(8)V99.

FD forfeiture-register.
01 FORFEITURE-REGISTER-RECORD.
    05 FG-ACCOUNT-NUMBER      PIC 9(6).
    05 FG-EMPLOYEE-NUMBER     PIC 9(6).
    05 FG-EMPLOYEE-NAME       PIC X(30).
    05 FG-ACTION              PIC X(9).
    05 FG-TERMINATION-DATE    PIC 9(8).
    05 FG-ACTION-DATE         PIC 9(8).
    05 FG-EMPLOYER-BALANCE    PIC 9(7)V99.
    05 FG-VESTED-PERCENT      PIC 9V999.
    05 FG-AMOUNT              PIC 9(7)V99.
    05 FG-POOL-AMOUNT         PIC 9(7)V99.
    05 FG-REASON              PIC X(40).

FD forfeiture-transactions.
01 FORFEITURE-TRANSACTION-RECORD.
    05 FX-ACCOUNT-NUMBER      PIC 9(6).
    05 FX-EMPLOYEE-NUMBER     PIC 9(6).
    05 FX-ACTION              PIC X(8).
    05 FX-AMOUNT              PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
01 WS-CURRENT-DATE        PIC 9(8).
01 WS-XREF-STATUS         PIC XX.
01 WS-ACCOUNT-STATUS      PIC XX.
01 WS-PARM-STATUS         PIC XX.
01 WS-HISTORY-STATUS      PIC XX.

*> Plan break-in-service wait before forfeiture, and the period after
*> termination within which a rehire restores what was forfeited.
01 WS-FORFEITURE-POLICY.
    05 WS-WAIT-DAYS           PIC 9(4) VALUE 365.
    05 WS-RESTORE-YEARS       PIC 9(2) VALUE 5.

01 WS-XREF-COUNT          PIC 9(4) VALUE 0.
01 XREF-TABLE.
    05 XREF-ENTRY OCCURS 500 TIMES INDEXED BY XREF-IDX.
        10 XT-EMPLOYEE-NUMBER PIC 9(6).
        10 XT-ACCOUNT-NUMBER  PIC 9(6).
01 WS-XREF-FOUND          PIC X VALUE 'N'.
    88 XREF-FOUND         VALUE 'Y'.

01 WS-ACCOUNT-COUNT       PIC 9(4) VALUE 0.
01 ACCOUNT-TABLE.
    05 ACCOUNT-ENTRY OCCURS 500 TIMES INDEXED BY ACCT-IDX.
        10 AT-ACCOUNT-NUMBER  PIC 9(6).
        10 AT-EMPLOYER-BALANCE PIC 9(7)V99.
        10 AT-YEARS-OF-SERVICE PIC 9(2).
01 WS-ACCOUNT-FOUND       PIC X VALUE 'N'.
    88 ACCOUNT-FOUND      VALUE 'Y'.

01 WS-HISTORY-COUNT       PIC 9(4) VALUE 0.
01 HISTORY-TABLE.
    05 HISTORY-ENTRY OCCURS 1000 TIMES INDEXED BY HIST-IDX.
        10 HT-ACCOUNT-NUMBER  PIC 9(6).
        10 HT-EMPLOYEE-NUMBER PIC 9(6).
        10 HT-TERMINATION-DATE PIC 9(8).
        10 HT-FORFEIT-DATE    PIC 9(8).
        10 HT-RESTORE-DEADLINE PIC 9(8).
        10 HT-STATUS          PIC X(9).
            88 HT-PENDING     VALUE 'PENDING'.
            88 HT-FORFEITED   VALUE 'FORFEITED'.
        10 HT-FORFEITED-AMOUNT PIC 9(7)V99.
        10 HT-STATUS-DATE     PIC 9(8).
01 WS-HISTORY-FOUND       PIC X VALUE 'N'.
    88 HISTORY-FOUND      VALUE 'Y'.

01 WS-POOL-BALANCE        PIC S9(8)V99 VALUE 0.
01 WS-VESTED-PERCENT      PIC 9V999.
01 WS-VESTED-AMOUNT       PIC 9(7)V99.
01 WS-UNVESTED-AMOUNT     PIC 9(7)V99.
01 WS-POOL-AMOUNT         PIC 9(7)V99.

01 WS-RUN-COUNTS.
    05 WS-TERMINATED-COUNT    PIC 9(5) VALUE 0.
    05 WS-FULLY-VESTED-COUNT  PIC 9(5) VALUE 0.
    05 WS-PENDING-COUNT       PIC 9(5) VALUE 0.
    05 WS-FORFEITED-COUNT     PIC 9(5) VALUE 0.
    05 WS-RESTORED-COUNT      PIC 9(5) VALUE 0.
    05 WS-CANCELLED-COUNT     PIC 9(5) VALUE 0.
    05 WS-EXPIRED-COUNT       PIC 9(5) VALUE 0.
    05 WS-REJECTED-COUNT      PIC 9(5) VALUE 0.
01 WS-FORFEITED-TOTAL     PIC 9(8)V99 VALUE 0.
01 WS-RESTORED-TOTAL      PIC 9(8)V99 VALUE 0.

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
    PERFORM LOAD-FORFEITURE-PARAMETERS
    PERFORM LOAD-XREF
    PERFORM LOAD-ACCOUNT-DETAILS
    PERFORM LOAD-FORFEITURE-HISTORY
    PERFORM LOAD-POOL-BALANCE
    OPEN INPUT employee-master-updated
        OUTPUT forfeiture-register forfeiture-transactions
        EXTEND forfeiture-account-ledger
    READ employee-master-updated AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM PROCESS-EMPLOYEE
        READ employee-master-updated AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE employee-master-updated forfeiture-register
        forfeiture-transactions forfeiture-account-ledger
    MOVE 'N' TO WS-END-OF-FILE
    PERFORM REWRITE-FORFEITURE-HISTORY
    DISPLAY "Forfeiture run: " WS-TERMINATED-COUNT " terminated, "
        WS-PENDING-COUNT " pending, " WS-FORFEITED-COUNT " forfeited, "
        WS-RESTORED-COUNT " restored, " WS-CANCELLED-COUNT " cancelled"
    DISPLAY "Forfeited " WS-FORFEITED-TOTAL " restored "
        WS-RESTORED-TOTAL " - " WS-EXPIRED-COUNT " expired, "
        WS-REJECTED-COUNT " rejected"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-FORFEITURE-PARAMETERS.
    OPEN INPUT forfeiture-parameters
    IF WS-PARM-STATUS = '00'
        READ forfeiture-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF FP-WAIT-DAYS IS NUMERIC AND FP-WAIT-DAYS > 0
                    MOVE FP-WAIT-DAYS TO WS-WAIT-DAYS
                END-IF
                IF FP-RESTORE-YEARS IS NUMERIC AND FP-RESTORE-YEARS > 0
                    MOVE FP-RESTORE-YEARS TO WS-RESTORE-YEARS
                END-IF
        END-READ
        CLOSE forfeiture-parameters
    END-IF.

LOAD-XREF.
    OPEN INPUT employee-account-xref
    IF WS-XREF-STATUS NOT = '00'
        DISPLAY "Employee account cross-reference not found"
        EXIT PARAGRAPH
    END-IF
    READ employee-account-xref AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-XREF-COUNT < 500
            ADD 1 TO WS-XREF-COUNT
            MOVE XR-EMPLOYEE-NUMBER
                TO XT-EMPLOYEE-NUMBER(WS-XREF-COUNT)
            MOVE XR-ACCOUNT-NUMBER
                TO XT-ACCOUNT-NUMBER(WS-XREF-COUNT)
        ELSE
            DISPLAY "Xref table full - discarding " XR-EMPLOYEE-NUMBER
        END-IF
        READ employee-account-xref AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE employee-account-xref
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-ACCOUNT-DETAILS.
    OPEN INPUT account-details
    IF WS-ACCOUNT-STATUS NOT = '00'
        DISPLAY "Retirement account details not found"
        EXIT PARAGRAPH
    END-IF
    READ account-details AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ACCOUNT-COUNT < 500
            ADD 1 TO WS-ACCOUNT-COUNT
            SET ACCT-IDX TO WS-ACCOUNT-COUNT
            MOVE ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER(ACCT-IDX)
            MOVE EMPLOYER-BALANCE TO AT-EMPLOYER-BALANCE(ACCT-IDX)
            MOVE YEARS-OF-SERVICE TO AT-YEARS-OF-SERVICE(ACCT-IDX)
        ELSE
            DISPLAY "Account table full - discarding " ACCOUNT-NUMBER
        END-IF
        READ account-details AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE account-details
    MOVE 'N' TO WS-END-OF-FILE.

LOAD-FORFEITURE-HISTORY.
    OPEN INPUT forfeiture-history
    IF WS-HISTORY-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ forfeiture-history AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-HISTORY-COUNT < 1000
            ADD 1 TO WS-HISTORY-COUNT
            SET HIST-IDX TO WS-HISTORY-COUNT
            MOVE FH-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER(HIST-IDX)
            MOVE FH-EMPLOYEE-NUMBER TO HT-EMPLOYEE-NUMBER(HIST-IDX)
            MOVE FH-TERMINATION-DATE TO HT-TERMINATION-DATE(HIST-IDX)
            MOVE FH-FORFEIT-DATE TO HT-FORFEIT-DATE(HIST-IDX)
            MOVE FH-RESTORE-DEADLINE TO HT-RESTORE-DEADLINE(HIST-IDX)
            MOVE FH-STATUS TO HT-STATUS(HIST-IDX)
            MOVE FH-FORFEITED-AMOUNT TO HT-FORFEITED-AMOUNT(HIST-IDX)
            MOVE FH-STATUS-DATE TO HT-STATUS-DATE(HIST-IDX)
        ELSE
            DISPLAY "Forfeiture history table full - discarding "
                FH-ACCOUNT-NUMBER
        END-IF
        READ forfeiture-history AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE forfeiture-history
    MOVE 'N' TO WS-END-OF-FILE.

*> The forfeiture account balance is every forfeiture credited less
*> restorations and the amounts used to fund employer match.
LOAD-POOL-BALANCE.
    OPEN INPUT forfeiture-account-ledger
    READ forfeiture-account-ledger AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF FL-ENTRY-TYPE = 'FORFEIT'
            ADD FL-AMOUNT TO WS-POOL-BALANCE
        ELSE
            SUBTRACT FL-AMOUNT FROM WS-POOL-BALANCE
        END-IF
        READ forfeiture-account-ledger AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE forfeiture-account-ledger
    MOVE 'N' TO WS-END-OF-FILE.

PROCESS-EMPLOYEE.
    MOVE 'N' TO WS-XREF-FOUND
    PERFORM VARYING XREF-IDX FROM 1 BY 1 UNTIL XREF-IDX > WS-XREF-COUNT
        IF XT-EMPLOYEE-NUMBER(XREF-IDX) = EMPLOYEE-NUMBER
            SET XREF-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT XREF-FOUND
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > WS-HISTORY-COUNT
        IF HT-ACCOUNT-NUMBER(HIST-IDX) = XT-ACCOUNT-NUMBER(XREF-IDX)
                AND (HT-PENDING(HIST-IDX) OR HT-FORFEITED(HIST-IDX))
                AND HIRE-DATE IS NUMERIC
                AND HIRE-DATE > HT-TERMINATION-DATE(HIST-IDX)
            PERFORM PROCESS-REHIRE
        END-IF
    END-PERFORM
    IF EMPLOYEE-TERMINATED AND TERMINATION-DATE IS NUMERIC
            AND TERMINATION-DATE > 0
        ADD 1 TO WS-TERMINATED-COUNT
        PERFORM PROCESS-TERMINATION
    END-IF.

PROCESS-TERMINATION.
    MOVE TERMINATION-DATE TO FG-TERMINATION-DATE
    MOVE 'N' TO WS-HISTORY-FOUND
    PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > WS-HISTORY-COUNT
        IF HT-ACCOUNT-NUMBER(HIST-IDX) = XT-ACCOUNT-NUMBER(XREF-IDX)
                AND HT-TERMINATION-DATE(HIST-IDX) = TERMINATION-DATE
            SET HISTORY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT HISTORY-FOUND
        PERFORM START-FORFEITURE-WAIT
    END-IF
    IF HISTORY-FOUND AND HT-PENDING(HIST-IDX)
            AND WS-CURRENT-DATE NOT < HT-FORFEIT-DATE(HIST-IDX)
        PERFORM FORFEIT-UNVESTED-BALANCE
    END-IF.

*> A new termination waits out the break in service. Nothing is held
*> for an employee who is fully vested.
START-FORFEITURE-WAIT.
    PERFORM CALCULATE-UNVESTED-AMOUNT
    IF NOT ACCOUNT-FOUND
        MOVE 'REJECTED' TO FG-ACTION
        MOVE ZERO TO FG-AMOUNT
        MOVE ZERO TO FG-POOL-AMOUNT
        MOVE 'Account not on account details' TO FG-REASON
        PERFORM WRITE-REGISTER-RECORD
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-UNVESTED-AMOUNT = 0
        ADD 1 TO WS-FULLY-VESTED-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-HISTORY-COUNT NOT < 1000
        MOVE 'REJECTED' TO FG-ACTION
        MOVE WS-UNVESTED-AMOUNT TO FG-AMOUNT
        MOVE ZERO TO FG-POOL-AMOUNT
        MOVE 'Forfeiture history table full' TO FG-REASON
        PERFORM WRITE-REGISTER-RECORD
        ADD 1 TO WS-REJECTED-COUNT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-HISTORY-COUNT
    SET HIST-IDX TO WS-HISTORY-COUNT
    MOVE XT-ACCOUNT-NUMBER(XREF-IDX) TO HT-ACCOUNT-NUMBER(HIST-IDX)
    MOVE EMPLOYEE-NUMBER TO HT-EMPLOYEE-NUMBER(HIST-IDX)
    MOVE TERMINATION-DATE TO HT-TERMINATION-DATE(HIST-IDX)
    MOVE 'A' TO DS-FUNCTION-CODE
    MOVE TERMINATION-DATE TO DS-DATE-FROM
    MOVE WS-WAIT-DAYS TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    MOVE DS-RESULT-DATE TO HT-FORFEIT-DATE(HIST-IDX)
    COMPUTE HT-RESTORE-DEADLINE(HIST-IDX) =
        TERMINATION-DATE + (WS-RESTORE-YEARS * 10000)
    MOVE 'PENDING' TO HT-STATUS(HIST-IDX)
    SET HISTORY-FOUND TO TRUE
    MOVE ZERO TO HT-FORFEITED-AMOUNT(HIST-IDX)
    MOVE WS-CURRENT-DATE TO HT-STATUS-DATE(HIST-IDX)
    MOVE 'PENDING' TO FG-ACTION
    MOVE WS-UNVESTED-AMOUNT TO FG-AMOUNT
    MOVE ZERO TO FG-POOL-AMOUNT
    MOVE SPACES TO FG-REASON
    STRING 'Break in service ends ' HT-FORFEIT-DATE(HIST-IDX)
        DELIMITED BY SIZE INTO FG-REASON
    PERFORM WRITE-REGISTER-RECORD
    ADD 1 TO WS-PENDING-COUNT.

*> The unvested amount is worked out again on the forfeiture date from
*> the employer balance then on the account.
FORFEIT-UNVESTED-BALANCE.
    PERFORM CALCULATE-UNVESTED-AMOUNT
    MOVE 'FORFEITED' TO HT-STATUS(HIST-IDX)
    MOVE WS-UNVESTED-AMOUNT TO HT-FORFEITED-AMOUNT(HIST-IDX)
    MOVE WS-CURRENT-DATE TO HT-STATUS-DATE(HIST-IDX)
    IF WS-UNVESTED-AMOUNT > 0
        MOVE WS-CURRENT-DATE TO FL-ENTRY-DATE
        MOVE 'FORFEIT' TO FL-ENTRY-TYPE
        MOVE XT-ACCOUNT-NUMBER(XREF-IDX) TO FL-ACCOUNT-NUMBER
        MOVE WS-UNVESTED-AMOUNT TO FL-AMOUNT
        WRITE FORFEITURE-LEDGER-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        ADD WS-UNVESTED-AMOUNT TO WS-POOL-BALANCE
        MOVE 'FORFEIT' TO FX-ACTION
        MOVE WS-UNVESTED-AMOUNT TO FX-AMOUNT
        PERFORM WRITE-FORFEITURE-TRANSACTION
    END-IF
    MOVE 'FORFEITED' TO FG-ACTION
    MOVE WS-UNVESTED-AMOUNT TO FG-AMOUNT
    MOVE WS-UNVESTED-AMOUNT TO FG-POOL-AMOUNT
    MOVE 'Unvested balance credited to forfeitures' TO FG-REASON
    PERFORM WRITE-REGISTER-RECORD
    ADD 1 TO WS-FORFEITED-COUNT
    ADD WS-UNVESTED-AMOUNT TO WS-FORFEITED-TOTAL.

*> Restorations are funded from the forfeiture account; anything the
*> account cannot cover is funded by the employer.
PROCESS-REHIRE.
    PERFORM CALCULATE-UNVESTED-AMOUNT
    MOVE HT-TERMINATION-DATE(HIST-IDX) TO FG-TERMINATION-DATE
    MOVE WS-CURRENT-DATE TO HT-STATUS-DATE(HIST-IDX)
    MOVE ZERO TO FG-POOL-AMOUNT
    EVALUATE TRUE
        WHEN HT-PENDING(HIST-IDX)
            MOVE 'CANCELLED' TO HT-STATUS(HIST-IDX)
            MOVE 'CANCELLED' TO FG-ACTION
            MOVE ZERO TO FG-AMOUNT
            MOVE 'Rehired before forfeiture date' TO FG-REASON
            ADD 1 TO WS-CANCELLED-COUNT
        WHEN HIRE-DATE > HT-RESTORE-DEADLINE(HIST-IDX)
            MOVE 'EXPIRED' TO HT-STATUS(HIST-IDX)
            MOVE 'EXPIRED' TO FG-ACTION
            MOVE ZERO TO FG-AMOUNT
            MOVE 'Rehired after restoration deadline' TO FG-REASON
            ADD 1 TO WS-EXPIRED-COUNT
        WHEN OTHER
            MOVE 'RESTORED' TO HT-STATUS(HIST-IDX)
            MOVE 'RESTORED' TO FG-ACTION
            MOVE HT-FORFEITED-AMOUNT(HIST-IDX) TO FG-AMOUNT
            IF WS-POOL-BALANCE > HT-FORFEITED-AMOUNT(HIST-IDX)
                MOVE HT-FORFEITED-AMOUNT(HIST-IDX) TO WS-POOL-AMOUNT
            ELSE
                IF WS-POOL-BALANCE > 0
                    MOVE WS-POOL-BALANCE TO WS-POOL-AMOUNT
                ELSE
                    MOVE ZERO TO WS-POOL-AMOUNT
                END-IF
            END-IF
            MOVE WS-POOL-AMOUNT TO FG-POOL-AMOUNT
            IF WS-POOL-AMOUNT > 0
                MOVE WS-CURRENT-DATE TO FL-ENTRY-DATE
                MOVE 'RESTORE' TO FL-ENTRY-TYPE
                MOVE HT-ACCOUNT-NUMBER(HIST-IDX) TO FL-ACCOUNT-NUMBER
                MOVE WS-POOL-AMOUNT TO FL-AMOUNT
                WRITE FORFEITURE-LEDGER-RECORD
                ADD 1 TO WS-OPS-RECORDS-WRITTEN
                SUBTRACT WS-POOL-AMOUNT FROM WS-POOL-BALANCE
            END-IF
            IF HT-FORFEITED-AMOUNT(HIST-IDX) > 0
                MOVE 'RESTORE' TO FX-ACTION
                MOVE HT-FORFEITED-AMOUNT(HIST-IDX) TO FX-AMOUNT
                PERFORM WRITE-FORFEITURE-TRANSACTION
            END-IF
            IF WS-POOL-AMOUNT < HT-FORFEITED-AMOUNT(HIST-IDX)
                MOVE 'Rehired - shortfall funded by employer'
                    TO FG-REASON
            ELSE
                MOVE 'Rehired before restoration deadline' TO FG-REASON
            END-IF
            ADD 1 TO WS-RESTORED-COUNT
            ADD HT-FORFEITED-AMOUNT(HIST-IDX) TO WS-RESTORED-TOTAL
    END-EVALUATE
    PERFORM WRITE-REGISTER-RECORD.

CALCULATE-UNVESTED-AMOUNT.
    MOVE 'N' TO WS-ACCOUNT-FOUND
    MOVE ZERO TO WS-VESTED-PERCENT
    MOVE ZERO TO WS-UNVESTED-AMOUNT
    MOVE ZERO TO FG-EMPLOYER-BALANCE
    PERFORM VARYING ACCT-IDX FROM 1 BY 1 UNTIL ACCT-IDX > WS-ACCOUNT-COUNT
        IF AT-ACCOUNT-NUMBER(ACCT-IDX) = XT-ACCOUNT-NUMBER(XREF-IDX)
            SET ACCOUNT-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ACCOUNT-FOUND
        PERFORM DETERMINE-VESTED-PERCENT
        COMPUTE WS-VESTED-AMOUNT ROUNDED =
            AT-EMPLOYER-BALANCE(ACCT-IDX) * WS-VESTED-PERCENT
        COMPUTE WS-UNVESTED-AMOUNT =
            AT-EMPLOYER-BALANCE(ACCT-IDX) - WS-VESTED-AMOUNT
        MOVE AT-EMPLOYER-BALANCE(ACCT-IDX) TO FG-EMPLOYER-BALANCE
    END-IF.

*> Same graded schedule RetirementFundManagement vests employer money on.
DETERMINE-VESTED-PERCENT.
    EVALUATE TRUE
        WHEN AT-YEARS-OF-SERVICE(ACCT-IDX) < 2
            MOVE 0.000 TO WS-VESTED-PERCENT
        WHEN AT-YEARS-OF-SERVICE(ACCT-IDX) = 2
            MOVE 0.200 TO WS-VESTED-PERCENT
        WHEN AT-YEARS-OF-SERVICE(ACCT-IDX) = 3
            MOVE 0.400 TO WS-VESTED-PERCENT
        WHEN AT-YEARS-OF-SERVICE(ACCT-IDX) = 4
            MOVE 0.600 TO WS-VESTED-PERCENT
        WHEN AT-YEARS-OF-SERVICE(ACCT-IDX) = 5
            MOVE 0.800 TO WS-VESTED-PERCENT
        WHEN OTHER
            MOVE 1.000 TO WS-VESTED-PERCENT
    END-EVALUATE.

WRITE-REGISTER-RECORD.
    MOVE XT-ACCOUNT-NUMBER(XREF-IDX) TO FG-ACCOUNT-NUMBER
    MOVE EMPLOYEE-NUMBER TO FG-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO FG-EMPLOYEE-NAME
    MOVE WS-CURRENT-DATE TO FG-ACTION-DATE
    MOVE WS-VESTED-PERCENT TO FG-VESTED-PERCENT
    WRITE FORFEITURE-REGISTER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-FORFEITURE-TRANSACTION.
    MOVE XT-ACCOUNT-NUMBER(XREF-IDX) TO FX-ACCOUNT-NUMBER
    MOVE EMPLOYEE-NUMBER TO FX-EMPLOYEE-NUMBER
    WRITE FORFEITURE-TRANSACTION-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REWRITE-FORFEITURE-HISTORY.
    OPEN OUTPUT forfeiture-history
    PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > WS-HISTORY-COUNT
        MOVE HT-ACCOUNT-NUMBER(HIST-IDX) TO FH-ACCOUNT-NUMBER
        MOVE HT-EMPLOYEE-NUMBER(HIST-IDX) TO FH-EMPLOYEE-NUMBER
        MOVE HT-TERMINATION-DATE(HIST-IDX) TO FH-TERMINATION-DATE
        MOVE HT-FORFEIT-DATE(HIST-IDX) TO FH-FORFEIT-DATE
        MOVE HT-RESTORE-DEADLINE(HIST-IDX) TO FH-RESTORE-DEADLINE
        MOVE HT-STATUS(HIST-IDX) TO FH-STATUS
        MOVE HT-FORFEITED-AMOUNT(HIST-IDX) TO FH-FORFEITED-AMOUNT
        MOVE HT-STATUS-DATE(HIST-IDX) TO FH-STATUS-DATE
        WRITE FORFEITURE-HISTORY-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE forfeiture-history.

LOG-RUN-START.
    MOVE 'PlanForfeitureProcessing' TO OPS-PROGRAM-ID
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

END PROGRAM PlanForfeitureProcessing.
