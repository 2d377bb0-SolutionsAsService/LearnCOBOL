*> Builds the general ledger posting batch for a payroll cycle from
*> the payroll register and the garnishment remittance file: debit
*> salary expense for gross pay, credit the withholding liability
*> accounts and net-pay clearing. State and local tax withheld is
*> credited per jurisdiction, with a supporting schedule of the wages
*> and tax for each one. The batch is only written when it
*> balances; an out-of-balance cycle is rejected with reasons so
*> finance never posts a broken batch.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT gl-extract-exceptions ASSIGN TO 'gl-extract-exceptions.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT jurisdiction-schedule
        ASSIGN TO 'gl-jurisdiction-schedule.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    05 RG-INSURANCE           PIC 9(6)v99.
    05 RG-RETIREMENT          PIC 9(6)v99.
    05 RG-GARNISHMENT         PIC 9(6)v99.
    05 RG-STATE-CODE          PIC X(2).
    05 RG-STATE-WAGES         PIC 9(6)v99.
    05 RG-STATE-TAX           PIC 9(6)v99.
    05 RG-LOCAL-CODE          PIC X(4).
    05 RG-LOCAL-WAGES         PIC 9(6)v99.
    05 RG-LOCAL-TAX           PIC 9(6)v99.
01 CONTROL-TOTAL-RECORD.
    05 CT-LABEL               PIC X(30).
    05 CT-HEADCOUNT           PIC 9(6).
    05 CT-TOTAL-INSURANCE     PIC 9(8)v99.
    05 CT-TOTAL-RETIREMENT    PIC 9(8)v99.
    05 CT-TOTAL-GARNISH       PIC 9(8)v99.
    05 CT-TOTAL-STATE-TAX     PIC 9(8)v99.
    05 CT-TOTAL-LOCAL-TAX     PIC 9(8)v99.

FD garnishment-remittance.
01 REMITTANCE-RECORD.
    05 EX-ACTUAL              PIC S9(10)v99.
    05 EX-REASON              PIC X(50).

FD jurisdiction-schedule.
01 JURISDICTION-SCHEDULE-RECORD.
    05 JS-BATCH-DATE          PIC 9(8).
    05 JS-JURISDICTION-TYPE   PIC X.
    05 JS-JURISDICTION-CODE   PIC X(4).
    05 JS-ACCOUNT             PIC 9(4).
    05 JS-EMPLOYEE-COUNT      PIC 9(6).
    05 JS-TAXABLE-WAGES       PIC 9(10)v99.
    05 JS-TAX-WITHHELD        PIC 9(10)v99.

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    05 WS-REG-INSURANCE      PIC 9(10)v99 VALUE 0.
    05 WS-REG-RETIREMENT     PIC 9(10)v99 VALUE 0.
    05 WS-REG-GARNISH        PIC 9(10)v99 VALUE 0.
    05 WS-REG-STATE-TAX      PIC 9(10)v99 VALUE 0.
    05 WS-REG-LOCAL-TAX      PIC 9(10)v99 VALUE 0.
01 WS-CONTROL-TOTALS.
    05 WS-CT-HEADCOUNT       PIC 9(6) VALUE 0.
    05 WS-CT-GROSS           PIC 9(10)v99 VALUE 0.
    05 WS-CT-INSURANCE       PIC 9(10)v99 VALUE 0.
    05 WS-CT-RETIREMENT      PIC 9(10)v99 VALUE 0.
    05 WS-CT-GARNISH         PIC 9(10)v99 VALUE 0.
    05 WS-CT-STATE-TAX       PIC 9(10)v99 VALUE 0.
    05 WS-CT-LOCAL-TAX       PIC 9(10)v99 VALUE 0.
01 WS-REMIT-GARNISH       PIC 9(10)v99 VALUE 0.
01 WS-CREDIT-SUM          PIC 9(10)v99 VALUE 0.
01 WS-TOTAL-DEBITS        PIC 9(10)v99 VALUE 0.
    05 GL-RETIREMENT-PAYABLE PIC 9(4) VALUE 2130.
    05 GL-GARNISH-PAYABLE    PIC 9(4) VALUE 2140.
    05 GL-NETPAY-CLEARING    PIC 9(4) VALUE 2150.
    05 GL-STATE-TAX-PAYABLE  PIC 9(4) VALUE 2111.
    05 GL-LOCAL-TAX-PAYABLE  PIC 9(4) VALUE 2112.

*> State (S) and local (L) withholding totals for the cycle.
01 WS-JURIS-COUNT         PIC 9(3) VALUE 0.
01 JURISDICTION-TOTALS-TABLE.
    05 JURISDICTION-TOTAL OCCURS 60 TIMES INDEXED BY JUR-IDX.
        10 JU-JURISDICTION-TYPE   PIC X.
        10 JU-JURISDICTION-CODE   PIC X(4).
        10 JU-EMPLOYEE-COUNT      PIC 9(6).
        10 JU-TAXABLE-WAGES       PIC 9(10)v99.
        10 JU-TAX-WITHHELD        PIC 9(10)v99.
01 WS-JURIS-TYPE          PIC X.
01 WS-JURIS-CODE          PIC X(4).
01 WS-JURIS-WAGES         PIC 9(6)v99.
01 WS-JURIS-TAX           PIC 9(6)v99.
01 WS-JURIS-FOUND         PIC X VALUE 'N'.
    88 JURIS-FOUND        VALUE 'Y'.

01 OPS-LOG-PARAMETERS.
    05 OPS-PROGRAM-ID        PIC X(30).
    PERFORM VALIDATE-BATCH
    IF NOT BATCH-REJECTED
        PERFORM WRITE-JOURNAL-BATCH
        PERFORM WRITE-JURISDICTION-SCHEDULE
        DISPLAY "GL batch written for " WS-REG-HEADCOUNT " employees"
    ELSE
        DISPLAY "GL batch rejected - see gl-extract-exceptions"
            MOVE CT-TOTAL-INSURANCE TO WS-CT-INSURANCE
            MOVE CT-TOTAL-RETIREMENT TO WS-CT-RETIREMENT
            MOVE CT-TOTAL-GARNISH TO WS-CT-GARNISH
            MOVE CT-TOTAL-STATE-TAX TO WS-CT-STATE-TAX
            MOVE CT-TOTAL-LOCAL-TAX TO WS-CT-LOCAL-TAX
        ELSE
            IF RG-EMPLOYEE-NAME NOT = 'RETRO PAY ADJUSTMENT'
                ADD 1 TO WS-REG-HEADCOUNT
            ADD RG-INSURANCE TO WS-REG-INSURANCE
            ADD RG-RETIREMENT TO WS-REG-RETIREMENT
            ADD RG-GARNISHMENT TO WS-REG-GARNISH
            ADD RG-STATE-TAX TO WS-REG-STATE-TAX
            ADD RG-LOCAL-TAX TO WS-REG-LOCAL-TAX
            IF RG-STATE-CODE NOT = SPACES
                MOVE 'S' TO WS-JURIS-TYPE
                MOVE RG-STATE-CODE TO WS-JURIS-CODE
                MOVE RG-STATE-WAGES TO WS-JURIS-WAGES
                MOVE RG-STATE-TAX TO WS-JURIS-TAX
                PERFORM ACCUMULATE-JURISDICTION
            END-IF
            IF RG-LOCAL-CODE NOT = SPACES
                MOVE 'L' TO WS-JURIS-TYPE
                MOVE RG-LOCAL-CODE TO WS-JURIS-CODE
                MOVE RG-LOCAL-WAGES TO WS-JURIS-WAGES
                MOVE RG-LOCAL-TAX TO WS-JURIS-TAX
                PERFORM ACCUMULATE-JURISDICTION
            END-IF
        END-IF
        READ payroll-register AT END SET EOF TO TRUE END-READ
    END-PERFORM
    MOVE 'N' TO WS-END-OF-FILE.

ACCUMULATE-JURISDICTION.
    MOVE 'N' TO WS-JURIS-FOUND
    PERFORM VARYING JUR-IDX FROM 1 BY 1
            UNTIL JUR-IDX > WS-JURIS-COUNT
        IF JU-JURISDICTION-TYPE(JUR-IDX) = WS-JURIS-TYPE
                AND JU-JURISDICTION-CODE(JUR-IDX) = WS-JURIS-CODE
            SET JURIS-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT JURIS-FOUND
        IF WS-JURIS-COUNT < 60
            ADD 1 TO WS-JURIS-COUNT
            SET JUR-IDX TO WS-JURIS-COUNT
            MOVE WS-JURIS-TYPE TO JU-JURISDICTION-TYPE(JUR-IDX)
            MOVE WS-JURIS-CODE TO JU-JURISDICTION-CODE(JUR-IDX)
            MOVE ZERO TO JU-EMPLOYEE-COUNT(JUR-IDX)
            MOVE ZERO TO JU-TAXABLE-WAGES(JUR-IDX)
            MOVE ZERO TO JU-TAX-WITHHELD(JUR-IDX)
            SET JURIS-FOUND TO TRUE
        ELSE
            MOVE 'JURISDICTION' TO EX-FIELD
            MOVE ZERO TO EX-EXPECTED
            MOVE WS-JURIS-TAX TO EX-ACTUAL
            MOVE 'Jurisdiction table full - tax not posted'
                TO EX-REASON
            PERFORM WRITE-EXCEPTION
        END-IF
    END-IF
    IF JURIS-FOUND
        ADD 1 TO JU-EMPLOYEE-COUNT(JUR-IDX)
        ADD WS-JURIS-WAGES TO JU-TAXABLE-WAGES(JUR-IDX)
        ADD WS-JURIS-TAX TO JU-TAX-WITHHELD(JUR-IDX)
    END-IF.

TALLY-REMITTANCES.
    READ garnishment-remittance AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
            TO EX-REASON
        PERFORM WRITE-EXCEPTION
    END-IF
    IF CONTROL-FOUND AND WS-REG-STATE-TAX NOT = WS-CT-STATE-TAX
        MOVE 'STATE TAX' TO EX-FIELD
        MOVE WS-CT-STATE-TAX TO EX-EXPECTED
        MOVE WS-REG-STATE-TAX TO EX-ACTUAL
        MOVE 'Detail state tax differs from control totals'
            TO EX-REASON
        PERFORM WRITE-EXCEPTION
    END-IF
    IF CONTROL-FOUND AND WS-REG-LOCAL-TAX NOT = WS-CT-LOCAL-TAX
        MOVE 'LOCAL TAX' TO EX-FIELD
        MOVE WS-CT-LOCAL-TAX TO EX-EXPECTED
        MOVE WS-REG-LOCAL-TAX TO EX-ACTUAL
        MOVE 'Detail local tax differs from control totals'
            TO EX-REASON
        PERFORM WRITE-EXCEPTION
    END-IF
    COMPUTE WS-CREDIT-SUM =
        WS-REG-TAX + WS-REG-INSURANCE + WS-REG-RETIREMENT
        + WS-REG-GARNISH + WS-REG-NET
        + WS-REG-STATE-TAX + WS-REG-LOCAL-TAX
    IF WS-CREDIT-SUM NOT = WS-REG-GROSS
        MOVE 'BALANCE' TO EX-FIELD
        MOVE WS-REG-GROSS TO EX-EXPECTED
    MOVE ZERO TO JR-CREDIT-AMOUNT
    PERFORM WRITE-JOURNAL-ENTRY
    MOVE GL-TAX-PAYABLE TO JR-ACCOUNT
    MOVE 'FEDERAL TAX WITHHELD' TO JR-ACCOUNT-NAME
    MOVE ZERO TO JR-DEBIT-AMOUNT
    MOVE WS-REG-TAX TO JR-CREDIT-AMOUNT
    PERFORM WRITE-JOURNAL-ENTRY
    PERFORM VARYING JUR-IDX FROM 1 BY 1
            UNTIL JUR-IDX > WS-JURIS-COUNT
        PERFORM WRITE-JURISDICTION-ENTRY
    END-PERFORM
    MOVE GL-INSURANCE-PAYABLE TO JR-ACCOUNT
    MOVE 'INSURANCE WITHHELD' TO JR-ACCOUNT-NAME
    MOVE ZERO TO JR-DEBIT-AMOUNT
    PERFORM WRITE-JOURNAL-ENTRY
    PERFORM WRITE-JOURNAL-TRAILER.

WRITE-JURISDICTION-ENTRY.
    MOVE SPACES TO JR-ACCOUNT-NAME
    IF JU-JURISDICTION-TYPE(JUR-IDX) = 'S'
        MOVE GL-STATE-TAX-PAYABLE TO JR-ACCOUNT
        STRING 'STATE TAX WITHHELD ' JU-JURISDICTION-CODE(JUR-IDX)
            DELIMITED BY SIZE INTO JR-ACCOUNT-NAME
    ELSE
        MOVE GL-LOCAL-TAX-PAYABLE TO JR-ACCOUNT
        STRING 'LOCAL TAX WITHHELD ' JU-JURISDICTION-CODE(JUR-IDX)
            DELIMITED BY SIZE INTO JR-ACCOUNT-NAME
    END-IF
    MOVE ZERO TO JR-DEBIT-AMOUNT
    MOVE JU-TAX-WITHHELD(JUR-IDX) TO JR-CREDIT-AMOUNT
    PERFORM WRITE-JOURNAL-ENTRY.

WRITE-JURISDICTION-SCHEDULE.
    OPEN OUTPUT jurisdiction-schedule
    PERFORM VARYING JUR-IDX FROM 1 BY 1
            UNTIL JUR-IDX > WS-JURIS-COUNT
        MOVE WS-CURRENT-DATE TO JS-BATCH-DATE
        MOVE JU-JURISDICTION-TYPE(JUR-IDX) TO JS-JURISDICTION-TYPE
        MOVE JU-JURISDICTION-CODE(JUR-IDX) TO JS-JURISDICTION-CODE
        IF JU-JURISDICTION-TYPE(JUR-IDX) = 'S'
            MOVE GL-STATE-TAX-PAYABLE TO JS-ACCOUNT
        ELSE
            MOVE GL-LOCAL-TAX-PAYABLE TO JS-ACCOUNT
        END-IF
        MOVE JU-EMPLOYEE-COUNT(JUR-IDX) TO JS-EMPLOYEE-COUNT
        MOVE JU-TAXABLE-WAGES(JUR-IDX) TO JS-TAXABLE-WAGES
        MOVE JU-TAX-WITHHELD(JUR-IDX) TO JS-TAX-WITHHELD
        WRITE JURISDICTION-SCHEDULE-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE jurisdiction-schedule.

WRITE-JOURNAL-ENTRY.
    MOVE 'J' TO JR-RECORD-TYPE
    MOVE WS-CURRENT-DATE TO JR-BATCH-DATE
