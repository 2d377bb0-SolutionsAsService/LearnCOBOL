IDENTIFICATION DIVISION.
PROGRAM-ID. PayrollQuarterlyReturn.
AUTHOR. Your Name.
*> Quarter-end employer payroll tax return worksheet. Reads every
*> live payroll register for the quarter from the register history
*> (detail lines and each run's control totals) together with the
*> employer-side accruals from the liability history, and prints
*> wages, income tax withheld (employee share) and employer tax
*> (employer share) by month, the monthly deposit schedule, a
*> per-run control total check, and a reconciliation page tying the
*> quarter to the YTD-GROSS / YTD-TAX movement on the updated
*> employee master since the previous quarter close. Run at quarter
*> end, before the first payroll of the next quarter.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT return-options ASSIGN TO 'quarterly-return-options.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPTIONS-STATUS.
    SELECT register-history ASSIGN TO 'payroll-register-history.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGHIST-STATUS.
    SELECT liability-history
        ASSIGN TO 'employer-liability-history.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIABHIST-STATUS.
    SELECT employee-master-updated ASSIGN TO 'employee-master-updated.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT quarterly-ytd-control ASSIGN TO 'quarterly-ytd-control.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QTRCTL-STATUS.
    SELECT return-worksheet ASSIGN TO 'quarterly-return-worksheet.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD return-options.
01 RETURN-OPTIONS-RECORD.
    05 QO-TAX-YEAR            PIC 9(4).
    05 QO-QUARTER             PIC 9.

FD register-history.
01 REGISTER-HISTORY-RECORD.
    05 RH-RUN-DATE            PIC 9(8).
    05 RH-RUN-NUMBER          PIC 9(6).
    05 RH-RECORD-TYPE         PIC X.
        88 RH-DETAIL-LINE     VALUES 'D' 'R'.
        88 RH-CONTROL-LINE    VALUE 'T'.
    05 RH-REGISTER-IMAGE      PIC X(136).
    05 RH-DETAIL REDEFINES RH-REGISTER-IMAGE.
        10 RG-EMPLOYEE-NUMBER     PIC 9(6).
        10 RG-EMPLOYEE-NAME       PIC X(30).
        10 RG-GROSS-PAY           PIC 9(6)v99.
        10 RG-DEDUCTIONS          PIC 9(6)v99.
        10 RG-NET-PAY             PIC 9(6)v99.
        10 RG-TAX-WITHHELD        PIC 9(6)v99.
        10 RG-INSURANCE           PIC 9(6)v99.
        10 RG-RETIREMENT          PIC 9(6)v99.
        10 RG-GARNISHMENT         PIC 9(6)v99.
        10 RG-STATE-CODE          PIC X(2).
        10 RG-STATE-WAGES         PIC 9(6)v99.
        10 RG-STATE-TAX           PIC 9(6)v99.
        10 RG-LOCAL-CODE          PIC X(4).
        10 RG-LOCAL-WAGES         PIC 9(6)v99.
        10 RG-LOCAL-TAX           PIC 9(6)v99.
        10 FILLER                 PIC X(6).
    05 RH-CONTROL REDEFINES RH-REGISTER-IMAGE.
        10 CT-LABEL               PIC X(30).
        10 CT-HEADCOUNT           PIC 9(6).
        10 CT-TOTAL-GROSS         PIC 9(8)v99.
        10 CT-TOTAL-DEDUCTIONS    PIC 9(8)v99.
        10 CT-TOTAL-NET           PIC 9(8)v99.
        10 CT-TOTAL-TAX           PIC 9(8)v99.
        10 CT-TOTAL-INSURANCE     PIC 9(8)v99.
        10 CT-TOTAL-RETIREMENT    PIC 9(8)v99.
        10 CT-TOTAL-GARNISH       PIC 9(8)v99.
        10 CT-TOTAL-STATE-TAX     PIC 9(8)v99.
        10 CT-TOTAL-LOCAL-TAX     PIC 9(8)v99.

FD liability-history.
01 LIABILITY-HISTORY-RECORD.
    05 LH-RUN-DATE            PIC 9(8).
    05 LH-RUN-NUMBER          PIC 9(6).
    05 LH-CATEGORY            PIC X(12).
    05 LH-AGENCY              PIC X(20).
    05 LH-EMPLOYEE-NUMBER     PIC 9(6).
    05 LH-AMOUNT              PIC 9(6)v99.

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

FD quarterly-ytd-control.
01 QUARTER-CONTROL-RECORD.
    05 QC-TAX-YEAR            PIC 9(4).
    05 QC-QUARTER             PIC 9.
    05 QC-CLOSE-DATE          PIC 9(8).
    05 QC-OPEN-YTD-GROSS      PIC 9(9)v99.
    05 QC-OPEN-YTD-TAX        PIC 9(9)v99.
    05 QC-YTD-GROSS           PIC 9(9)v99.
    05 QC-YTD-TAX             PIC 9(9)v99.

FD return-worksheet.
01 WORKSHEET-LINE             PIC X(120).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.

01 WS-OPTIONS-STATUS      PIC XX.
01 WS-REGHIST-STATUS      PIC XX.
01 WS-LIABHIST-STATUS     PIC XX.
01 WS-QTRCTL-STATUS       PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-CURRENT-YEAR        PIC 9(4).
01 WS-CURRENT-MONTH       PIC 9(2).
01 WS-TAX-YEAR            PIC 9(4).
01 WS-QUARTER             PIC 9.
01 WS-RUN-PERIOD          PIC 9(5).
01 WS-STORED-PERIOD       PIC 9(5) VALUE 0.
01 WS-STORED-TAX-YEAR     PIC 9(4).
01 WS-STORED-QUARTER      PIC 9.
01 WS-FIRST-MONTH         PIC 9(2).
01 WS-QUARTER-START       PIC 9(8).
01 WS-QUARTER-END         PIC 9(8).
01 WS-RUN-YEAR            PIC 9(4).
01 WS-RUN-MONTH           PIC 9(2).
01 WS-MONTH-IDX           PIC 9.
01 WS-DUE-YEAR            PIC 9(4).
01 WS-DUE-MONTH           PIC 9(2).

01 MONTH-TOTALS-TABLE.
    05 MONTH-TOTALS OCCURS 3 TIMES INDEXED BY MON-IDX.
        10 MT-MONTH-NUMBER    PIC 9(2).
        10 MT-RUN-COUNT       PIC 9(4).
        10 MT-PAY-LINES       PIC 9(6).
        10 MT-WAGES           PIC 9(10)v99.
        10 MT-WITHHELD        PIC 9(10)v99.
        10 MT-EMPLOYER-TAX    PIC 9(10)v99.
        10 MT-LIABILITY       PIC 9(10)v99.

01 WS-QUARTER-TOTALS.
    05 WS-QTR-RUNS            PIC 9(4) VALUE 0.
    05 WS-QTR-PAY-LINES       PIC 9(6) VALUE 0.
    05 WS-QTR-WAGES           PIC 9(10)v99 VALUE 0.
    05 WS-QTR-WITHHELD        PIC 9(10)v99 VALUE 0.
    05 WS-QTR-EMPLOYER-TAX    PIC 9(10)v99 VALUE 0.
    05 WS-QTR-LIABILITY       PIC 9(10)v99 VALUE 0.

*> Per-run accumulation for the control total check.
01 WS-RUN-IN-PROGRESS     PIC 9(6) VALUE 0.
01 WS-RUN-DATE-HELD       PIC 9(8) VALUE 0.
01 WS-RUN-TOTALS.
    05 WS-RUN-HEADCOUNT       PIC 9(6) VALUE 0.
    05 WS-RUN-GROSS           PIC 9(10)v99 VALUE 0.
    05 WS-RUN-TAX             PIC 9(10)v99 VALUE 0.
01 WS-CONTROL-BREAKS      PIC 9(4) VALUE 0.
01 WS-RUNS-WITHOUT-TOTALS PIC 9(4) VALUE 0.
*> Control exceptions are held until the reconciliation page so the
*> worksheet opens with its title.
01 WS-EXCEPTION-COUNT     PIC 9(4) VALUE 0.
01 CONTROL-EXCEPTION-TABLE.
    05 CONTROL-EXCEPTION OCCURS 200 TIMES INDEXED BY EXC-IDX.
        10 CE-DETAIL-LINE     PIC X(114).

01 WS-MASTER-TOTALS.
    05 WS-MASTER-COUNT        PIC 9(6) VALUE 0.
    05 WS-MASTER-YTD-GROSS    PIC 9(9)v99 VALUE 0.
    05 WS-MASTER-YTD-TAX      PIC 9(9)v99 VALUE 0.
01 WS-PRIOR-CLOSE.
    05 WS-PRIOR-FOUND         PIC X VALUE 'N'.
        88 PRIOR-CLOSE-FOUND  VALUE 'Y'.
    05 WS-PRIOR-YTD-GROSS     PIC 9(9)v99 VALUE 0.
    05 WS-PRIOR-YTD-TAX       PIC 9(9)v99 VALUE 0.
01 WS-MOVEMENT-GROSS      PIC S9(10)v99.
01 WS-MOVEMENT-TAX        PIC S9(10)v99.
01 WS-DIFFERENCE-GROSS    PIC S9(10)v99.
01 WS-DIFFERENCE-TAX      PIC S9(10)v99.
01 WS-RECONCILED          PIC X VALUE 'Y'.
    88 QUARTER-RECONCILED VALUE 'Y'.

01 WS-TITLE-LINE.
    05 FILLER             PIC X(40)
        VALUE 'EMPLOYER QUARTERLY PAYROLL TAX WORKSHEET'.
    05 FILLER             PIC X(10) VALUE ' - YEAR '.
    05 TL-YEAR            PIC 9(4).
    05 FILLER             PIC X(10) VALUE '  QUARTER '.
    05 TL-QUARTER         PIC 9.
    05 FILLER             PIC X(12) VALUE '  RUN DATE '.
    05 TL-RUN-DATE        PIC 9(8).

01 WS-MONTH-HEADING.
    05 FILLER             PIC X(7) VALUE 'MONTH'.
    05 FILLER             PIC X(6) VALUE 'RUNS'.
    05 FILLER             PIC X(9) VALUE 'LINES'.
    05 FILLER             PIC X(19) VALUE '      TAXABLE WAGES'.
    05 FILLER             PIC X(19) VALUE ' EMPLOYEE SHARE WH'.
    05 FILLER             PIC X(19) VALUE '  EMPLOYER SHARE'.
    05 FILLER             PIC X(19) VALUE '  TOTAL LIABILITY'.

01 WS-MONTH-DETAIL.
    05 MD-MONTH           PIC 9(2).
    05 FILLER             PIC X(5) VALUE SPACES.
    05 MD-RUNS            PIC ZZZ9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 MD-LINES           PIC ZZZZZ9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 MD-WAGES           PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 MD-WITHHELD        PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 MD-EMPLOYER-TAX    PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 MD-LIABILITY       PIC ZZZ,ZZZ,ZZ9.99.

01 WS-DEPOSIT-DETAIL.
    05 FILLER             PIC X(8) VALUE 'MONTH '.
    05 DP-MONTH           PIC 9(2).
    05 FILLER             PIC X(15) VALUE '  DEPOSIT DUE '.
    05 DP-DUE-DATE        PIC 9(8).
    05 FILLER             PIC X(13) VALUE '  LIABILITY '.
    05 DP-LIABILITY       PIC ZZZ,ZZZ,ZZ9.99.

01 WS-CONTROL-DETAIL.
    05 FILLER             PIC X(5) VALUE 'RUN '.
    05 CK-RUN-NUMBER      PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CK-RUN-DATE        PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CK-FIELD           PIC X(10).
    05 FILLER             PIC X(10) VALUE ' CONTROL '.
    05 CK-EXPECTED        PIC -ZZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(9) VALUE ' DETAIL '.
    05 CK-ACTUAL          PIC -ZZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 CK-MESSAGE         PIC X(30).

01 WS-RECON-DETAIL.
    05 RC-LABEL           PIC X(45).
    05 RC-GROSS           PIC -ZZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 RC-TAX             PIC -ZZZ,ZZZ,ZZ9.99.

01 WS-RECON-HEADING.
    05 FILLER             PIC X(45) VALUE SPACES.
    05 FILLER             PIC X(19) VALUE '      WAGES/GROSS'.
    05 FILLER             PIC X(19) VALUE '     TAX WITHHELD'.

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
    PERFORM DETERMINE-QUARTER
    OPEN OUTPUT return-worksheet
    PERFORM TALLY-REGISTER-HISTORY
    PERFORM TALLY-LIABILITY-HISTORY
    PERFORM TALLY-EMPLOYEE-MASTER
    PERFORM LOAD-PRIOR-QUARTER-CLOSE
    PERFORM WRITE-RETURN-WORKSHEET
    PERFORM WRITE-DEPOSIT-SCHEDULE
    PERFORM WRITE-RECONCILIATION-PAGE
    PERFORM WRITE-QUARTER-CLOSE
    CLOSE return-worksheet
    IF QUARTER-RECONCILED
        DISPLAY "Quarter " WS-QUARTER " " WS-TAX-YEAR
            " reconciled to employee master YTD movement"
    ELSE
        DISPLAY "Quarter " WS-QUARTER " " WS-TAX-YEAR
            " OUT OF BALANCE - see reconciliation page"
    END-IF
    PERFORM LOG-RUN-END
    STOP RUN.

*> The quarter comes from the options file when present; otherwise
*> the most recently completed calendar quarter is reported.
DETERMINE-QUARTER.
    COMPUTE WS-CURRENT-YEAR = WS-CURRENT-DATE / 10000
    COMPUTE WS-CURRENT-MONTH =
        (WS-CURRENT-DATE - (WS-CURRENT-YEAR * 10000)) / 100
    MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
    COMPUTE WS-QUARTER = ((WS-CURRENT-MONTH - 1) / 3)
    IF WS-QUARTER = 0
        MOVE 4 TO WS-QUARTER
        SUBTRACT 1 FROM WS-TAX-YEAR
    END-IF
    OPEN INPUT return-options
    IF WS-OPTIONS-STATUS = '00'
        READ return-options
            AT END CONTINUE
            NOT AT END
                IF QO-QUARTER >= 1 AND QO-QUARTER <= 4
                        AND QO-TAX-YEAR > 0
                    MOVE QO-TAX-YEAR TO WS-TAX-YEAR
                    MOVE QO-QUARTER TO WS-QUARTER
                END-IF
        END-READ
        CLOSE return-options
    END-IF
    COMPUTE WS-FIRST-MONTH = ((WS-QUARTER - 1) * 3) + 1
    COMPUTE WS-QUARTER-START =
        (WS-TAX-YEAR * 10000) + (WS-FIRST-MONTH * 100) + 1
    COMPUTE WS-QUARTER-END =
        (WS-TAX-YEAR * 10000) + ((WS-FIRST-MONTH + 2) * 100) + 31
    PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 3
        SET WS-MONTH-IDX TO MON-IDX
        COMPUTE MT-MONTH-NUMBER(MON-IDX) =
            WS-FIRST-MONTH + WS-MONTH-IDX - 1
        MOVE ZERO TO MT-RUN-COUNT(MON-IDX)
        MOVE ZERO TO MT-PAY-LINES(MON-IDX)
        MOVE ZERO TO MT-WAGES(MON-IDX)
        MOVE ZERO TO MT-WITHHELD(MON-IDX)
        MOVE ZERO TO MT-EMPLOYER-TAX(MON-IDX)
        MOVE ZERO TO MT-LIABILITY(MON-IDX)
    END-PERFORM.

TALLY-REGISTER-HISTORY.
    OPEN INPUT register-history
    IF WS-REGHIST-STATUS = '00'
        READ register-history AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF RH-RUN-DATE >= WS-QUARTER-START
                    AND RH-RUN-DATE <= WS-QUARTER-END
                PERFORM TALLY-ONE-REGISTER-LINE
            END-IF
            READ register-history AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE register-history
        MOVE 'N' TO WS-END-OF-FILE
        IF WS-RUN-IN-PROGRESS NOT = 0
            PERFORM REPORT-RUN-WITHOUT-TOTALS
        END-IF
    ELSE
        DISPLAY "No payroll register history - worksheet will be empty"
    END-IF.

TALLY-ONE-REGISTER-LINE.
    IF RH-RUN-NUMBER NOT = WS-RUN-IN-PROGRESS
        IF WS-RUN-IN-PROGRESS NOT = 0
            PERFORM REPORT-RUN-WITHOUT-TOTALS
        END-IF
        MOVE RH-RUN-NUMBER TO WS-RUN-IN-PROGRESS
        MOVE RH-RUN-DATE TO WS-RUN-DATE-HELD
        MOVE ZERO TO WS-RUN-HEADCOUNT
        MOVE ZERO TO WS-RUN-GROSS
        MOVE ZERO TO WS-RUN-TAX
        PERFORM LOCATE-RUN-MONTH
        ADD 1 TO MT-RUN-COUNT(MON-IDX)
        ADD 1 TO WS-QTR-RUNS
    END-IF
    PERFORM LOCATE-RUN-MONTH
    EVALUATE TRUE
        WHEN RH-DETAIL-LINE
            IF RH-RECORD-TYPE = 'D'
                ADD 1 TO WS-RUN-HEADCOUNT
                ADD 1 TO MT-PAY-LINES(MON-IDX)
                ADD 1 TO WS-QTR-PAY-LINES
            END-IF
            ADD RG-GROSS-PAY TO WS-RUN-GROSS
            ADD RG-TAX-WITHHELD TO WS-RUN-TAX
            ADD RG-GROSS-PAY TO MT-WAGES(MON-IDX)
            ADD RG-TAX-WITHHELD TO MT-WITHHELD(MON-IDX)
            ADD RG-GROSS-PAY TO WS-QTR-WAGES
            ADD RG-TAX-WITHHELD TO WS-QTR-WITHHELD
        WHEN RH-CONTROL-LINE
            PERFORM CHECK-RUN-CONTROL-TOTALS
            MOVE ZERO TO WS-RUN-IN-PROGRESS
    END-EVALUATE.

LOCATE-RUN-MONTH.
    COMPUTE WS-RUN-YEAR = RH-RUN-DATE / 10000
    COMPUTE WS-RUN-MONTH =
        (RH-RUN-DATE - (WS-RUN-YEAR * 10000)) / 100
    COMPUTE WS-MONTH-IDX = WS-RUN-MONTH - WS-FIRST-MONTH + 1
    SET MON-IDX TO WS-MONTH-IDX.

*> Each run's detail lines must add back to the control totals that
*> PayrollProcessing wrote for that run.
CHECK-RUN-CONTROL-TOTALS.
    IF CT-HEADCOUNT NOT = WS-RUN-HEADCOUNT
        MOVE 'HEADCOUNT' TO CK-FIELD
        MOVE CT-HEADCOUNT TO CK-EXPECTED
        MOVE WS-RUN-HEADCOUNT TO CK-ACTUAL
        PERFORM WRITE-CONTROL-BREAK
    END-IF
    IF CT-TOTAL-GROSS NOT = WS-RUN-GROSS
        MOVE 'GROSS' TO CK-FIELD
        MOVE CT-TOTAL-GROSS TO CK-EXPECTED
        MOVE WS-RUN-GROSS TO CK-ACTUAL
        PERFORM WRITE-CONTROL-BREAK
    END-IF
    IF CT-TOTAL-TAX NOT = WS-RUN-TAX
        MOVE 'TAX' TO CK-FIELD
        MOVE CT-TOTAL-TAX TO CK-EXPECTED
        MOVE WS-RUN-TAX TO CK-ACTUAL
        PERFORM WRITE-CONTROL-BREAK
    END-IF.

WRITE-CONTROL-BREAK.
    ADD 1 TO WS-CONTROL-BREAKS
    MOVE 'N' TO WS-RECONCILED
    MOVE WS-RUN-IN-PROGRESS TO CK-RUN-NUMBER
    MOVE WS-RUN-DATE-HELD TO CK-RUN-DATE
    MOVE 'Detail differs from control' TO CK-MESSAGE
    PERFORM SAVE-CONTROL-EXCEPTION.

REPORT-RUN-WITHOUT-TOTALS.
    ADD 1 TO WS-RUNS-WITHOUT-TOTALS
    MOVE 'N' TO WS-RECONCILED
    MOVE WS-RUN-IN-PROGRESS TO CK-RUN-NUMBER
    MOVE WS-RUN-DATE-HELD TO CK-RUN-DATE
    MOVE 'TOTALS' TO CK-FIELD
    MOVE ZERO TO CK-EXPECTED
    MOVE WS-RUN-GROSS TO CK-ACTUAL
    MOVE 'Run has no control record' TO CK-MESSAGE
    PERFORM SAVE-CONTROL-EXCEPTION.

SAVE-CONTROL-EXCEPTION.
    IF WS-EXCEPTION-COUNT < 200
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE WS-CONTROL-DETAIL TO CE-DETAIL-LINE(WS-EXCEPTION-COUNT)
    ELSE
        DISPLAY "Control exception table full - discarding run "
            CK-RUN-NUMBER " " CK-FIELD
    END-IF.

TALLY-LIABILITY-HISTORY.
    OPEN INPUT liability-history
    IF WS-LIABHIST-STATUS = '00'
        READ liability-history AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF LH-RUN-DATE >= WS-QUARTER-START
                    AND LH-RUN-DATE <= WS-QUARTER-END
                    AND LH-CATEGORY = 'PAYROLL TAX'
                MOVE LH-RUN-DATE TO RH-RUN-DATE
                PERFORM LOCATE-RUN-MONTH
                ADD LH-AMOUNT TO MT-EMPLOYER-TAX(MON-IDX)
                ADD LH-AMOUNT TO WS-QTR-EMPLOYER-TAX
            END-IF
            READ liability-history AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE liability-history
        MOVE 'N' TO WS-END-OF-FILE
    ELSE
        DISPLAY "No employer liability history - employer share zero"
    END-IF.

TALLY-EMPLOYEE-MASTER.
    OPEN INPUT employee-master-updated
    READ employee-master-updated AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        ADD 1 TO WS-MASTER-COUNT
        ADD YTD-GROSS TO WS-MASTER-YTD-GROSS
        ADD YTD-TAX TO WS-MASTER-YTD-TAX
        READ employee-master-updated AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE employee-master-updated
    MOVE 'N' TO WS-END-OF-FILE.

*> YTD balances restart each January, so the first quarter's
*> movement is measured from zero; later quarters are measured from
*> the close saved by the previous quarter's run. A rerun of the
*> same quarter reuses the opening balances it saved the first time.
LOAD-PRIOR-QUARTER-CLOSE.
    IF WS-QUARTER = 1
        SET PRIOR-CLOSE-FOUND TO TRUE
    ELSE
        OPEN INPUT quarterly-ytd-control
        IF WS-QTRCTL-STATUS = '00'
            READ quarterly-ytd-control
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO WS-OPS-RECORDS-READ
                    IF QC-TAX-YEAR = WS-TAX-YEAR
                            AND QC-QUARTER = WS-QUARTER - 1
                        SET PRIOR-CLOSE-FOUND TO TRUE
                        MOVE QC-YTD-GROSS TO WS-PRIOR-YTD-GROSS
                        MOVE QC-YTD-TAX TO WS-PRIOR-YTD-TAX
                    END-IF
                    IF QC-TAX-YEAR = WS-TAX-YEAR
                            AND QC-QUARTER = WS-QUARTER
                        SET PRIOR-CLOSE-FOUND TO TRUE
                        MOVE QC-OPEN-YTD-GROSS TO WS-PRIOR-YTD-GROSS
                        MOVE QC-OPEN-YTD-TAX TO WS-PRIOR-YTD-TAX
                    END-IF
            END-READ
            CLOSE quarterly-ytd-control
        END-IF
    END-IF.

WRITE-RETURN-WORKSHEET.
    MOVE WS-TAX-YEAR TO TL-YEAR
    MOVE WS-QUARTER TO TL-QUARTER
    MOVE WS-CURRENT-DATE TO TL-RUN-DATE
    MOVE WS-TITLE-LINE TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    MOVE SPACES TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    MOVE 'PART 1 - WAGES, WITHHOLDING AND EMPLOYER TAX BY MONTH'
        TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    MOVE WS-MONTH-HEADING TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 3
        COMPUTE MT-LIABILITY(MON-IDX) =
            MT-WITHHELD(MON-IDX) + MT-EMPLOYER-TAX(MON-IDX)
        ADD MT-LIABILITY(MON-IDX) TO WS-QTR-LIABILITY
        MOVE MT-MONTH-NUMBER(MON-IDX) TO MD-MONTH
        MOVE MT-RUN-COUNT(MON-IDX) TO MD-RUNS
        MOVE MT-PAY-LINES(MON-IDX) TO MD-LINES
        MOVE MT-WAGES(MON-IDX) TO MD-WAGES
        MOVE MT-WITHHELD(MON-IDX) TO MD-WITHHELD
        MOVE MT-EMPLOYER-TAX(MON-IDX) TO MD-EMPLOYER-TAX
        MOVE MT-LIABILITY(MON-IDX) TO MD-LIABILITY
        MOVE WS-MONTH-DETAIL TO WORKSHEET-LINE
        PERFORM WRITE-WORKSHEET-LINE
    END-PERFORM
    MOVE ZERO TO MD-MONTH
    MOVE WS-QTR-RUNS TO MD-RUNS
    MOVE WS-QTR-PAY-LINES TO MD-LINES
    MOVE WS-QTR-WAGES TO MD-WAGES
    MOVE WS-QTR-WITHHELD TO MD-WITHHELD
    MOVE WS-QTR-EMPLOYER-TAX TO MD-EMPLOYER-TAX
    MOVE WS-QTR-LIABILITY TO MD-LIABILITY
    MOVE WS-MONTH-DETAIL TO WORKSHEET-LINE
    MOVE 'QTR' TO WORKSHEET-LINE(1:3)
    PERFORM WRITE-WORKSHEET-LINE
    MOVE SPACES TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE.

*> Monthly depositor schedule: each month's liability is due by the
*> 15th of the following month.
WRITE-DEPOSIT-SCHEDULE.
    MOVE 'PART 2 - MONTHLY DEPOSIT LIABILITY SCHEDULE'
        TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 3
        MOVE WS-TAX-YEAR TO WS-DUE-YEAR
        COMPUTE WS-DUE-MONTH = MT-MONTH-NUMBER(MON-IDX) + 1
        IF WS-DUE-MONTH > 12
            MOVE 1 TO WS-DUE-MONTH
            ADD 1 TO WS-DUE-YEAR
        END-IF
        COMPUTE DP-DUE-DATE =
            (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100) + 15
        MOVE MT-MONTH-NUMBER(MON-IDX) TO DP-MONTH
        MOVE MT-LIABILITY(MON-IDX) TO DP-LIABILITY
        MOVE WS-DEPOSIT-DETAIL TO WORKSHEET-LINE
        PERFORM WRITE-WORKSHEET-LINE
    END-PERFORM
    MOVE SPACES TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE.

WRITE-RECONCILIATION-PAGE.
    MOVE 'PART 3 - RECONCILIATION TO EMPLOYEE MASTER YTD MOVEMENT'
        TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    MOVE WS-RECON-HEADING TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    MOVE 'QUARTER REGISTER TOTALS' TO RC-LABEL
    MOVE WS-QTR-WAGES TO RC-GROSS
    MOVE WS-QTR-WITHHELD TO RC-TAX
    PERFORM WRITE-RECON-LINE
    MOVE 'EMPLOYEE MASTER YTD AT QUARTER CLOSE' TO RC-LABEL
    MOVE WS-MASTER-YTD-GROSS TO RC-GROSS
    MOVE WS-MASTER-YTD-TAX TO RC-TAX
    PERFORM WRITE-RECON-LINE
    MOVE 'LESS YTD AT PRIOR QUARTER CLOSE' TO RC-LABEL
    MOVE WS-PRIOR-YTD-GROSS TO RC-GROSS
    MOVE WS-PRIOR-YTD-TAX TO RC-TAX
    PERFORM WRITE-RECON-LINE
    COMPUTE WS-MOVEMENT-GROSS = WS-MASTER-YTD-GROSS - WS-PRIOR-YTD-GROSS
    COMPUTE WS-MOVEMENT-TAX = WS-MASTER-YTD-TAX - WS-PRIOR-YTD-TAX
    MOVE 'YTD MOVEMENT FOR THE QUARTER' TO RC-LABEL
    MOVE WS-MOVEMENT-GROSS TO RC-GROSS
    MOVE WS-MOVEMENT-TAX TO RC-TAX
    PERFORM WRITE-RECON-LINE
    COMPUTE WS-DIFFERENCE-GROSS = WS-QTR-WAGES - WS-MOVEMENT-GROSS
    COMPUTE WS-DIFFERENCE-TAX = WS-QTR-WITHHELD - WS-MOVEMENT-TAX
    MOVE 'DIFFERENCE (REGISTER LESS MOVEMENT)' TO RC-LABEL
    MOVE WS-DIFFERENCE-GROSS TO RC-GROSS
    MOVE WS-DIFFERENCE-TAX TO RC-TAX
    PERFORM WRITE-RECON-LINE
    IF WS-DIFFERENCE-GROSS NOT = 0 OR WS-DIFFERENCE-TAX NOT = 0
        MOVE 'N' TO WS-RECONCILED
    END-IF
    MOVE SPACES TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    IF WS-EXCEPTION-COUNT > 0
        PERFORM WRITE-CONTROL-EXCEPTIONS
    END-IF
    IF NOT PRIOR-CLOSE-FOUND
        MOVE 'N' TO WS-RECONCILED
        MOVE 'WARNING: NO PRIOR QUARTER CLOSE ON FILE - MOVEMENT NOT VERIFIED'
            TO WORKSHEET-LINE
        PERFORM WRITE-WORKSHEET-LINE
    END-IF
    IF WS-CONTROL-BREAKS > 0 OR WS-RUNS-WITHOUT-TOTALS > 0
        MOVE 'WARNING: REGISTER RUNS DO NOT AGREE TO THEIR CONTROL TOTALS'
            TO WORKSHEET-LINE
        PERFORM WRITE-WORKSHEET-LINE
    END-IF
    IF QUARTER-RECONCILED
        MOVE 'QUARTER RECONCILED - RETURN FIGURES MAY BE FILED'
            TO WORKSHEET-LINE
    ELSE
        MOVE 'OUT OF BALANCE - RESOLVE DIFFERENCES BEFORE FILING'
            TO WORKSHEET-LINE
    END-IF
    PERFORM WRITE-WORKSHEET-LINE.

WRITE-CONTROL-EXCEPTIONS.
    MOVE 'REGISTER RUNS NOT AGREEING TO THEIR CONTROL TOTALS'
        TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE
    PERFORM VARYING EXC-IDX FROM 1 BY 1
            UNTIL EXC-IDX > WS-EXCEPTION-COUNT
        MOVE CE-DETAIL-LINE(EXC-IDX) TO WORKSHEET-LINE
        PERFORM WRITE-WORKSHEET-LINE
    END-PERFORM
    MOVE SPACES TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE.

WRITE-RECON-LINE.
    MOVE WS-RECON-DETAIL TO WORKSHEET-LINE
    PERFORM WRITE-WORKSHEET-LINE.

WRITE-WORKSHEET-LINE.
    WRITE WORKSHEET-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> Save this quarter's closing YTD so next quarter's movement can be
*> measured from it. Rerunning an earlier quarter leaves the close of
*> a later quarter in place; a rerun of the closed quarter replaces it.
WRITE-QUARTER-CLOSE.
    COMPUTE WS-RUN-PERIOD = (WS-TAX-YEAR * 10) + WS-QUARTER
    MOVE ZERO TO WS-STORED-PERIOD
    OPEN INPUT quarterly-ytd-control
    IF WS-QTRCTL-STATUS = '00'
        READ quarterly-ytd-control
            AT END CONTINUE
            NOT AT END
                MOVE QC-TAX-YEAR TO WS-STORED-TAX-YEAR
                MOVE QC-QUARTER TO WS-STORED-QUARTER
                COMPUTE WS-STORED-PERIOD =
                    (QC-TAX-YEAR * 10) + QC-QUARTER
        END-READ
        CLOSE quarterly-ytd-control
    END-IF
    IF WS-RUN-PERIOD < WS-STORED-PERIOD
        DISPLAY "Quarter close not saved - " WS-STORED-QUARTER " "
            WS-STORED-TAX-YEAR " already closed"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT quarterly-ytd-control
    MOVE WS-TAX-YEAR TO QC-TAX-YEAR
    MOVE WS-QUARTER TO QC-QUARTER
    MOVE WS-CURRENT-DATE TO QC-CLOSE-DATE
    MOVE WS-PRIOR-YTD-GROSS TO QC-OPEN-YTD-GROSS
    MOVE WS-PRIOR-YTD-TAX TO QC-OPEN-YTD-TAX
    MOVE WS-MASTER-YTD-GROSS TO QC-YTD-GROSS
    MOVE WS-MASTER-YTD-TAX TO QC-YTD-TAX
    WRITE QUARTER-CONTROL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    CLOSE quarterly-ytd-control.

LOG-RUN-START.
    MOVE 'PayrollQuarterlyReturn' TO OPS-PROGRAM-ID
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

END PROGRAM PayrollQuarterlyReturn.
