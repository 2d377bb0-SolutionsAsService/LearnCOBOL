    SELECT run-options ASSIGN TO 'payroll-run-options.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNOPT-STATUS.
    SELECT payroll-calendar ASSIGN TO 'payroll-calendar.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT leave-taken ASSIGN TO 'leave-taken.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEAVE-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT employer-cost-report ASSIGN TO 'employer-cost-report.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT benefit-plans ASSIGN TO 'benefit-plans.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLANS-STATUS.
    SELECT benefit-enrollment ASSIGN TO 'benefit-enrollment.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ENROLL-STATUS.
    SELECT benefits-register ASSIGN TO 'benefits-deduction-register.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT final-pay-register ASSIGN TO 'final-pay-register.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT payroll-exclusions ASSIGN TO 'payroll-exclusions.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT pay-stub-file ASSIGN TO 'pay-stubs.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT jurisdiction-tax-table ASSIGN TO 'jurisdiction-tax-table.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JURIS-STATUS.
    SELECT OPTIONAL register-history
        ASSIGN TO 'payroll-register-history.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL liability-history
        ASSIGN TO 'employer-liability-history.dat'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 BANK-STATUS-DATE       PIC 9(8).
   05 VACATION-BALANCE       PIC 9(3)v99.
   05 SICK-BALANCE           PIC 9(3)v99.
   05 EMPLOYMENT-STATUS      PIC X.
       88 EMPLOYEE-ACTIVE    VALUES 'A' SPACE.
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

FD employee-master-updated.
01 EMPLOYEE-RECORD-OUT.
    05 EMO-BANK-STATUS-DATE     PIC 9(8).
    05 EMO-VACATION-BALANCE     PIC 9(3)v99.
    05 EMO-SICK-BALANCE         PIC 9(3)v99.
    05 EMO-EMPLOYMENT-STATUS    PIC X.
    05 EMO-HIRE-DATE            PIC 9(8).
    05 EMO-TERMINATION-DATE     PIC 9(8).
    05 EMO-FINAL-PAY-DATE       PIC 9(8).
    05 EMO-WORK-STATE-CODE      PIC X(2).
    05 EMO-WORK-LOCAL-CODE      PIC X(4).
    05 EMO-YTD-STATE-WAGES      PIC 9(7)v99.
    05 EMO-YTD-STATE-TAX        PIC 9(7)v99.
    05 EMO-YTD-LOCAL-WAGES      PIC 9(7)v99.
    05 EMO-YTD-LOCAL-TAX        PIC 9(7)v99.
    05 EMO-DEPARTMENT-CODE      PIC X(6).
    05 EMO-YTD-INSURANCE        PIC 9(7)v99.
    05 EMO-YTD-RETIREMENT       PIC 9(7)v99.
    05 EMO-YTD-GARNISHMENT      PIC 9(7)v99.

FD payroll-annual-summary.
01 ANNUAL-SUMMARY-RECORD.
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
    05 CT-LABEL               PIC X(30) VALUE 'TOTALS'.
    05 CT-HEADCOUNT           PIC 9(6).
    05 CT-TOTAL-INSURANCE     PIC 9(8)v99.
    05 CT-TOTAL-RETIREMENT    PIC 9(8)v99.
    05 CT-TOTAL-GARNISH       PIC 9(8)v99.
    05 CT-TOTAL-STATE-TAX     PIC 9(8)v99.
    05 CT-TOTAL-LOCAL-TAX     PIC 9(8)v99.

FD direct-deposit-file.
01 DD-BATCH-HEADER-RECORD.
    05 RC-YTD-GROSS           PIC 9(9)v99.
    05 RC-YTD-TAX             PIC 9(9)v99.
    05 RC-YTD-NET             PIC 9(9)v99.
    05 RC-LAST-REGULAR-DATE   PIC 9(8).
    05 RC-LAST-PERIOD-ID      PIC 9(6).

FD balancing-report.
01 BALANCING-RECORD.
FD run-options.
01 RUN-OPTIONS-RECORD.
    05 RO-RUN-MODE            PIC X(5).
    05 RO-RUN-TYPE            PIC X(5).
    05 RO-PERIOD-ID           PIC 9(6).

FD payroll-calendar.
01 PAYROLL-CALENDAR-RECORD.
    05 PCAL-PERIOD-ID         PIC 9(6).
    05 PCAL-PERIOD-START      PIC 9(8).
    05 PCAL-PERIOD-END        PIC 9(8).
    05 PCAL-TIMECARD-CUTOFF   PIC 9(8).
    05 PCAL-CHECK-DATE        PIC 9(8).
    05 PCAL-ACH-SETTLE-DATE   PIC 9(8).

FD leave-taken.
01 LEAVE-TAKEN-RECORD.
FD employer-cost-report.
01 EMPLOYER-COST-LINE         PIC X(110).

FD benefit-plans.
01 BENEFIT-PLAN-RECORD.
    05 BP-PLAN-CODE           PIC X(6).
    05 BP-COVERAGE-TIER       PIC X(2).
    05 BP-PLAN-TYPE           PIC X(10).
    05 BP-DESCRIPTION         PIC X(30).
    05 BP-CARRIER             PIC X(20).
    05 BP-EMPLOYEE-COST       PIC 9(4)v99.
    05 BP-EMPLOYER-COST       PIC 9(4)v99.

FD benefit-enrollment.
01 BENEFIT-ENROLLMENT-RECORD.
    05 BE-EMPLOYEE-NUMBER     PIC 9(6).
    05 BE-PLAN-CODE           PIC X(6).
    05 BE-COVERAGE-TIER       PIC X(2).
    05 BE-EFFECTIVE-DATE      PIC 9(8).
    05 BE-TERMINATION-DATE    PIC 9(8).

FD benefits-register.
01 BENEFITS-REGISTER-LINE     PIC X(120).

FD final-pay-register.
01 FINAL-PAY-LINE             PIC X(140).

FD payroll-exclusions.
01 EXCLUSION-LINE             PIC X(100).

FD pay-stub-file.
01 PAY-STUB-LINE              PIC X(80).

*> Every live register line and control total is also appended to
*> the register history with the run date, so quarter-end returns
*> can be built from all the cycles in the quarter.
FD register-history.
01 REGISTER-HISTORY-RECORD.
    05 RH-RUN-DATE            PIC 9(8).
    05 RH-RUN-NUMBER          PIC 9(6).
    05 RH-RECORD-TYPE         PIC X.
    05 RH-REGISTER-IMAGE      PIC X(136).

FD liability-history.
01 LIABILITY-HISTORY-RECORD.
    05 LH-RUN-DATE            PIC 9(8).
    05 LH-RUN-NUMBER          PIC 9(6).
    05 LH-CATEGORY            PIC X(12).
    05 LH-AGENCY              PIC X(20).
    05 LH-EMPLOYEE-NUMBER     PIC 9(6).
    05 LH-AMOUNT              PIC 9(6)v99.

FD garnishment-remittance.
01 REMITTANCE-RECORD.
    05 RM-ORDER-ID            PIC X(10).
    05 RM-AMOUNT-WITHHELD     PIC 9(5)v99.
    05 RM-REMAINING-BALANCE   PIC 9(7)v99.

*> One record per withholding bracket. A flat-rate jurisdiction has a
*> single record with a zero floor. A non-zero wage cap limits the
*> wages taxed in the jurisdiction for the year.
FD jurisdiction-tax-table.
01 JURISDICTION-TAX-RECORD.
    05 JX-JURISDICTION-CODE   PIC X(4).
    05 JX-JURISDICTION-TYPE   PIC X.
    05 JX-RATE-METHOD         PIC X.
    05 JX-WAGE-CAP            PIC 9(7)v99.
    05 JX-BRACKET-FLOOR       PIC 9(5)v99.
    05 JX-BRACKET-RATE        PIC 9v9999.

WORKING-STORAGE SECTION.
01 WS-TAXABLE-PAY         PIC 9(5)v99.
01 TAX-DEDUCTION          PIC 9(5)v99.
01 WS-STATE-WAGES         PIC 9(5)v99.
01 WS-STATE-TAX           PIC 9(5)v99.
01 WS-LOCAL-WAGES         PIC 9(5)v99.
01 WS-LOCAL-TAX           PIC 9(5)v99.
01 TEMP-NET               PIC 9(5)v99.
01 WS-GROSS-PAY           PIC 9(6)v99.
01 WS-TOTAL-DEDUCTIONS    PIC 9(6)v99.
    05 WS-SUM-INSURANCE      PIC 9(8)v99 VALUE 0.
    05 WS-SUM-RETIREMENT     PIC 9(8)v99 VALUE 0.
    05 WS-SUM-GARNISH        PIC 9(8)v99 VALUE 0.
    05 WS-SUM-STATE-TAX      PIC 9(8)v99 VALUE 0.
    05 WS-SUM-LOCAL-TAX      PIC 9(8)v99 VALUE 0.

01 WS-CURRENT-DATE        PIC 9(8).
*> Regular runs take the period, check date and ACH settlement date
*> from the payroll calendar; without a calendar, and on final pay
*> runs, both dates are the run date.
01 WS-CALENDAR-STATUS     PIC XX.
01 WS-CALENDAR-COUNT      PIC 9(4) VALUE 0.
01 PAYROLL-CALENDAR-TABLE.
    05 CALENDAR-ENTRY OCCURS 200 TIMES INDEXED BY CAL-IDX.
        10 CA-PERIOD-ID           PIC 9(6).
        10 CA-PERIOD-START        PIC 9(8).
        10 CA-PERIOD-END          PIC 9(8).
        10 CA-TIMECARD-CUTOFF     PIC 9(8).
        10 CA-CHECK-DATE          PIC 9(8).
        10 CA-ACH-SETTLE-DATE     PIC 9(8).
01 WS-REQUESTED-PERIOD-ID PIC 9(6) VALUE 0.
01 WS-LAST-PERIOD-ID      PIC 9(6) VALUE 0.
01 WS-LAST-PERIOD-SLOT    PIC 9(4) VALUE 0.
01 WS-PERIOD-SLOT         PIC 9(4) VALUE 0.
01 WS-REQUESTED-SLOT      PIC 9(4) VALUE 0.
01 WS-PAY-PERIOD.
    05 WS-PERIOD-ID          PIC 9(6) VALUE 0.
    05 WS-PERIOD-START       PIC 9(8) VALUE 0.
    05 WS-PERIOD-END         PIC 9(8) VALUE 0.
    05 WS-CHECK-DATE         PIC 9(8) VALUE 0.
    05 WS-ACH-DATE           PIC 9(8) VALUE 0.
01 WS-RUN-REFUSED-REASON  PIC X(50) VALUE SPACES.
    88 RUN-ACCEPTED       VALUE SPACES.

01 WS-RUNCTL-STATUS       PIC XX.
01 WS-PRIOR-RUN-FOUND     PIC X VALUE 'N'.
01 WS-RUN-MODE            PIC X(5) VALUE 'LIVE'.
    88 TRIAL-RUN          VALUE 'TRIAL'.
    88 LIVE-RUN           VALUE 'LIVE'.
*> A FINAL run is an off-cycle run that pays only terminated employees
*> whose final pay has not been issued: the days worked since the
*> last regular pay date plus the vacation balance at the current
*> rate. Everyone else is carried forward to the updated master as is.
01 WS-RUN-TYPE            PIC X(7) VALUE 'REGULAR'.
    88 REGULAR-RUN        VALUE 'REGULAR'.
    88 FINAL-PAY-RUN      VALUE 'FINAL'.
01 WS-PAY-THIS-EMPLOYEE   PIC X VALUE 'N'.
    88 PAY-EMPLOYEE       VALUE 'Y'.
01 WS-EXCLUSION-REASON    PIC X(40).
01 WS-EXCLUDED-COUNT      PIC 9(5) VALUE 0.
01 WS-LAST-REGULAR-DATE   PIC 9(8) VALUE 0.
*> Days in the pay period a final pay is prorated over, taken from
*> the payroll calendar; 14 only when there is no calendar period.
01 WS-PERIOD-DAYS         PIC 9(3) VALUE 14.
01 WS-PARTIAL-DAYS        PIC S9(7).
01 WS-PARTIAL-PAY         PIC 9(5)v99.
01 WS-VACATION-HOURS-PAID PIC 9(3)v99.
01 WS-VACATION-PAYOUT     PIC 9(5)v99.
01 WS-SAVED-PAY-RATES.
    05 SV-BASIC-SALARY       PIC 9(5)v99.
    05 SV-BONUS              PIC 9(4)v99.
01 WS-CHECKS-BEFORE       PIC 9(6).
*> Pay stubs - one formatted stub per employee paid in a live run.
01 WS-ACCOUNT-LENGTH      PIC 9(2).
01 WS-ACCOUNT-SCAN        PIC 9(2).
01 WS-MASKED-ACCOUNT      PIC X(8).
01 WS-STUB-HEADING.
    05 FILLER             PIC X(20) VALUE 'EARNINGS STATEMENT'.
    05 FILLER             PIC X(7) VALUE 'PERIOD '.
    05 SH-PERIOD-START    PIC 9(8).
    05 FILLER             PIC X VALUE '-'.
    05 SH-PERIOD-END      PIC 9(8).
    05 FILLER             PIC X(6) VALUE SPACES.
    05 FILLER             PIC X(9) VALUE 'PAY DATE '.
    05 SH-PAY-DATE        PIC 9(8).
01 WS-STUB-EMPLOYEE-LINE.
    05 FILLER             PIC X(9) VALUE 'EMPLOYEE '.
    05 SE-EMPLOYEE-NUMBER PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 SE-EMPLOYEE-NAME   PIC X(30).
01 WS-STUB-COLUMN-LINE.
    05 FILLER             PIC X(20) VALUE SPACES.
    05 FILLER             PIC X(13) VALUE '      CURRENT'.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 FILLER             PIC X(13) VALUE ' YEAR TO DATE'.
01 WS-STUB-AMOUNT-LINE.
    05 SA-LABEL           PIC X(20).
    05 SA-CURRENT         PIC Z,ZZZ,ZZ9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 SA-YTD             PIC Z,ZZZ,ZZ9.99.
01 WS-STUB-LEAVE-LINE.
    05 FILLER             PIC X(20) VALUE 'VACATION BALANCE'.
    05 SL-VACATION-HOURS  PIC ZZ9.99.
    05 FILLER             PIC X(10) VALUE ' HOURS'.
    05 FILLER             PIC X(16) VALUE 'SICK BALANCE'.
    05 SL-SICK-HOURS      PIC ZZ9.99.
    05 FILLER             PIC X(6) VALUE ' HOURS'.
01 WS-STUB-PAYMENT-LINE   PIC X(80).
01 WS-STUB-SEPARATOR      PIC X(80) VALUE ALL '-'.
01 WS-FINAL-PAY-TOTALS.
    05 WS-FINAL-PAY-COUNT    PIC 9(5) VALUE 0.
    05 WS-SUM-FINAL-GROSS    PIC 9(8)v99 VALUE 0.
    05 WS-SUM-FINAL-NET      PIC 9(8)v99 VALUE 0.
01 WS-FINAL-PAY-DETAIL.
    05 FP-EMPLOYEE-NUMBER PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-EMPLOYEE-NAME   PIC X(30).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-TERMINATION-DATE PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-PARTIAL-DAYS    PIC ZZ9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-PARTIAL-PAY     PIC ZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-VACATION-HOURS  PIC ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-VACATION-PAYOUT PIC ZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-GROSS           PIC ZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-TAX             PIC ZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-NET             PIC ZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FP-PAID-BY         PIC X(16).
01 WS-FINAL-PAY-TOTAL-LINE.
    05 FILLER             PIC X(24) VALUE 'TOTAL FINAL PAY ISSUED'.
    05 FP-TOTAL-COUNT     PIC ZZZZ9.
    05 FILLER             PIC X(9) VALUE '  GROSS '.
    05 FP-TOTAL-GROSS     PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(7) VALUE '  NET '.
    05 FP-TOTAL-NET       PIC ZZ,ZZZ,ZZ9.99.
01 WS-EXCLUSION-HEADING.
    05 FILLER             PIC X(40)
        VALUE 'EMPLOYEES EXCLUDED FROM PAYROLL RUN OF '.
    05 XH-RUN-DATE        PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 XH-RUN-TYPE        PIC X(7).
01 WS-EXCLUSION-DETAIL.
    05 XD-EMPLOYEE-NUMBER PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 XD-EMPLOYEE-NAME   PIC X(30).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 XD-TERMINATION-DATE PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 XD-REASON          PIC X(40).
01 WS-EXCLUSION-TOTAL-LINE.
    05 FILLER             PIC X(24) VALUE 'TOTAL EMPLOYEES EXCLUDED'.
    05 XT-EXCLUDED-COUNT  PIC ZZZZ9.
01 WS-LEAVE-STATUS        PIC XX.
01 WS-LEAVE-COUNT         PIC 9(4) VALUE 0.
01 LEAVE-TAKEN-TABLE.
        10 RT-APPLIED             PIC X.
01 WS-RETRO-PAY           PIC 9(6)v99.
01 WS-RETRO-AMOUNT        PIC S9(6)v99.
*> Benefit plans and enrollments. An employee with enrollment rows
*> on file has the insurance deduction and employer premium derived
*> from the plans in force on the pay date; employees not yet on the
*> enrollment file keep the flat INSURANCE-DEDUCTION from the master.
01 WS-PLANS-STATUS        PIC XX.
01 WS-ENROLL-STATUS       PIC XX.
01 WS-PLAN-COUNT          PIC 9(4) VALUE 0.
01 BENEFIT-PLAN-TABLE.
    05 BENEFIT-PLAN-ENTRY OCCURS 100 TIMES INDEXED BY PLAN-IDX.
        10 PL-PLAN-CODE           PIC X(6).
        10 PL-COVERAGE-TIER       PIC X(2).
        10 PL-PLAN-TYPE           PIC X(10).
        10 PL-CARRIER             PIC X(20).
        10 PL-EMPLOYEE-COST       PIC 9(4)v99.
        10 PL-EMPLOYER-COST       PIC 9(4)v99.
01 WS-ENROLL-COUNT        PIC 9(4) VALUE 0.
01 ENROLLMENT-TABLE.
    05 ENROLLMENT-ENTRY OCCURS 1000 TIMES INDEXED BY ENR-IDX.
        10 EN-EMPLOYEE-NUMBER     PIC 9(6).
        10 EN-PLAN-CODE           PIC X(6).
        10 EN-COVERAGE-TIER       PIC X(2).
        10 EN-EFFECTIVE-DATE      PIC 9(8).
        10 EN-TERMINATION-DATE    PIC 9(8).
01 WS-BENEFITS-ENROLLED   PIC X VALUE 'N'.
    88 BENEFITS-ENROLLED  VALUE 'Y'.
01 WS-PLAN-FOUND          PIC X VALUE 'N'.
    88 PLAN-FOUND         VALUE 'Y'.
01 WS-BENEFIT-EE-COST     PIC 9(5)v99.
01 WS-BENEFIT-ER-COST     PIC 9(5)v99.
01 WS-CARRIER-COUNT       PIC 9(3) VALUE 0.
01 CARRIER-TOTALS-TABLE.
    05 CARRIER-TOTAL-ENTRY OCCURS 50 TIMES INDEXED BY CARR-IDX.
        10 CA-CARRIER             PIC X(20).
        10 CA-ENROLLEES           PIC 9(5).
        10 CA-EMPLOYEE-TOTAL      PIC 9(6)v99.
        10 CA-EMPLOYER-TOTAL      PIC 9(6)v99.
01 WS-CARRIER-FOUND       PIC X VALUE 'N'.
    88 CARRIER-FOUND      VALUE 'Y'.
01 WS-BENEFIT-DETAIL.
    05 BD-EMPLOYEE-NUMBER PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 BD-EMPLOYEE-NAME   PIC X(30).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 BD-PLAN-CODE       PIC X(6).
    05 FILLER             PIC X(1) VALUE SPACES.
    05 BD-COVERAGE-TIER   PIC X(2).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 BD-PLAN-TYPE       PIC X(10).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 BD-CARRIER         PIC X(20).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 BD-EMPLOYEE-COST   PIC ZZ,ZZ9.99.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 BD-EMPLOYER-COST   PIC ZZ,ZZ9.99.
01 WS-CARRIER-TOTAL-LINE.
    05 FILLER             PIC X(16) VALUE 'CARRIER TOTAL - '.
    05 CL-CARRIER         PIC X(20).
    05 FILLER             PIC X(11) VALUE ' ENROLLEES '.
    05 CL-ENROLLEES       PIC ZZZZ9.
    05 FILLER             PIC X(10) VALUE ' EMPLOYEE '.
    05 CL-EMPLOYEE-TOTAL  PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(10) VALUE ' EMPLOYER '.
    05 CL-EMPLOYER-TOTAL  PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(9) VALUE ' PREMIUM '.
    05 CL-PREMIUM-TOTAL   PIC ZZ,ZZZ,ZZ9.99.

01 WS-PRENOTE-WAIT-DAYS   PIC 9(3) VALUE 10.
01 WS-PRENOTE-AGE-DAYS    PIC S9(7).
01 DATE-SERVICE-PARAMETERS.
    05 TAX-BRACKET-2-RATE   PIC 9v999 VALUE 0.200.
    05 TAX-BRACKET-3-RATE   PIC 9v999 VALUE 0.300.

*> State (type S) and local (type L) withholding, keyed by the work
*> state and local jurisdiction codes on the master.
01 WS-JURIS-STATUS        PIC XX.
01 WS-JURIS-COUNT         PIC 9(3) VALUE 0.
01 JURISDICTION-TABLE.
    05 JURISDICTION-ENTRY OCCURS 60 TIMES INDEXED BY JUR-IDX.
        10 JU-JURISDICTION-CODE   PIC X(4).
        10 JU-JURISDICTION-TYPE   PIC X.
        10 JU-RATE-METHOD         PIC X.
            88 JU-FLAT-RATE       VALUE 'F'.
        10 JU-WAGE-CAP            PIC 9(7)v99.
        10 JU-BRACKET-COUNT       PIC 9(2).
        10 JU-BRACKET OCCURS 10 TIMES.
            15 JU-BRACKET-FLOOR   PIC 9(5)v99.
            15 JU-BRACKET-RATE    PIC 9v9999.
01 WS-JURIS-FOUND         PIC X VALUE 'N'.
    88 JURIS-FOUND        VALUE 'Y'.
01 WS-BRACKET-NUMBER      PIC 9(2).
01 WS-JURIS-CODE          PIC X(4).
01 WS-JURIS-TYPE          PIC X.
01 WS-JURIS-YTD-WAGES     PIC 9(7)v99.
01 WS-JURIS-WAGES         PIC 9(5)v99.
01 WS-JURIS-TAX           PIC 9(5)v99.
01 WS-BRACKET-TOP         PIC 9(5)v99.

01 OPS-LOG-PARAMETERS.
    05 OPS-PROGRAM-ID        PIC X(30).
    05 OPS-EVENT             PIC X(5).
    PERFORM LOG-RUN-START
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-RUN-OPTIONS
    PERFORM LOAD-RUN-CONTROL
    PERFORM SELECT-PAY-PERIOD
    IF NOT RUN-ACCEPTED
        DISPLAY "Run refused - " WS-RUN-REFUSED-REASON
        PERFORM LOG-RUN-END
        STOP RUN
    END-IF
    OPEN INPUT employee-master-file garnishment-orders
        OUTPUT payroll-register balancing-report
            employer-cost-report benefits-register
            leave-exceptions leave-liability-report
            payroll-exclusions
    IF FINAL-PAY-RUN
        OPEN OUTPUT final-pay-register
    END-IF
    IF LIVE-RUN
        OPEN OUTPUT employee-master-updated payroll-annual-summary
            direct-deposit-file garnishment-orders-updated
            garnishment-remittance check-print-file
            employer-liability pay-stub-file
        OPEN EXTEND check-register register-history liability-history
        PERFORM LOAD-CHECK-NUMBER-CONTROL
    END-IF
    PERFORM LOAD-GARNISHMENT-ORDERS
    PERFORM LOAD-RETRO-ADJUSTMENTS
    PERFORM LOAD-LEAVE-TAKEN
    PERFORM LOAD-BENEFIT-PLANS
    PERFORM LOAD-BENEFIT-ENROLLMENT
    PERFORM LOAD-JURISDICTION-TAX-TABLE
    IF TRIAL-RUN
        PERFORM WRITE-TRIAL-MARKERS
    ELSE
        PERFORM WRITE-DEPOSIT-BATCH-HEADER
    END-IF
    PERFORM WRITE-EXCLUSION-HEADING
    READ employee-master-file AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        PERFORM DEFAULT-JURISDICTION-YTD
        PERFORM SELECT-EMPLOYEE-FOR-RUN
        IF PAY-EMPLOYEE
            IF FINAL-PAY-RUN
                PERFORM PROCESS-FINAL-PAY
            ELSE
                PERFORM PROCESS-REGULAR-PAY
            END-IF
            DISPLAY "Employee Name: " EMPLOYEE-NAME
            DISPLAY "Net Pay: $" NET-PAY
        ELSE
            IF WS-EXCLUSION-REASON NOT = SPACES
                PERFORM WRITE-EXCLUSION-LINE
            END-IF
            PERFORM CARRY-FORWARD-EMPLOYEE
        END-IF
        READ employee-master-file AT END SET EOF TO TRUE END-READ
    END-PERFORM
    PERFORM WRITE-CONTROL-TOTALS
    PERFORM WRITE-EMPLOYER-COST-TOTALS
    PERFORM WRITE-BENEFIT-CARRIER-TOTALS
    PERFORM WRITE-EXCLUSION-TOTALS
    IF FINAL-PAY-RUN
        PERFORM WRITE-FINAL-PAY-TOTALS
    END-IF
    IF LIVE-RUN
        PERFORM WRITE-DEPOSIT-BATCH-TRAILER
        PERFORM WRITE-UPDATED-GARNISHMENT-ORDERS
    END-IF
    IF REGULAR-RUN
        PERFORM REPORT-UNMATCHED-RETROS
        PERFORM REPORT-UNMATCHED-LEAVE
    END-IF
    PERFORM WRITE-LEAVE-LIABILITY-TOTALS
    PERFORM RECONCILE-RUN-CONTROL
    IF LIVE-RUN
    END-IF
    CLOSE employee-master-file garnishment-orders payroll-register
        balancing-report
        employer-cost-report benefits-register
        leave-exceptions leave-liability-report
        payroll-exclusions
    IF FINAL-PAY-RUN
        CLOSE final-pay-register
    END-IF
    IF LIVE-RUN
        CLOSE employee-master-updated payroll-annual-summary
            direct-deposit-file garnishment-orders-updated
            garnishment-remittance check-print-file check-register
            employer-liability register-history liability-history
            pay-stub-file
        PERFORM WRITE-CHECK-NUMBER-CONTROL
        DISPLAY "Payroll checks written: " WS-CHECK-COUNT
    END-IF
                    MOVE 'TRIAL' TO WS-RUN-MODE
                    DISPLAY "Trial run - no payment files written"
                END-IF
                IF RO-RUN-TYPE = 'FINAL'
                    MOVE 'FINAL' TO WS-RUN-TYPE
                    DISPLAY "Off-cycle final pay run"
                END-IF
                IF RO-PERIOD-ID IS NUMERIC
                    MOVE RO-PERIOD-ID TO WS-REQUESTED-PERIOD-ID
                END-IF
        END-READ
        CLOSE run-options
    END-IF.
    MOVE ZERO TO CT-TOTAL-INSURANCE
    MOVE ZERO TO CT-TOTAL-RETIREMENT
    MOVE ZERO TO CT-TOTAL-GARNISH
    MOVE ZERO TO CT-TOTAL-STATE-TAX
    MOVE ZERO TO CT-TOTAL-LOCAL-TAX
    WRITE CONTROL-TOTAL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE ZERO TO BL-EMPLOYEE-NUMBER
            MOVE RC-YTD-GROSS TO WS-PRIOR-YTD-GROSS
            MOVE RC-YTD-TAX TO WS-PRIOR-YTD-TAX
            MOVE RC-YTD-NET TO WS-PRIOR-YTD-NET
            IF RC-LAST-REGULAR-DATE IS NUMERIC
                MOVE RC-LAST-REGULAR-DATE TO WS-LAST-REGULAR-DATE
            ELSE
                MOVE RC-RUN-DATE TO WS-LAST-REGULAR-DATE
            END-IF
            IF RC-LAST-PERIOD-ID IS NUMERIC
                MOVE RC-LAST-PERIOD-ID TO WS-LAST-PERIOD-ID
            END-IF
            SET PRIOR-RUN-FOUND TO TRUE
        END-IF
        CLOSE run-control-file
            WRITE BALANCING-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
        IF REGULAR-RUN AND WS-HEADCOUNT NOT = WS-PRIOR-HEADCOUNT
            MOVE ZERO TO BL-EMPLOYEE-NUMBER
            MOVE 'HEADCOUNT' TO BL-FIELD
            MOVE WS-PRIOR-HEADCOUNT TO BL-EXPECTED
    OPEN OUTPUT run-control-file
    COMPUTE RC-RUN-NUMBER = WS-PRIOR-RUN-NUMBER + 1
    MOVE WS-CURRENT-DATE TO RC-RUN-DATE
    IF FINAL-PAY-RUN
        MOVE WS-PRIOR-HEADCOUNT TO RC-HEADCOUNT
        MOVE WS-LAST-REGULAR-DATE TO RC-LAST-REGULAR-DATE
        MOVE WS-LAST-PERIOD-ID TO RC-LAST-PERIOD-ID
    ELSE
        MOVE WS-HEADCOUNT TO RC-HEADCOUNT
        IF WS-PERIOD-ID > 0
            MOVE WS-PERIOD-END TO RC-LAST-REGULAR-DATE
            MOVE WS-PERIOD-ID TO RC-LAST-PERIOD-ID
        ELSE
            MOVE WS-CURRENT-DATE TO RC-LAST-REGULAR-DATE
            MOVE WS-LAST-PERIOD-ID TO RC-LAST-PERIOD-ID
        END-IF
    END-IF
    MOVE WS-CLOSE-YTD-GROSS TO RC-YTD-GROSS
    MOVE WS-CLOSE-YTD-TAX TO RC-YTD-TAX
    MOVE WS-CLOSE-YTD-NET TO RC-YTD-NET
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    CLOSE run-control-file.

*> A regular run pays the calendar period after the last one paid,
*> or the period named on the run options. A period already paid, or
*> one that skips ahead of the next unpaid period, refuses the run.
SELECT-PAY-PERIOD.
    MOVE WS-CURRENT-DATE TO WS-CHECK-DATE
    MOVE WS-CURRENT-DATE TO WS-ACH-DATE
    IF REGULAR-RUN
        PERFORM LOAD-PAYROLL-CALENDAR
        IF WS-CALENDAR-COUNT = 0
            DISPLAY "No payroll calendar - paying as of run date"
        ELSE
            PERFORM FIND-NEXT-PAY-PERIOD
        END-IF
    END-IF
    IF FINAL-PAY-RUN
        PERFORM LOAD-PAYROLL-CALENDAR
        PERFORM SET-FINAL-PAY-PERIOD-DAYS
    END-IF
    IF RUN-ACCEPTED AND WS-PERIOD-SLOT > 0
        MOVE CA-PERIOD-ID(WS-PERIOD-SLOT) TO WS-PERIOD-ID
        MOVE CA-PERIOD-START(WS-PERIOD-SLOT) TO WS-PERIOD-START
        MOVE CA-PERIOD-END(WS-PERIOD-SLOT) TO WS-PERIOD-END
        MOVE CA-CHECK-DATE(WS-PERIOD-SLOT) TO WS-CHECK-DATE
        MOVE CA-ACH-SETTLE-DATE(WS-PERIOD-SLOT) TO WS-ACH-DATE
        IF WS-ACH-DATE = 0
            MOVE WS-CHECK-DATE TO WS-ACH-DATE
        END-IF
        PERFORM CHECK-ACH-BUSINESS-DAY
        DISPLAY "Pay period " WS-PERIOD-ID " check date " WS-CHECK-DATE
            " ACH settlement " WS-ACH-DATE
    END-IF.

*> A final pay covers the days worked after the last regular period,
*> so it is prorated over the length of the calendar period that
*> follows it, whatever the pay frequency. Past the end of the
*> calendar the last period on it is used.
SET-FINAL-PAY-PERIOD-DAYS.
    MOVE 0 TO WS-PERIOD-SLOT
    PERFORM VARYING CAL-IDX FROM 1 BY 1
            UNTIL CAL-IDX > WS-CALENDAR-COUNT OR WS-PERIOD-SLOT > 0
        IF CA-PERIOD-END(CAL-IDX) > WS-LAST-REGULAR-DATE
            SET WS-PERIOD-SLOT TO CAL-IDX
        END-IF
    END-PERFORM
    IF WS-PERIOD-SLOT = 0
        MOVE WS-CALENDAR-COUNT TO WS-PERIOD-SLOT
    END-IF
    IF WS-PERIOD-SLOT = 0
        DISPLAY "No payroll calendar - final pay prorated over "
            WS-PERIOD-DAYS " days"
        EXIT PARAGRAPH
    END-IF
    MOVE 'D' TO DS-FUNCTION-CODE
    MOVE CA-PERIOD-START(WS-PERIOD-SLOT) TO DS-DATE-FROM
    MOVE CA-PERIOD-END(WS-PERIOD-SLOT) TO DS-DATE-TO
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    IF DS-DAYS >= 0
        COMPUTE WS-PERIOD-DAYS = DS-DAYS + 1
    END-IF
    MOVE 0 TO WS-PERIOD-SLOT.

LOAD-PAYROLL-CALENDAR.
    OPEN INPUT payroll-calendar
    IF WS-CALENDAR-STATUS = '00'
        READ payroll-calendar AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-CALENDAR-COUNT < 200
                ADD 1 TO WS-CALENDAR-COUNT
                MOVE PCAL-PERIOD-ID TO CA-PERIOD-ID(WS-CALENDAR-COUNT)
                MOVE PCAL-PERIOD-START TO CA-PERIOD-START(WS-CALENDAR-COUNT)
                MOVE PCAL-PERIOD-END TO CA-PERIOD-END(WS-CALENDAR-COUNT)
                MOVE PCAL-TIMECARD-CUTOFF
                    TO CA-TIMECARD-CUTOFF(WS-CALENDAR-COUNT)
                MOVE PCAL-CHECK-DATE TO CA-CHECK-DATE(WS-CALENDAR-COUNT)
                MOVE PCAL-ACH-SETTLE-DATE
                    TO CA-ACH-SETTLE-DATE(WS-CALENDAR-COUNT)
                IF CA-PERIOD-ID(WS-CALENDAR-COUNT) = WS-LAST-PERIOD-ID
                    MOVE WS-CALENDAR-COUNT TO WS-LAST-PERIOD-SLOT
                END-IF
            ELSE
                DISPLAY "Calendar table full - discarding " PCAL-PERIOD-ID
            END-IF
            READ payroll-calendar AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE payroll-calendar
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

*> With no period paid yet the first period whose check date is not
*> already past is next, and any requested period is accepted.
FIND-NEXT-PAY-PERIOD.
    MOVE 0 TO WS-PERIOD-SLOT
    IF WS-LAST-PERIOD-ID > 0
        IF WS-LAST-PERIOD-SLOT = 0
            MOVE 'Last paid period is not on the payroll calendar'
                TO WS-RUN-REFUSED-REASON
        ELSE
            COMPUTE WS-PERIOD-SLOT = WS-LAST-PERIOD-SLOT + 1
        END-IF
    ELSE
        PERFORM VARYING CAL-IDX FROM 1 BY 1
                UNTIL CAL-IDX > WS-CALENDAR-COUNT OR WS-PERIOD-SLOT > 0
            IF CA-CHECK-DATE(CAL-IDX) >= WS-CURRENT-DATE
                SET WS-PERIOD-SLOT TO CAL-IDX
            END-IF
        END-PERFORM
    END-IF
    IF WS-REQUESTED-PERIOD-ID > 0 AND RUN-ACCEPTED
        PERFORM CHECK-REQUESTED-PERIOD
    END-IF
    IF RUN-ACCEPTED
        IF WS-PERIOD-SLOT = 0 OR WS-PERIOD-SLOT > WS-CALENDAR-COUNT
            MOVE 'No unpaid period left on the payroll calendar'
                TO WS-RUN-REFUSED-REASON
        END-IF
    END-IF.

CHECK-REQUESTED-PERIOD.
    MOVE 0 TO WS-REQUESTED-SLOT
    PERFORM VARYING CAL-IDX FROM 1 BY 1 UNTIL CAL-IDX > WS-CALENDAR-COUNT
        IF CA-PERIOD-ID(CAL-IDX) = WS-REQUESTED-PERIOD-ID
            SET WS-REQUESTED-SLOT TO CAL-IDX
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-LAST-PERIOD-ID > 0
                AND WS-REQUESTED-PERIOD-ID <= WS-LAST-PERIOD-ID
            MOVE 'Requested period has already been paid'
                TO WS-RUN-REFUSED-REASON
        WHEN WS-REQUESTED-SLOT = 0
            MOVE 'Requested period is not on the payroll calendar'
                TO WS-RUN-REFUSED-REASON
        WHEN WS-LAST-PERIOD-ID > 0
                AND WS-REQUESTED-SLOT NOT = WS-PERIOD-SLOT
            MOVE 'Requested period is out of sequence'
                TO WS-RUN-REFUSED-REASON
        WHEN OTHER
            MOVE WS-REQUESTED-SLOT TO WS-PERIOD-SLOT
    END-EVALUATE.

*> Deposits cannot settle on a weekend or bank holiday; an ACH date
*> that falls on one is moved back to the prior business day.
CHECK-ACH-BUSINESS-DAY.
    MOVE 'B' TO DS-FUNCTION-CODE
    MOVE WS-ACH-DATE TO DS-DATE-FROM
    MOVE 0 TO DS-DAYS
    CALL 'DateService' USING DATE-SERVICE-PARAMETERS
    IF DS-RESULT-DATE NOT = WS-ACH-DATE
        DISPLAY "ACH settlement " WS-ACH-DATE
            " is not a business day - moved to " DS-RESULT-DATE
        MOVE DS-RESULT-DATE TO WS-ACH-DATE
    END-IF.

LOAD-GARNISHMENT-ORDERS.
    READ garnishment-orders INTO GARNISHMENT-ORDER-RECORD
        AT END SET EOF TO TRUE
    WRITE LEAVE-LIABILITY-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOAD-BENEFIT-PLANS.
    OPEN INPUT benefit-plans
    IF WS-PLANS-STATUS = '00'
        READ benefit-plans AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-PLAN-COUNT < 100
                ADD 1 TO WS-PLAN-COUNT
                MOVE BP-PLAN-CODE TO PL-PLAN-CODE(WS-PLAN-COUNT)
                MOVE BP-COVERAGE-TIER TO PL-COVERAGE-TIER(WS-PLAN-COUNT)
                MOVE BP-PLAN-TYPE TO PL-PLAN-TYPE(WS-PLAN-COUNT)
                MOVE BP-CARRIER TO PL-CARRIER(WS-PLAN-COUNT)
                MOVE BP-EMPLOYEE-COST TO PL-EMPLOYEE-COST(WS-PLAN-COUNT)
                MOVE BP-EMPLOYER-COST TO PL-EMPLOYER-COST(WS-PLAN-COUNT)
            ELSE
                DISPLAY "Benefit plan table full - discarding "
                    BP-PLAN-CODE
            END-IF
            READ benefit-plans AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE benefit-plans
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

LOAD-BENEFIT-ENROLLMENT.
    OPEN INPUT benefit-enrollment
    IF WS-ENROLL-STATUS = '00'
        READ benefit-enrollment AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            IF WS-ENROLL-COUNT < 1000
                ADD 1 TO WS-ENROLL-COUNT
                MOVE BE-EMPLOYEE-NUMBER
                    TO EN-EMPLOYEE-NUMBER(WS-ENROLL-COUNT)
                MOVE BE-PLAN-CODE TO EN-PLAN-CODE(WS-ENROLL-COUNT)
                MOVE BE-COVERAGE-TIER TO EN-COVERAGE-TIER(WS-ENROLL-COUNT)
                MOVE BE-EFFECTIVE-DATE
                    TO EN-EFFECTIVE-DATE(WS-ENROLL-COUNT)
                MOVE BE-TERMINATION-DATE
                    TO EN-TERMINATION-DATE(WS-ENROLL-COUNT)
            ELSE
                DISPLAY "Enrollment table full - discarding "
                    BE-EMPLOYEE-NUMBER
            END-IF
            READ benefit-enrollment AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE benefit-enrollment
        MOVE 'N' TO WS-END-OF-FILE
    END-IF.

*> An enrollment is in force when it took effect on or before the
*> pay date and has not reached its termination date.
DERIVE-BENEFIT-DEDUCTIONS.
    MOVE 'N' TO WS-BENEFITS-ENROLLED
    MOVE ZERO TO WS-BENEFIT-EE-COST
    MOVE ZERO TO WS-BENEFIT-ER-COST
    PERFORM VARYING ENR-IDX FROM 1 BY 1
            UNTIL ENR-IDX > WS-ENROLL-COUNT
        IF EN-EMPLOYEE-NUMBER(ENR-IDX) = EMPLOYEE-NUMBER
            SET BENEFITS-ENROLLED TO TRUE
            IF EN-EFFECTIVE-DATE(ENR-IDX) <= WS-CHECK-DATE
                    AND (EN-TERMINATION-DATE(ENR-IDX) = 0
                    OR EN-TERMINATION-DATE(ENR-IDX) > WS-CHECK-DATE)
                PERFORM APPLY-ONE-ENROLLMENT
            END-IF
        END-IF
    END-PERFORM
    IF BENEFITS-ENROLLED
        MOVE WS-BENEFIT-EE-COST TO INSURANCE-DEDUCTION
    END-IF.

APPLY-ONE-ENROLLMENT.
    MOVE 'N' TO WS-PLAN-FOUND
    PERFORM VARYING PLAN-IDX FROM 1 BY 1
            UNTIL PLAN-IDX > WS-PLAN-COUNT
        IF PL-PLAN-CODE(PLAN-IDX) = EN-PLAN-CODE(ENR-IDX)
                AND PL-COVERAGE-TIER(PLAN-IDX) =
                    EN-COVERAGE-TIER(ENR-IDX)
            SET PLAN-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF PLAN-FOUND
        ADD PL-EMPLOYEE-COST(PLAN-IDX) TO WS-BENEFIT-EE-COST
        ADD PL-EMPLOYER-COST(PLAN-IDX) TO WS-BENEFIT-ER-COST
        PERFORM WRITE-BENEFIT-REGISTER-LINE
        PERFORM ACCUMULATE-CARRIER-TOTALS
    ELSE
        MOVE EMPLOYEE-NUMBER TO BL-EMPLOYEE-NUMBER
        MOVE 'BENEFIT' TO BL-FIELD
        MOVE ZERO TO BL-EXPECTED
        MOVE ZERO TO BL-ACTUAL
        MOVE 'Enrolled plan/tier not on benefit plan table'
            TO BL-MESSAGE
        WRITE BALANCING-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

WRITE-BENEFIT-REGISTER-LINE.
    MOVE EMPLOYEE-NUMBER TO BD-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO BD-EMPLOYEE-NAME
    MOVE PL-PLAN-CODE(PLAN-IDX) TO BD-PLAN-CODE
    MOVE PL-COVERAGE-TIER(PLAN-IDX) TO BD-COVERAGE-TIER
    MOVE PL-PLAN-TYPE(PLAN-IDX) TO BD-PLAN-TYPE
    MOVE PL-CARRIER(PLAN-IDX) TO BD-CARRIER
    MOVE PL-EMPLOYEE-COST(PLAN-IDX) TO BD-EMPLOYEE-COST
    MOVE PL-EMPLOYER-COST(PLAN-IDX) TO BD-EMPLOYER-COST
    MOVE WS-BENEFIT-DETAIL TO BENEFITS-REGISTER-LINE
    WRITE BENEFITS-REGISTER-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

ACCUMULATE-CARRIER-TOTALS.
    MOVE 'N' TO WS-CARRIER-FOUND
    PERFORM VARYING CARR-IDX FROM 1 BY 1
            UNTIL CARR-IDX > WS-CARRIER-COUNT
        IF CA-CARRIER(CARR-IDX) = PL-CARRIER(PLAN-IDX)
            SET CARRIER-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT CARRIER-FOUND
        IF WS-CARRIER-COUNT < 50
            ADD 1 TO WS-CARRIER-COUNT
            SET CARR-IDX TO WS-CARRIER-COUNT
            MOVE PL-CARRIER(PLAN-IDX) TO CA-CARRIER(CARR-IDX)
            MOVE ZERO TO CA-ENROLLEES(CARR-IDX)
            MOVE ZERO TO CA-EMPLOYEE-TOTAL(CARR-IDX)
            MOVE ZERO TO CA-EMPLOYER-TOTAL(CARR-IDX)
            SET CARRIER-FOUND TO TRUE
        ELSE
            DISPLAY "Carrier table full - not totalled "
                PL-CARRIER(PLAN-IDX)
        END-IF
    END-IF
    IF CARRIER-FOUND
        ADD 1 TO CA-ENROLLEES(CARR-IDX)
        ADD PL-EMPLOYEE-COST(PLAN-IDX) TO CA-EMPLOYEE-TOTAL(CARR-IDX)
        ADD PL-EMPLOYER-COST(PLAN-IDX) TO CA-EMPLOYER-TOTAL(CARR-IDX)
    END-IF.

WRITE-BENEFIT-CARRIER-TOTALS.
    PERFORM VARYING CARR-IDX FROM 1 BY 1
            UNTIL CARR-IDX > WS-CARRIER-COUNT
        MOVE CA-CARRIER(CARR-IDX) TO CL-CARRIER
        MOVE CA-ENROLLEES(CARR-IDX) TO CL-ENROLLEES
        MOVE CA-EMPLOYEE-TOTAL(CARR-IDX) TO CL-EMPLOYEE-TOTAL
        MOVE CA-EMPLOYER-TOTAL(CARR-IDX) TO CL-EMPLOYER-TOTAL
        COMPUTE CL-PREMIUM-TOTAL =
            CA-EMPLOYEE-TOTAL(CARR-IDX) + CA-EMPLOYER-TOTAL(CARR-IDX)
        MOVE WS-CARRIER-TOTAL-LINE TO BENEFITS-REGISTER-LINE
        WRITE BENEFITS-REGISTER-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM.

SELECT-EMPLOYEE-FOR-RUN.
    MOVE 'N' TO WS-PAY-THIS-EMPLOYEE
    MOVE SPACES TO WS-EXCLUSION-REASON
    IF FINAL-PAY-RUN
        EVALUATE TRUE
            WHEN NOT EMPLOYEE-TERMINATED
                CONTINUE
            WHEN FINAL-PAY-DATE NOT = 0
                MOVE 'Final pay already issued' TO WS-EXCLUSION-REASON
            WHEN TERMINATION-DATE > WS-CURRENT-DATE
                MOVE 'Termination date not yet reached'
                    TO WS-EXCLUSION-REASON
            WHEN OTHER
                SET PAY-EMPLOYEE TO TRUE
        END-EVALUATE
    ELSE
        IF EMPLOYEE-TERMINATED AND TERMINATION-DATE <= WS-CURRENT-DATE
            IF FINAL-PAY-DATE = 0
                MOVE 'Terminated - final pay pending'
                    TO WS-EXCLUSION-REASON
            ELSE
                MOVE 'Terminated - final pay issued'
                    TO WS-EXCLUSION-REASON
            END-IF
        ELSE
            SET PAY-EMPLOYEE TO TRUE
        END-IF
    END-IF.

PROCESS-REGULAR-PAY.
    PERFORM CALCULATE-RETRO-PAY
    PERFORM DERIVE-BENEFIT-DEDUCTIONS
    PERFORM CALCULATE-TAX
    PERFORM CALCULATE-NET-PAY
    PERFORM CALCULATE-EMPLOYER-COSTS
    PERFORM WRITE-REGISTER-LINE
    MOVE WS-CHECK-COUNT TO WS-CHECKS-BEFORE
    IF LIVE-RUN
        PERFORM WRITE-DEPOSIT-DETAIL
    END-IF
    PERFORM ACCRUE-LEAVE
    PERFORM APPLY-LEAVE-TAKEN
    PERFORM WRITE-LEAVE-LIABILITY-LINE
    PERFORM UPDATE-YTD-BALANCES
    IF LIVE-RUN
        PERFORM WRITE-PAY-STUB
    END-IF.

*> The final check is computed through the regular tax, deduction and
*> payment paragraphs with the period salary replaced by the final
*> earnings; the master pay rate is put back before the master is
*> written.
PROCESS-FINAL-PAY.
    PERFORM CALCULATE-RETRO-PAY
    PERFORM DERIVE-BENEFIT-DEDUCTIONS
    PERFORM APPLY-LEAVE-TAKEN
    PERFORM PREPARE-FINAL-PAY
    PERFORM CALCULATE-TAX
    PERFORM CALCULATE-NET-PAY
    PERFORM CALCULATE-EMPLOYER-COSTS
    PERFORM WRITE-REGISTER-LINE
    MOVE WS-CHECK-COUNT TO WS-CHECKS-BEFORE
    IF LIVE-RUN
        PERFORM WRITE-DEPOSIT-DETAIL
        MOVE WS-CURRENT-DATE TO FINAL-PAY-DATE
    END-IF
    PERFORM WRITE-FINAL-PAY-LINE
    PERFORM RESTORE-PAY-RATES
    PERFORM WRITE-LEAVE-LIABILITY-LINE
    PERFORM UPDATE-YTD-BALANCES
    IF LIVE-RUN
        PERFORM WRITE-PAY-STUB
    END-IF.

PREPARE-FINAL-PAY.
    MOVE BASIC-SALARY TO SV-BASIC-SALARY
    MOVE BONUS TO SV-BONUS
    IF WS-LAST-REGULAR-DATE = 0
        MOVE WS-PERIOD-DAYS TO WS-PARTIAL-DAYS
    ELSE
        MOVE 'D' TO DS-FUNCTION-CODE
        MOVE WS-LAST-REGULAR-DATE TO DS-DATE-FROM
        MOVE TERMINATION-DATE TO DS-DATE-TO
        CALL 'DateService' USING DATE-SERVICE-PARAMETERS
        MOVE DS-DAYS TO WS-PARTIAL-DAYS
    END-IF
    IF WS-PARTIAL-DAYS < 0
        MOVE ZERO TO WS-PARTIAL-DAYS
    END-IF
    IF WS-PARTIAL-DAYS > WS-PERIOD-DAYS
        MOVE WS-PERIOD-DAYS TO WS-PARTIAL-DAYS
    END-IF
    COMPUTE WS-PARTIAL-PAY ROUNDED =
        BASIC-SALARY * WS-PARTIAL-DAYS / WS-PERIOD-DAYS
    COMPUTE WS-HOURLY-RATE ROUNDED = BASIC-SALARY / WS-CYCLE-HOURS
    MOVE VACATION-BALANCE TO WS-VACATION-HOURS-PAID
    COMPUTE WS-VACATION-PAYOUT ROUNDED =
        VACATION-BALANCE * WS-HOURLY-RATE
    MOVE ZERO TO VACATION-BALANCE
    COMPUTE BASIC-SALARY = WS-PARTIAL-PAY + WS-VACATION-PAYOUT
    MOVE ZERO TO BONUS.

RESTORE-PAY-RATES.
    MOVE SV-BASIC-SALARY TO BASIC-SALARY
    MOVE SV-BONUS TO BONUS.

WRITE-FINAL-PAY-LINE.
    MOVE EMPLOYEE-NUMBER TO FP-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO FP-EMPLOYEE-NAME
    MOVE TERMINATION-DATE TO FP-TERMINATION-DATE
    MOVE WS-PARTIAL-DAYS TO FP-PARTIAL-DAYS
    MOVE WS-PARTIAL-PAY TO FP-PARTIAL-PAY
    MOVE WS-VACATION-HOURS-PAID TO FP-VACATION-HOURS
    MOVE WS-VACATION-PAYOUT TO FP-VACATION-PAYOUT
    MOVE WS-GROSS-PAY TO FP-GROSS
    COMPUTE FP-TAX = TAX-DEDUCTION + WS-STATE-TAX + WS-LOCAL-TAX
    MOVE NET-PAY TO FP-NET
    IF TRIAL-RUN
        MOVE 'TRIAL - NOT PAID' TO FP-PAID-BY
    ELSE
        IF WS-CHECK-COUNT > WS-CHECKS-BEFORE
            MOVE SPACES TO FP-PAID-BY
            STRING 'CHECK ' WS-NEXT-CHECK-NUMBER
                DELIMITED BY SIZE INTO FP-PAID-BY
        ELSE
            MOVE 'DIRECT DEPOSIT' TO FP-PAID-BY
        END-IF
    END-IF
    MOVE WS-FINAL-PAY-DETAIL TO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-FINAL-PAY-COUNT
    ADD WS-GROSS-PAY TO WS-SUM-FINAL-GROSS
    ADD NET-PAY TO WS-SUM-FINAL-NET.

WRITE-FINAL-PAY-TOTALS.
    MOVE WS-FINAL-PAY-COUNT TO FP-TOTAL-COUNT
    MOVE WS-SUM-FINAL-GROSS TO FP-TOTAL-GROSS
    MOVE WS-SUM-FINAL-NET TO FP-TOTAL-NET
    MOVE WS-FINAL-PAY-TOTAL-LINE TO FINAL-PAY-LINE
    WRITE FINAL-PAY-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-PAY-STUB.
    MOVE WS-CHECK-DATE TO SH-PAY-DATE
    MOVE WS-PERIOD-START TO SH-PERIOD-START
    MOVE WS-PERIOD-END TO SH-PERIOD-END
    MOVE WS-STUB-HEADING TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE EMPLOYEE-NUMBER TO SE-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO SE-EMPLOYEE-NAME
    MOVE WS-STUB-EMPLOYEE-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE WS-STUB-COLUMN-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE 'GROSS PAY' TO SA-LABEL
    MOVE WS-GROSS-PAY TO SA-CURRENT
    MOVE YTD-GROSS TO SA-YTD
    MOVE WS-STUB-AMOUNT-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE 'FEDERAL TAX' TO SA-LABEL
    MOVE TAX-DEDUCTION TO SA-CURRENT
    MOVE YTD-TAX TO SA-YTD
    MOVE WS-STUB-AMOUNT-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    IF WORK-STATE-CODE NOT = SPACES
        MOVE SPACES TO SA-LABEL
        STRING 'STATE TAX ' WORK-STATE-CODE
            DELIMITED BY SIZE INTO SA-LABEL
        MOVE WS-STATE-TAX TO SA-CURRENT
        MOVE YTD-STATE-TAX TO SA-YTD
        MOVE WS-STUB-AMOUNT-LINE TO PAY-STUB-LINE
        PERFORM WRITE-PAY-STUB-LINE
    END-IF
    IF WORK-LOCAL-CODE NOT = SPACES
        MOVE SPACES TO SA-LABEL
        STRING 'LOCAL TAX ' WORK-LOCAL-CODE
            DELIMITED BY SIZE INTO SA-LABEL
        MOVE WS-LOCAL-TAX TO SA-CURRENT
        MOVE YTD-LOCAL-TAX TO SA-YTD
        MOVE WS-STUB-AMOUNT-LINE TO PAY-STUB-LINE
        PERFORM WRITE-PAY-STUB-LINE
    END-IF
    MOVE 'INSURANCE' TO SA-LABEL
    MOVE INSURANCE-DEDUCTION TO SA-CURRENT
    MOVE YTD-INSURANCE TO SA-YTD
    MOVE WS-STUB-AMOUNT-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE 'RETIREMENT' TO SA-LABEL
    MOVE RETIREMENT-DEDUCTION TO SA-CURRENT
    MOVE YTD-RETIREMENT TO SA-YTD
    MOVE WS-STUB-AMOUNT-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE 'GARNISHMENTS' TO SA-LABEL
    MOVE WS-GARNISH-TOTAL TO SA-CURRENT
    MOVE YTD-GARNISHMENT TO SA-YTD
    MOVE WS-STUB-AMOUNT-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE 'NET PAY' TO SA-LABEL
    MOVE NET-PAY TO SA-CURRENT
    MOVE YTD-NET TO SA-YTD
    MOVE WS-STUB-AMOUNT-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE VACATION-BALANCE TO SL-VACATION-HOURS
    MOVE SICK-BALANCE TO SL-SICK-HOURS
    MOVE WS-STUB-LEAVE-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE SPACES TO WS-STUB-PAYMENT-LINE
    IF WS-CHECK-COUNT > WS-CHECKS-BEFORE
        STRING 'PAID BY CHECK NUMBER ' WS-NEXT-CHECK-NUMBER
            DELIMITED BY SIZE INTO WS-STUB-PAYMENT-LINE
    ELSE
        PERFORM MASK-ACCOUNT-NUMBER
        STRING 'DEPOSITED TO ACCOUNT ' WS-MASKED-ACCOUNT
            DELIMITED BY SIZE INTO WS-STUB-PAYMENT-LINE
    END-IF
    MOVE WS-STUB-PAYMENT-LINE TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE
    MOVE WS-STUB-SEPARATOR TO PAY-STUB-LINE
    PERFORM WRITE-PAY-STUB-LINE.

WRITE-PAY-STUB-LINE.
    WRITE PAY-STUB-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

*> Only the last four characters of the account number are shown.
MASK-ACCOUNT-NUMBER.
    MOVE ZERO TO WS-ACCOUNT-LENGTH
    PERFORM VARYING WS-ACCOUNT-SCAN FROM 17 BY -1
            UNTIL WS-ACCOUNT-SCAN < 1
        IF BANK-ACCOUNT-NUMBER(WS-ACCOUNT-SCAN:1) NOT = SPACE
            MOVE WS-ACCOUNT-SCAN TO WS-ACCOUNT-LENGTH
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE '****' TO WS-MASKED-ACCOUNT
    IF WS-ACCOUNT-LENGTH >= 4
        MOVE BANK-ACCOUNT-NUMBER(WS-ACCOUNT-LENGTH - 3:4)
            TO WS-MASKED-ACCOUNT(5:4)
    END-IF.

WRITE-EXCLUSION-HEADING.
    MOVE WS-CURRENT-DATE TO XH-RUN-DATE
    MOVE WS-RUN-TYPE TO XH-RUN-TYPE
    MOVE WS-EXCLUSION-HEADING TO EXCLUSION-LINE
    WRITE EXCLUSION-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-EXCLUSION-LINE.
    MOVE EMPLOYEE-NUMBER TO XD-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO XD-EMPLOYEE-NAME
    MOVE TERMINATION-DATE TO XD-TERMINATION-DATE
    MOVE WS-EXCLUSION-REASON TO XD-REASON
    MOVE WS-EXCLUSION-DETAIL TO EXCLUSION-LINE
    WRITE EXCLUSION-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-EXCLUDED-COUNT.

WRITE-EXCLUSION-TOTALS.
    MOVE WS-EXCLUDED-COUNT TO XT-EXCLUDED-COUNT
    MOVE WS-EXCLUSION-TOTAL-LINE TO EXCLUSION-LINE
    WRITE EXCLUSION-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

CALCULATE-RETRO-PAY.
    MOVE ZERO TO WS-RETRO-PAY
    PERFORM VARYING RETRO-IDX FROM 1 BY 1
                (TAX-BRACKET-1-LIMIT * TAX-BRACKET-1-RATE)
                + ((TAX-BRACKET-2-LIMIT - TAX-BRACKET-1-LIMIT) * TAX-BRACKET-2-RATE)
                + ((WS-TAXABLE-PAY - TAX-BRACKET-2-LIMIT) * TAX-BRACKET-3-RATE)
    END-EVALUATE
    PERFORM CALCULATE-STATE-LOCAL-TAX.

*> State and local tax are figured on the same taxable pay as the
*> federal tax, each against its own brackets and wage cap.
CALCULATE-STATE-LOCAL-TAX.
    MOVE WORK-STATE-CODE TO WS-JURIS-CODE
    MOVE 'S' TO WS-JURIS-TYPE
    MOVE YTD-STATE-WAGES TO WS-JURIS-YTD-WAGES
    PERFORM CALCULATE-JURISDICTION-TAX
    MOVE WS-JURIS-WAGES TO WS-STATE-WAGES
    MOVE WS-JURIS-TAX TO WS-STATE-TAX
    MOVE WORK-LOCAL-CODE TO WS-JURIS-CODE
    MOVE 'L' TO WS-JURIS-TYPE
    MOVE YTD-LOCAL-WAGES TO WS-JURIS-YTD-WAGES
    PERFORM CALCULATE-JURISDICTION-TAX
    MOVE WS-JURIS-WAGES TO WS-LOCAL-WAGES
    MOVE WS-JURIS-TAX TO WS-LOCAL-TAX.

CALCULATE-JURISDICTION-TAX.
    MOVE ZERO TO WS-JURIS-WAGES
    MOVE ZERO TO WS-JURIS-TAX
    IF WS-JURIS-CODE = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-JURISDICTION
    IF NOT JURIS-FOUND
        MOVE EMPLOYEE-NUMBER TO BL-EMPLOYEE-NUMBER
        MOVE 'JURISDICTN' TO BL-FIELD
        MOVE ZERO TO BL-EXPECTED
        MOVE ZERO TO BL-ACTUAL
        MOVE SPACES TO BL-MESSAGE
        STRING 'Jurisdiction ' WS-JURIS-CODE ' not on tax table'
            DELIMITED BY SIZE INTO BL-MESSAGE
        WRITE BALANCING-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TAXABLE-PAY TO WS-JURIS-WAGES
    IF JU-WAGE-CAP(JUR-IDX) > 0
        IF WS-JURIS-YTD-WAGES >= JU-WAGE-CAP(JUR-IDX)
            MOVE ZERO TO WS-JURIS-WAGES
        ELSE
            IF WS-JURIS-YTD-WAGES + WS-JURIS-WAGES
                    > JU-WAGE-CAP(JUR-IDX)
                COMPUTE WS-JURIS-WAGES =
                    JU-WAGE-CAP(JUR-IDX) - WS-JURIS-YTD-WAGES
            END-IF
        END-IF
    END-IF
    IF JU-FLAT-RATE(JUR-IDX)
        COMPUTE WS-JURIS-TAX ROUNDED =
            WS-JURIS-WAGES * JU-BRACKET-RATE(JUR-IDX, 1)
    ELSE
        PERFORM VARYING WS-BRACKET-NUMBER FROM 1 BY 1
                UNTIL WS-BRACKET-NUMBER > JU-BRACKET-COUNT(JUR-IDX)
            IF WS-JURIS-WAGES > JU-BRACKET-FLOOR(JUR-IDX, WS-BRACKET-NUMBER)
                IF WS-BRACKET-NUMBER < JU-BRACKET-COUNT(JUR-IDX)
                        AND WS-JURIS-WAGES > JU-BRACKET-FLOOR(JUR-IDX,
                            WS-BRACKET-NUMBER + 1)
                    MOVE JU-BRACKET-FLOOR(JUR-IDX, WS-BRACKET-NUMBER + 1)
                        TO WS-BRACKET-TOP
                ELSE
                    MOVE WS-JURIS-WAGES TO WS-BRACKET-TOP
                END-IF
                COMPUTE WS-JURIS-TAX ROUNDED = WS-JURIS-TAX
                    + (WS-BRACKET-TOP
                       - JU-BRACKET-FLOOR(JUR-IDX, WS-BRACKET-NUMBER))
                    * JU-BRACKET-RATE(JUR-IDX, WS-BRACKET-NUMBER)
            END-IF
        END-PERFORM
    END-IF.

FIND-JURISDICTION.
    MOVE 'N' TO WS-JURIS-FOUND
    PERFORM VARYING JUR-IDX FROM 1 BY 1
            UNTIL JUR-IDX > WS-JURIS-COUNT
        IF JU-JURISDICTION-CODE(JUR-IDX) = WS-JURIS-CODE
                AND JU-JURISDICTION-TYPE(JUR-IDX) = WS-JURIS-TYPE
            SET JURIS-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> Bracket records for a jurisdiction are expected in floor order.
LOAD-JURISDICTION-TAX-TABLE.
    OPEN INPUT jurisdiction-tax-table
    IF WS-JURIS-STATUS = '00'
        READ jurisdiction-tax-table AT END SET EOF TO TRUE END-READ
        PERFORM UNTIL EOF
            ADD 1 TO WS-OPS-RECORDS-READ
            PERFORM ADD-JURISDICTION-BRACKET
            READ jurisdiction-tax-table AT END SET EOF TO TRUE END-READ
        END-PERFORM
        CLOSE jurisdiction-tax-table
        MOVE 'N' TO WS-END-OF-FILE
    ELSE
        DISPLAY "No jurisdiction tax table - state and local tax "
            "not withheld"
    END-IF.

ADD-JURISDICTION-BRACKET.
    MOVE JX-JURISDICTION-CODE TO WS-JURIS-CODE
    MOVE JX-JURISDICTION-TYPE TO WS-JURIS-TYPE
    PERFORM FIND-JURISDICTION
    IF NOT JURIS-FOUND
        IF WS-JURIS-COUNT < 60
            ADD 1 TO WS-JURIS-COUNT
            SET JUR-IDX TO WS-JURIS-COUNT
            MOVE JX-JURISDICTION-CODE TO JU-JURISDICTION-CODE(JUR-IDX)
            MOVE JX-JURISDICTION-TYPE TO JU-JURISDICTION-TYPE(JUR-IDX)
            MOVE JX-RATE-METHOD TO JU-RATE-METHOD(JUR-IDX)
            MOVE JX-WAGE-CAP TO JU-WAGE-CAP(JUR-IDX)
            MOVE ZERO TO JU-BRACKET-COUNT(JUR-IDX)
            SET JURIS-FOUND TO TRUE
        ELSE
            DISPLAY "Jurisdiction table full - discarding "
                JX-JURISDICTION-CODE
        END-IF
    END-IF
    IF JURIS-FOUND
        IF JU-BRACKET-COUNT(JUR-IDX) < 10
            ADD 1 TO JU-BRACKET-COUNT(JUR-IDX)
            MOVE JX-BRACKET-FLOOR TO
                JU-BRACKET-FLOOR(JUR-IDX, JU-BRACKET-COUNT(JUR-IDX))
            MOVE JX-BRACKET-RATE TO
                JU-BRACKET-RATE(JUR-IDX, JU-BRACKET-COUNT(JUR-IDX))
        ELSE
            DISPLAY "Bracket table full - discarding bracket for "
                JX-JURISDICTION-CODE
        END-IF
    END-IF.

*> Masters written before work locations or deduction YTD amounts were
*> carried have no state, local or deduction YTD amounts.
DEFAULT-JURISDICTION-YTD.
    IF YTD-STATE-WAGES IS NOT NUMERIC
        MOVE ZERO TO YTD-STATE-WAGES
    END-IF
    IF YTD-STATE-TAX IS NOT NUMERIC
        MOVE ZERO TO YTD-STATE-TAX
    END-IF
    IF YTD-LOCAL-WAGES IS NOT NUMERIC
        MOVE ZERO TO YTD-LOCAL-WAGES
    END-IF
    IF YTD-LOCAL-TAX IS NOT NUMERIC
        MOVE ZERO TO YTD-LOCAL-TAX
    END-IF
    IF YTD-INSURANCE IS NOT NUMERIC
        MOVE ZERO TO YTD-INSURANCE
    END-IF
    IF YTD-RETIREMENT IS NOT NUMERIC
        MOVE ZERO TO YTD-RETIREMENT
    END-IF
    IF YTD-GARNISHMENT IS NOT NUMERIC
        MOVE ZERO TO YTD-GARNISHMENT
    END-IF.

CALCULATE-NET-PAY.
    COMPUTE TEMP-NET =
        BASIC-SALARY - TAX-DEDUCTION - INSURANCE-DEDUCTION
        - RETIREMENT-DEDUCTION + BONUS + WS-RETRO-PAY
        - WS-STATE-TAX - WS-LOCAL-TAX
    PERFORM APPLY-GARNISHMENTS
    MOVE TEMP-NET TO NET-PAY.

CALCULATE-EMPLOYER-COSTS.
    COMPUTE WS-ER-TAX ROUNDED =
        (BASIC-SALARY + BONUS + WS-RETRO-PAY) * ER-TAX-RATE
    IF BENEFITS-ENROLLED
        MOVE WS-BENEFIT-ER-COST TO WS-ER-INSURANCE
    ELSE
        COMPUTE WS-ER-INSURANCE ROUNDED =
            INSURANCE-DEDUCTION * ER-INSURANCE-SHARE
    END-IF
    COMPUTE WS-ER-RETIREMENT ROUNDED =
        RETIREMENT-DEDUCTION * ER-RETIREMENT-MATCH
    COMPUTE WS-ER-EMPLOYEE-TOTAL =
WRITE-EMPLOYER-LIABILITY.
    IF LIVE-RUN AND EL-AMOUNT > 0
        MOVE EMPLOYEE-NUMBER TO EL-EMPLOYEE-NUMBER
        MOVE WS-CHECK-DATE TO LH-RUN-DATE
        COMPUTE LH-RUN-NUMBER = WS-PRIOR-RUN-NUMBER + 1
        MOVE EL-CATEGORY TO LH-CATEGORY
        MOVE EL-AGENCY TO LH-AGENCY
        MOVE EL-EMPLOYEE-NUMBER TO LH-EMPLOYEE-NUMBER
        MOVE EL-AMOUNT TO LH-AMOUNT
        WRITE EMPLOYER-LIABILITY-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
        WRITE LIABILITY-HISTORY-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

WRITE-EMPLOYER-COST-LINE.
    COMPUTE WS-GROSS-PAY = BASIC-SALARY + BONUS + WS-RETRO-PAY
    COMPUTE WS-TOTAL-DEDUCTIONS =
        TAX-DEDUCTION + INSURANCE-DEDUCTION + RETIREMENT-DEDUCTION
        + WS-GARNISH-TOTAL + WS-STATE-TAX + WS-LOCAL-TAX
    MOVE EMPLOYEE-NUMBER TO RG-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO RG-EMPLOYEE-NAME
    COMPUTE RG-GROSS-PAY = BASIC-SALARY + BONUS
    MOVE INSURANCE-DEDUCTION TO RG-INSURANCE
    MOVE RETIREMENT-DEDUCTION TO RG-RETIREMENT
    MOVE WS-GARNISH-TOTAL TO RG-GARNISHMENT
    MOVE WORK-STATE-CODE TO RG-STATE-CODE
    MOVE WS-STATE-WAGES TO RG-STATE-WAGES
    MOVE WS-STATE-TAX TO RG-STATE-TAX
    MOVE WORK-LOCAL-CODE TO RG-LOCAL-CODE
    MOVE WS-LOCAL-WAGES TO RG-LOCAL-WAGES
    MOVE WS-LOCAL-TAX TO RG-LOCAL-TAX
    MOVE 'D' TO RH-RECORD-TYPE
    MOVE REGISTER-RECORD TO RH-REGISTER-IMAGE
    WRITE REGISTER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM WRITE-REGISTER-HISTORY
    ADD 1 TO WS-HEADCOUNT
    ADD WS-GROSS-PAY TO WS-SUM-GROSS
    ADD WS-TOTAL-DEDUCTIONS TO WS-SUM-DEDUCTIONS
    ADD INSURANCE-DEDUCTION TO WS-SUM-INSURANCE
    ADD RETIREMENT-DEDUCTION TO WS-SUM-RETIREMENT
    ADD WS-GARNISH-TOTAL TO WS-SUM-GARNISH
    ADD WS-STATE-TAX TO WS-SUM-STATE-TAX
    ADD WS-LOCAL-TAX TO WS-SUM-LOCAL-TAX
    IF WS-RETRO-PAY > 0
        PERFORM WRITE-RETRO-REGISTER-LINE
    END-IF.
    MOVE ZERO TO RG-INSURANCE
    MOVE ZERO TO RG-RETIREMENT
    MOVE ZERO TO RG-GARNISHMENT
    MOVE SPACES TO RG-STATE-CODE
    MOVE ZERO TO RG-STATE-WAGES
    MOVE ZERO TO RG-STATE-TAX
    MOVE SPACES TO RG-LOCAL-CODE
    MOVE ZERO TO RG-LOCAL-WAGES
    MOVE ZERO TO RG-LOCAL-TAX
    MOVE 'R' TO RH-RECORD-TYPE
    MOVE REGISTER-RECORD TO RH-REGISTER-IMAGE
    WRITE REGISTER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM WRITE-REGISTER-HISTORY.

WRITE-REGISTER-HISTORY.
    IF LIVE-RUN
        MOVE WS-CHECK-DATE TO RH-RUN-DATE
        COMPUTE RH-RUN-NUMBER = WS-PRIOR-RUN-NUMBER + 1
        WRITE REGISTER-HISTORY-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-IF.

UPDATE-YTD-BALANCES.
    MOVE YTD-GROSS TO WS-EMP-OPEN-GROSS
    ADD WS-GROSS-PAY TO YTD-GROSS
    ADD TAX-DEDUCTION TO YTD-TAX
    ADD NET-PAY TO YTD-NET
    ADD WS-STATE-WAGES TO YTD-STATE-WAGES
    ADD WS-STATE-TAX TO YTD-STATE-TAX
    ADD WS-LOCAL-WAGES TO YTD-LOCAL-WAGES
    ADD WS-LOCAL-TAX TO YTD-LOCAL-TAX
    ADD INSURANCE-DEDUCTION TO YTD-INSURANCE
    ADD RETIREMENT-DEDUCTION TO YTD-RETIREMENT
    ADD WS-GARNISH-TOTAL TO YTD-GARNISHMENT
    ADD YTD-GROSS TO WS-CLOSE-YTD-GROSS
    ADD YTD-TAX TO WS-CLOSE-YTD-TAX
    ADD YTD-NET TO WS-CLOSE-YTD-NET
    PERFORM CHECK-EMPLOYEE-YTD-MOVEMENT
    PERFORM WRITE-UPDATED-MASTER.

*> Employees not paid this run still go to the updated master, and
*> their balances still count toward the run's opening and closing
*> YTD totals.
CARRY-FORWARD-EMPLOYEE.
    ADD YTD-GROSS TO WS-OPEN-YTD-GROSS
    ADD YTD-TAX TO WS-OPEN-YTD-TAX
    ADD YTD-NET TO WS-OPEN-YTD-NET
    ADD YTD-GROSS TO WS-CLOSE-YTD-GROSS
    ADD YTD-TAX TO WS-CLOSE-YTD-TAX
    ADD YTD-NET TO WS-CLOSE-YTD-NET
    PERFORM WRITE-UPDATED-MASTER.

WRITE-UPDATED-MASTER.
    MOVE EMPLOYEE-NUMBER      TO EMO-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME        TO EMO-EMPLOYEE-NAME
    MOVE BASIC-SALARY         TO EMO-BASIC-SALARY
    MOVE BANK-STATUS-DATE      TO EMO-BANK-STATUS-DATE
    MOVE VACATION-BALANCE      TO EMO-VACATION-BALANCE
    MOVE SICK-BALANCE          TO EMO-SICK-BALANCE
    MOVE EMPLOYMENT-STATUS     TO EMO-EMPLOYMENT-STATUS
    MOVE HIRE-DATE             TO EMO-HIRE-DATE
    MOVE TERMINATION-DATE      TO EMO-TERMINATION-DATE
    MOVE FINAL-PAY-DATE        TO EMO-FINAL-PAY-DATE
    MOVE WORK-STATE-CODE        TO EMO-WORK-STATE-CODE
    MOVE WORK-LOCAL-CODE        TO EMO-WORK-LOCAL-CODE
    MOVE YTD-STATE-WAGES        TO EMO-YTD-STATE-WAGES
    MOVE YTD-STATE-TAX        TO EMO-YTD-STATE-TAX
    MOVE YTD-LOCAL-WAGES        TO EMO-YTD-LOCAL-WAGES
    MOVE YTD-LOCAL-TAX        TO EMO-YTD-LOCAL-TAX
    MOVE DEPARTMENT-CODE      TO EMO-DEPARTMENT-CODE
    MOVE YTD-INSURANCE        TO EMO-YTD-INSURANCE
    MOVE YTD-RETIREMENT       TO EMO-YTD-RETIREMENT
    MOVE YTD-GARNISHMENT      TO EMO-YTD-GARNISHMENT
    IF LIVE-RUN
        WRITE EMPLOYEE-RECORD-OUT
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
WRITE-DEPOSIT-BATCH-HEADER.
    MOVE '1' TO DDH-RECORD-TYPE
    MOVE 'PAYROLL MASTER' TO DDH-COMPANY-NAME
    MOVE WS-ACH-DATE TO DDH-EFFECTIVE-DATE
    WRITE DD-BATCH-HEADER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

    ADD 1 TO WS-NEXT-CHECK-NUMBER
    ADD 1 TO WS-CHECK-COUNT
    MOVE WS-NEXT-CHECK-NUMBER TO CP-CHECK-NUMBER
    MOVE WS-CHECK-DATE TO CP-CHECK-DATE
    MOVE EMPLOYEE-NUMBER TO CP-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO CP-EMPLOYEE-NAME
    MOVE NET-PAY TO CP-AMOUNT
    WRITE CHECK-PRINT-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    MOVE WS-NEXT-CHECK-NUMBER TO CR-CHECK-NUMBER
    MOVE WS-CHECK-DATE TO CR-CHECK-DATE
    MOVE EMPLOYEE-NUMBER TO CR-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO CR-EMPLOYEE-NAME
    MOVE NET-PAY TO CR-AMOUNT
    MOVE WS-SUM-INSURANCE TO CT-TOTAL-INSURANCE
    MOVE WS-SUM-RETIREMENT TO CT-TOTAL-RETIREMENT
    MOVE WS-SUM-GARNISH TO CT-TOTAL-GARNISH
    MOVE WS-SUM-STATE-TAX TO CT-TOTAL-STATE-TAX
    MOVE WS-SUM-LOCAL-TAX TO CT-TOTAL-LOCAL-TAX
    MOVE 'T' TO RH-RECORD-TYPE
    MOVE CONTROL-TOTAL-RECORD TO RH-REGISTER-IMAGE
    WRITE CONTROL-TOTAL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM WRITE-REGISTER-HISTORY.

LOG-RUN-START.
    MOVE 'PayrollProcessing' TO OPS-PROGRAM-ID
    MOVE 'END' TO OPS-EVENT
    MOVE WS-OPS-RECORDS-READ TO OPS-RECORDS-READ
    MOVE WS-OPS-RECORDS-WRITTEN TO OPS-RECORDS-WRITTEN
    IF RUN-ACCEPTED
        MOVE 'COMPLETE' TO OPS-COMPLETION-STATUS
    ELSE
        MOVE 'ABORTED' TO OPS-COMPLETION-STATUS
    END-IF
    CALL 'OperationsLog' USING OPS-LOG-PARAMETERS.

END PROGRAM PayrollProcessing.
