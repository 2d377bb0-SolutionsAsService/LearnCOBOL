IDENTIFICATION DIVISION.
PROGRAM-ID. PlanNondiscriminationTest.
AUTHOR. Your Name.
*> Annual ADP/ACP nondiscrimination test for the retirement plan, run
*> at plan year end after the last payroll and before PayrollYearEnd
*> clears the year-to-date figures and the contribution feed.
*> Every employee on the payroll master with a retirement account on
*> employee-account-xref.dat is a participant. Plan-year compensation
*> is the master's YTD-GROSS, deferrals are the year's total on the
*> retirement contribution feed (capped at the annual contribution
*> limit) and the employer match is worked out from those deferrals
*> with the plan's match formula, as RetirementFundManagement posts
*> it. Participants whose compensation is over the threshold on
*> plan-test-parameters.dat are highly compensated (HCEs).
*> Each participant's deferral and contribution ratios are averaged
*> for the HCE and non-HCE groups. A test passes when the HCE average
*> is within 1.25 times the non-HCE average, or within twice it and
*> no more than 2 points over it. On a failure the excess is found by
*> levelling the highest HCE ratios down until the test passes, and
*> is then refunded from the HCEs with the largest contributions in
*> dollars. The refunds go to corrective-distributions.dat for
*> RetirementFundManagement to pay out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT employee-master-updated ASSIGN TO 'employee-master-updated.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT employee-account-xref
        ASSIGN TO 'employee-account-xref.dat'
        FILE STATUS IS WS-XREF-STATUS.
    SELECT retirement-contributions
        ASSIGN TO 'retirement-contributions.dat'
        FILE STATUS IS WS-CONTRIB-STATUS.
    SELECT test-parameters ASSIGN TO 'plan-test-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT test-report ASSIGN TO 'nondiscrimination-test-report.dat'.
    SELECT corrective-distributions
        ASSIGN TO 'corrective-distributions.dat'.

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

FD retirement-contributions.
01 CONTRIBUTION-TRANSACTION-RECORD.
    05 CN-ACCOUNT-NUMBER      PIC 9(6).
    05 CN-EMPLOYEE-NUMBER     PIC 9(6).
    05 CN-AMOUNT              PIC 9(6)V99.

FD test-parameters.
01 TEST-PARAMETER-RECORD.
    05 TP-PLAN-YEAR           PIC 9(4).
    05 TP-HCE-THRESHOLD       PIC 9(7)V99.

FD test-report.
01 TEST-REPORT-LINE           PIC X(100).

FD corrective-distributions.
01 CORRECTIVE-REQUEST-RECORD.
    05 CQ-ACCOUNT-NUMBER      PIC 9(6).
    05 CQ-EMPLOYEE-NUMBER     PIC 9(6).
    05 CQ-TEST-TYPE           PIC X(3).
    05 CQ-PLAN-YEAR           PIC 9(4).
    05 CQ-AMOUNT              PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-XREF-STATUS         PIC XX.
01 WS-CONTRIB-STATUS      PIC XX.
01 WS-PARM-STATUS         PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-PLAN-YEAR           PIC 9(4).
01 WS-HCE-THRESHOLD       PIC 9(7)V99 VALUE 160000.00.

*> Same limit and match formula RetirementFundManagement applies.
01 WS-CONTRIBUTION-LIMIT  PIC 9(5)V99 VALUE 23000.00.
01 WS-MATCH-POLICY.
    05 WS-MATCH-RATE          PIC V99 VALUE .50.
    05 WS-MATCH-CAP           PIC 9(5)V99 VALUE 5000.00.

01 WS-XREF-COUNT          PIC 9(4) VALUE 0.
01 XREF-TABLE.
    05 XREF-ENTRY OCCURS 500 TIMES INDEXED BY XREF-IDX.
        10 XT-EMPLOYEE-NUMBER PIC 9(6).
        10 XT-ACCOUNT-NUMBER  PIC 9(6).
01 WS-XREF-FOUND          PIC X.
    88 XREF-FOUND         VALUE 'Y'.

*> ET-TEST-RATIO and ET-TEST-AMOUNT hold the ratio and dollars of the
*> test being run, ET-TEST-REFUND its corrective amount.
01 WS-PARTICIPANT-COUNT   PIC 9(4) VALUE 0.
01 PARTICIPANT-TABLE.
    05 PARTICIPANT-ENTRY OCCURS 500 TIMES INDEXED BY PART-IDX.
        10 ET-EMPLOYEE-NUMBER PIC 9(6).
        10 ET-ACCOUNT-NUMBER  PIC 9(6).
        10 ET-EMPLOYEE-NAME   PIC X(30).
        10 ET-COMPENSATION    PIC 9(7)V99.
        10 ET-DEFERRAL        PIC 9(7)V99.
        10 ET-MATCH           PIC 9(7)V99.
        10 ET-HCE             PIC X.
            88 ET-HIGHLY-COMPENSATED VALUE 'Y'.
        10 ET-ADR             PIC 9(3)V99.
        10 ET-ACR             PIC 9(3)V99.
        10 ET-ADP-REFUND      PIC 9(7)V99.
        10 ET-ACP-REFUND      PIC 9(7)V99.
        10 ET-TEST-RATIO      PIC 9(3)V99.
        10 ET-TEST-AMOUNT     PIC 9(7)V99.
        10 ET-TEST-REFUND     PIC 9(7)V99.
        10 ET-LEVELLED        PIC X.
            88 ET-ABOVE-LEVEL VALUE 'Y'.
01 WS-PARTICIPANT-FOUND   PIC X.
    88 PARTICIPANT-FOUND  VALUE 'Y'.

01 WS-APPLICABLE-DEFERRAL PIC 9(7)V99.
01 WS-HCE-COUNT           PIC 9(4) VALUE 0.
01 WS-NHCE-COUNT          PIC 9(4) VALUE 0.
01 WS-NO-COMP-COUNT       PIC 9(4) VALUE 0.
01 WS-NOT-IN-PLAN-COUNT   PIC 9(4) VALUE 0.
01 WS-FEED-UNMATCHED      PIC 9(4) VALUE 0.
01 WS-FEED-UNMATCHED-AMT  PIC 9(8)V99 VALUE 0.
01 WS-FEED-TOTAL          PIC 9(8)V99 VALUE 0.
01 WS-FEED-RECORDS        PIC 9(6) VALUE 0.

01 WS-TEST-NAME           PIC X(3).
01 WS-TEST-RESULT.
    05 WS-HCE-RATIO-SUM       PIC 9(7)V99.
    05 WS-NHCE-RATIO-SUM      PIC 9(7)V99.
    05 WS-HCE-AVERAGE         PIC 9(3)V99.
    05 WS-NHCE-AVERAGE        PIC 9(3)V99.
    05 WS-LIMIT-BASIC         PIC 9(3)V99.
    05 WS-LIMIT-ALTERNATE     PIC 9(3)V99.
    05 WS-ALLOWED-AVERAGE     PIC 9(3)V99.
    05 WS-TEST-PASSED         PIC X.
        88 TEST-PASSED        VALUE 'Y'.
    05 WS-EXCESS-TOTAL        PIC 9(8)V99.
    05 WS-REFUND-TOTAL        PIC 9(8)V99.
    05 WS-REFUND-COUNT        PIC 9(4).

01 WS-LEVEL-CHANGED       PIC X.
    88 LEVEL-CHANGED      VALUE 'Y'.
01 WS-LEVEL-COUNT         PIC 9(4).
01 WS-LEVEL-SUM           PIC 9(9)V99.
01 WS-LEVEL-CAP           PIC S9(7)V9(6).
01 WS-LEVEL-EXCESS        PIC 9(7)V99.

01 WS-REPORT-TITLE.
    05 FILLER             PIC X(44)
        VALUE 'ADP/ACP NONDISCRIMINATION TEST - PLAN YEAR '.
    05 RT-PLAN-YEAR       PIC 9(4).
    05 FILLER             PIC X(20) VALUE '   HCE THRESHOLD:   '.
    05 RT-THRESHOLD       PIC Z,ZZZ,ZZ9.99.

01 WS-REPORT-HEADING.
    05 FILLER             PIC X(31) VALUE 'EMPLOY NAME                HCE '.
    05 FILLER             PIC X(30) VALUE 'COMPENSATION   DEFERRAL  ADR %'.
    05 FILLER             PIC X(17) VALUE '     MATCH  ACR %'.
    05 FILLER             PIC X(22) VALUE ' ADP REFUND ACP REFUND'.

01 WS-REPORT-DETAIL.
    05 RD-EMPLOYEE-NUMBER PIC 9(6).
    05 FILLER             PIC X VALUE SPACE.
    05 RD-EMPLOYEE-NAME   PIC X(19).
    05 FILLER             PIC X VALUE SPACE.
    05 RD-HCE             PIC X(3).
    05 FILLER             PIC X VALUE SPACE.
    05 RD-COMPENSATION    PIC Z,ZZZ,ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 RD-DEFERRAL        PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 RD-ADR             PIC ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 RD-MATCH           PIC ZZ,ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 RD-ACR             PIC ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 RD-ADP-REFUND      PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X VALUE SPACE.
    05 RD-ACP-REFUND      PIC ZZZ,ZZ9.99.

01 WS-REPORT-RESULT.
    05 RR-TEST-NAME       PIC X(3).
    05 FILLER             PIC X(11) VALUE ' TEST  HCE '.
    05 RR-HCE-AVERAGE     PIC ZZ9.99.
    05 FILLER             PIC X(9) VALUE '%  NHCE '.
    05 RR-NHCE-AVERAGE    PIC ZZ9.99.
    05 FILLER             PIC X(12) VALUE '%  LIMIT '.
    05 RR-ALLOWED-AVERAGE PIC ZZ9.99.
    05 FILLER             PIC X(3) VALUE '%  '.
    05 RR-RESULT          PIC X(6).
    05 FILLER             PIC X(14) VALUE '  CORRECTIVE: '.
    05 RR-REFUND-TOTAL    PIC Z,ZZZ,ZZ9.99.

01 WS-REPORT-COUNT.
    05 RC-LABEL           PIC X(40).
    05 RC-COUNT           PIC Z(5)9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 RC-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

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
    PERFORM LOAD-TEST-PARAMETERS
    PERFORM LOAD-XREF
    PERFORM LOAD-PARTICIPANTS
    PERFORM TOTAL-CONTRIBUTION-FEED
    PERFORM CALCULATE-PARTICIPANT-RATIOS
    OPEN OUTPUT test-report corrective-distributions
    PERFORM WRITE-REPORT-HEADING
    MOVE 'ADP' TO WS-TEST-NAME
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        MOVE ET-ADR(PART-IDX) TO ET-TEST-RATIO(PART-IDX)
        MOVE ET-DEFERRAL(PART-IDX) TO ET-TEST-AMOUNT(PART-IDX)
    END-PERFORM
    PERFORM RUN-NONDISCRIMINATION-TEST
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        MOVE ET-TEST-REFUND(PART-IDX) TO ET-ADP-REFUND(PART-IDX)
    END-PERFORM
    PERFORM WRITE-TEST-RESULT
    MOVE 'ACP' TO WS-TEST-NAME
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        MOVE ET-ACR(PART-IDX) TO ET-TEST-RATIO(PART-IDX)
        MOVE ET-MATCH(PART-IDX) TO ET-TEST-AMOUNT(PART-IDX)
    END-PERFORM
    PERFORM RUN-NONDISCRIMINATION-TEST
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        MOVE ET-TEST-REFUND(PART-IDX) TO ET-ACP-REFUND(PART-IDX)
    END-PERFORM
    PERFORM WRITE-TEST-RESULT
    PERFORM WRITE-PARTICIPANT-DETAIL
    PERFORM WRITE-CORRECTIVE-REQUESTS
    PERFORM WRITE-REPORT-COUNTS
    CLOSE test-report corrective-distributions
    DISPLAY "Nondiscrimination test " WS-PLAN-YEAR ": "
        WS-PARTICIPANT-COUNT " participants, " WS-HCE-COUNT " HCEs"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-TEST-PARAMETERS.
    COMPUTE WS-PLAN-YEAR = WS-CURRENT-DATE / 10000
    OPEN INPUT test-parameters
    IF WS-PARM-STATUS = '00'
        READ test-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF TP-PLAN-YEAR IS NUMERIC AND TP-PLAN-YEAR > 0
                    MOVE TP-PLAN-YEAR TO WS-PLAN-YEAR
                END-IF
                IF TP-HCE-THRESHOLD IS NUMERIC
                        AND TP-HCE-THRESHOLD > 0
                    MOVE TP-HCE-THRESHOLD TO WS-HCE-THRESHOLD
                END-IF
        END-READ
        CLOSE test-parameters
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

LOAD-PARTICIPANTS.
    OPEN INPUT employee-master-updated
    READ employee-master-updated AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        MOVE 'N' TO WS-XREF-FOUND
        PERFORM VARYING XREF-IDX FROM 1 BY 1
                UNTIL XREF-IDX > WS-XREF-COUNT
            IF XT-EMPLOYEE-NUMBER(XREF-IDX) = EMPLOYEE-NUMBER
                SET XREF-FOUND TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF XREF-FOUND
            PERFORM ADD-PARTICIPANT
        ELSE
            ADD 1 TO WS-NOT-IN-PLAN-COUNT
        END-IF
        READ employee-master-updated AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE employee-master-updated
    MOVE 'N' TO WS-END-OF-FILE.

ADD-PARTICIPANT.
    IF WS-PARTICIPANT-COUNT < 500
        ADD 1 TO WS-PARTICIPANT-COUNT
        SET PART-IDX TO WS-PARTICIPANT-COUNT
        MOVE EMPLOYEE-NUMBER TO ET-EMPLOYEE-NUMBER(PART-IDX)
        MOVE XT-ACCOUNT-NUMBER(XREF-IDX) TO ET-ACCOUNT-NUMBER(PART-IDX)
        MOVE EMPLOYEE-NAME TO ET-EMPLOYEE-NAME(PART-IDX)
        MOVE YTD-GROSS TO ET-COMPENSATION(PART-IDX)
        MOVE ZERO TO ET-DEFERRAL(PART-IDX)
        MOVE ZERO TO ET-MATCH(PART-IDX)
        MOVE ZERO TO ET-ADR(PART-IDX)
        MOVE ZERO TO ET-ACR(PART-IDX)
        MOVE ZERO TO ET-ADP-REFUND(PART-IDX)
        MOVE ZERO TO ET-ACP-REFUND(PART-IDX)
        MOVE ZERO TO ET-TEST-REFUND(PART-IDX)
        IF YTD-GROSS > WS-HCE-THRESHOLD
            MOVE 'Y' TO ET-HCE(PART-IDX)
        ELSE
            MOVE 'N' TO ET-HCE(PART-IDX)
        END-IF
    ELSE
        DISPLAY "Participant table full - discarding " EMPLOYEE-NUMBER
    END-IF.

TOTAL-CONTRIBUTION-FEED.
    OPEN INPUT retirement-contributions
    IF WS-CONTRIB-STATUS NOT = '00'
        DISPLAY "Retirement contribution feed not found"
        EXIT PARAGRAPH
    END-IF
    READ retirement-contributions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        ADD 1 TO WS-FEED-RECORDS
        ADD CN-AMOUNT TO WS-FEED-TOTAL
        MOVE 'N' TO WS-PARTICIPANT-FOUND
        PERFORM VARYING PART-IDX FROM 1 BY 1
                UNTIL PART-IDX > WS-PARTICIPANT-COUNT
            IF ET-EMPLOYEE-NUMBER(PART-IDX) = CN-EMPLOYEE-NUMBER
                SET PARTICIPANT-FOUND TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF PARTICIPANT-FOUND
            ADD CN-AMOUNT TO ET-DEFERRAL(PART-IDX)
        ELSE
            ADD 1 TO WS-FEED-UNMATCHED
            ADD CN-AMOUNT TO WS-FEED-UNMATCHED-AMT
        END-IF
        READ retirement-contributions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE retirement-contributions
    MOVE 'N' TO WS-END-OF-FILE.

*> Participants with no compensation cannot have a ratio and are left
*> out of both groups.
CALCULATE-PARTICIPANT-RATIOS.
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        MOVE ET-DEFERRAL(PART-IDX) TO WS-APPLICABLE-DEFERRAL
        IF WS-APPLICABLE-DEFERRAL > WS-CONTRIBUTION-LIMIT
            MOVE WS-CONTRIBUTION-LIMIT TO WS-APPLICABLE-DEFERRAL
        END-IF
        MOVE WS-APPLICABLE-DEFERRAL TO ET-DEFERRAL(PART-IDX)
        COMPUTE ET-MATCH(PART-IDX) ROUNDED =
            WS-APPLICABLE-DEFERRAL * WS-MATCH-RATE
        IF ET-MATCH(PART-IDX) > WS-MATCH-CAP
            MOVE WS-MATCH-CAP TO ET-MATCH(PART-IDX)
        END-IF
        EVALUATE TRUE
            WHEN ET-COMPENSATION(PART-IDX) = 0
                ADD 1 TO WS-NO-COMP-COUNT
            WHEN ET-HIGHLY-COMPENSATED(PART-IDX)
                ADD 1 TO WS-HCE-COUNT
            WHEN OTHER
                ADD 1 TO WS-NHCE-COUNT
        END-EVALUATE
        IF ET-COMPENSATION(PART-IDX) > 0
            COMPUTE ET-ADR(PART-IDX) ROUNDED =
                ET-DEFERRAL(PART-IDX) * 100 / ET-COMPENSATION(PART-IDX)
            COMPUTE ET-ACR(PART-IDX) ROUNDED =
                ET-MATCH(PART-IDX) * 100 / ET-COMPENSATION(PART-IDX)
        END-IF
    END-PERFORM.

RUN-NONDISCRIMINATION-TEST.
    INITIALIZE WS-TEST-RESULT
    SET TEST-PASSED TO TRUE
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        MOVE ZERO TO ET-TEST-REFUND(PART-IDX)
        IF ET-COMPENSATION(PART-IDX) > 0
            IF ET-HIGHLY-COMPENSATED(PART-IDX)
                ADD ET-TEST-RATIO(PART-IDX) TO WS-HCE-RATIO-SUM
            ELSE
                ADD ET-TEST-RATIO(PART-IDX) TO WS-NHCE-RATIO-SUM
            END-IF
        END-IF
    END-PERFORM
    IF WS-HCE-COUNT = 0 OR WS-NHCE-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-HCE-AVERAGE ROUNDED = WS-HCE-RATIO-SUM / WS-HCE-COUNT
    COMPUTE WS-NHCE-AVERAGE ROUNDED =
        WS-NHCE-RATIO-SUM / WS-NHCE-COUNT
    COMPUTE WS-LIMIT-BASIC ROUNDED = WS-NHCE-AVERAGE * 1.25
    COMPUTE WS-LIMIT-ALTERNATE = WS-NHCE-AVERAGE * 2
    IF WS-LIMIT-ALTERNATE > WS-NHCE-AVERAGE + 2
        COMPUTE WS-LIMIT-ALTERNATE = WS-NHCE-AVERAGE + 2
    END-IF
    IF WS-LIMIT-BASIC > WS-LIMIT-ALTERNATE
        MOVE WS-LIMIT-BASIC TO WS-ALLOWED-AVERAGE
    ELSE
        MOVE WS-LIMIT-ALTERNATE TO WS-ALLOWED-AVERAGE
    END-IF
    IF WS-HCE-AVERAGE > WS-ALLOWED-AVERAGE
        MOVE 'N' TO WS-TEST-PASSED
        PERFORM LEVEL-HCE-RATIOS
        PERFORM LEVEL-HCE-AMOUNTS
    END-IF.

*> The highest HCE ratios are brought down to a common level until
*> the HCE average equals the allowed average. The dollars above that
*> level are the excess for the plan.
LEVEL-HCE-RATIOS.
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        IF ET-HIGHLY-COMPENSATED(PART-IDX)
                AND ET-COMPENSATION(PART-IDX) > 0
            MOVE 'Y' TO ET-LEVELLED(PART-IDX)
        ELSE
            MOVE 'N' TO ET-LEVELLED(PART-IDX)
        END-IF
    END-PERFORM
    SET LEVEL-CHANGED TO TRUE
    PERFORM UNTIL NOT LEVEL-CHANGED
        MOVE 'N' TO WS-LEVEL-CHANGED
        MOVE ZERO TO WS-LEVEL-COUNT
        MOVE ZERO TO WS-LEVEL-SUM
        PERFORM VARYING PART-IDX FROM 1 BY 1
                UNTIL PART-IDX > WS-PARTICIPANT-COUNT
            IF ET-ABOVE-LEVEL(PART-IDX)
                ADD 1 TO WS-LEVEL-COUNT
            ELSE
                IF ET-HIGHLY-COMPENSATED(PART-IDX)
                        AND ET-COMPENSATION(PART-IDX) > 0
                    ADD ET-TEST-RATIO(PART-IDX) TO WS-LEVEL-SUM
                END-IF
            END-IF
        END-PERFORM
        COMPUTE WS-LEVEL-CAP = (WS-ALLOWED-AVERAGE * WS-HCE-COUNT
            - WS-LEVEL-SUM) / WS-LEVEL-COUNT
        PERFORM VARYING PART-IDX FROM 1 BY 1
                UNTIL PART-IDX > WS-PARTICIPANT-COUNT
            IF ET-ABOVE-LEVEL(PART-IDX)
                    AND ET-TEST-RATIO(PART-IDX) <= WS-LEVEL-CAP
                MOVE 'N' TO ET-LEVELLED(PART-IDX)
                SET LEVEL-CHANGED TO TRUE
            END-IF
        END-PERFORM
    END-PERFORM
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        IF ET-ABOVE-LEVEL(PART-IDX)
            COMPUTE WS-LEVEL-EXCESS ROUNDED =
                (ET-TEST-RATIO(PART-IDX) - WS-LEVEL-CAP)
                * ET-COMPENSATION(PART-IDX) / 100
            ADD WS-LEVEL-EXCESS TO WS-EXCESS-TOTAL
        END-IF
    END-PERFORM.

*> The excess is refunded from the HCEs with the largest dollar
*> amounts first, bringing them down to a common dollar level.
LEVEL-HCE-AMOUNTS.
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        IF ET-HIGHLY-COMPENSATED(PART-IDX)
                AND ET-TEST-AMOUNT(PART-IDX) > 0
            MOVE 'Y' TO ET-LEVELLED(PART-IDX)
        ELSE
            MOVE 'N' TO ET-LEVELLED(PART-IDX)
        END-IF
    END-PERFORM
    SET LEVEL-CHANGED TO TRUE
    PERFORM UNTIL NOT LEVEL-CHANGED
        MOVE 'N' TO WS-LEVEL-CHANGED
        MOVE ZERO TO WS-LEVEL-COUNT
        MOVE ZERO TO WS-LEVEL-SUM
        PERFORM VARYING PART-IDX FROM 1 BY 1
                UNTIL PART-IDX > WS-PARTICIPANT-COUNT
            IF ET-ABOVE-LEVEL(PART-IDX)
                ADD 1 TO WS-LEVEL-COUNT
                ADD ET-TEST-AMOUNT(PART-IDX) TO WS-LEVEL-SUM
            END-IF
        END-PERFORM
        COMPUTE WS-LEVEL-CAP =
            (WS-LEVEL-SUM - WS-EXCESS-TOTAL) / WS-LEVEL-COUNT
        PERFORM VARYING PART-IDX FROM 1 BY 1
                UNTIL PART-IDX > WS-PARTICIPANT-COUNT
            IF ET-ABOVE-LEVEL(PART-IDX)
                    AND ET-TEST-AMOUNT(PART-IDX) <= WS-LEVEL-CAP
                MOVE 'N' TO ET-LEVELLED(PART-IDX)
                SET LEVEL-CHANGED TO TRUE
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-LEVEL-CAP < 0
        MOVE ZERO TO WS-LEVEL-CAP
    END-IF
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        IF ET-ABOVE-LEVEL(PART-IDX)
            COMPUTE ET-TEST-REFUND(PART-IDX) ROUNDED =
                ET-TEST-AMOUNT(PART-IDX) - WS-LEVEL-CAP
            ADD ET-TEST-REFUND(PART-IDX) TO WS-REFUND-TOTAL
            ADD 1 TO WS-REFUND-COUNT
        END-IF
    END-PERFORM.

WRITE-REPORT-HEADING.
    MOVE WS-PLAN-YEAR TO RT-PLAN-YEAR
    MOVE WS-HCE-THRESHOLD TO RT-THRESHOLD
    MOVE WS-REPORT-TITLE TO TEST-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-TEST-RESULT.
    MOVE WS-TEST-NAME TO RR-TEST-NAME
    MOVE WS-HCE-AVERAGE TO RR-HCE-AVERAGE
    MOVE WS-NHCE-AVERAGE TO RR-NHCE-AVERAGE
    MOVE WS-ALLOWED-AVERAGE TO RR-ALLOWED-AVERAGE
    EVALUATE TRUE
        WHEN WS-HCE-COUNT = 0 OR WS-NHCE-COUNT = 0
            MOVE 'N/A' TO RR-RESULT
        WHEN TEST-PASSED
            MOVE 'PASSED' TO RR-RESULT
        WHEN OTHER
            MOVE 'FAILED' TO RR-RESULT
    END-EVALUATE
    MOVE WS-REFUND-TOTAL TO RR-REFUND-TOTAL
    MOVE WS-REPORT-RESULT TO TEST-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    IF WS-HCE-COUNT = 0 OR WS-NHCE-COUNT = 0
        MOVE '    Test not run - both HCE and non-HCE participants needed'
            TO TEST-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-PARTICIPANT-DETAIL.
    MOVE SPACES TO TEST-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-REPORT-HEADING TO TEST-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        MOVE ET-EMPLOYEE-NUMBER(PART-IDX) TO RD-EMPLOYEE-NUMBER
        MOVE ET-EMPLOYEE-NAME(PART-IDX) TO RD-EMPLOYEE-NAME
        IF ET-HIGHLY-COMPENSATED(PART-IDX)
            MOVE 'HCE' TO RD-HCE
        ELSE
            MOVE SPACES TO RD-HCE
        END-IF
        MOVE ET-COMPENSATION(PART-IDX) TO RD-COMPENSATION
        MOVE ET-DEFERRAL(PART-IDX) TO RD-DEFERRAL
        MOVE ET-ADR(PART-IDX) TO RD-ADR
        MOVE ET-MATCH(PART-IDX) TO RD-MATCH
        MOVE ET-ACR(PART-IDX) TO RD-ACR
        MOVE ET-ADP-REFUND(PART-IDX) TO RD-ADP-REFUND
        MOVE ET-ACP-REFUND(PART-IDX) TO RD-ACP-REFUND
        MOVE WS-REPORT-DETAIL TO TEST-REPORT-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.

WRITE-CORRECTIVE-REQUESTS.
    PERFORM VARYING PART-IDX FROM 1 BY 1
            UNTIL PART-IDX > WS-PARTICIPANT-COUNT
        MOVE ET-ACCOUNT-NUMBER(PART-IDX) TO CQ-ACCOUNT-NUMBER
        MOVE ET-EMPLOYEE-NUMBER(PART-IDX) TO CQ-EMPLOYEE-NUMBER
        MOVE WS-PLAN-YEAR TO CQ-PLAN-YEAR
        IF ET-ADP-REFUND(PART-IDX) > 0
            MOVE 'ADP' TO CQ-TEST-TYPE
            MOVE ET-ADP-REFUND(PART-IDX) TO CQ-AMOUNT
            WRITE CORRECTIVE-REQUEST-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
        IF ET-ACP-REFUND(PART-IDX) > 0
            MOVE 'ACP' TO CQ-TEST-TYPE
            MOVE ET-ACP-REFUND(PART-IDX) TO CQ-AMOUNT
            WRITE CORRECTIVE-REQUEST-RECORD
            ADD 1 TO WS-OPS-RECORDS-WRITTEN
        END-IF
    END-PERFORM.

WRITE-REPORT-COUNTS.
    MOVE SPACES TO TEST-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'PARTICIPANTS TESTED' TO RC-LABEL
    MOVE WS-PARTICIPANT-COUNT TO RC-COUNT
    MOVE ZERO TO RC-AMOUNT
    PERFORM WRITE-REPORT-COUNT
    MOVE 'HIGHLY COMPENSATED' TO RC-LABEL
    MOVE WS-HCE-COUNT TO RC-COUNT
    PERFORM WRITE-REPORT-COUNT
    MOVE 'NOT HIGHLY COMPENSATED' TO RC-LABEL
    MOVE WS-NHCE-COUNT TO RC-COUNT
    PERFORM WRITE-REPORT-COUNT
    MOVE 'NO COMPENSATION - NOT TESTED' TO RC-LABEL
    MOVE WS-NO-COMP-COUNT TO RC-COUNT
    PERFORM WRITE-REPORT-COUNT
    MOVE 'EMPLOYEES WITH NO RETIREMENT ACCOUNT' TO RC-LABEL
    MOVE WS-NOT-IN-PLAN-COUNT TO RC-COUNT
    PERFORM WRITE-REPORT-COUNT
    MOVE 'CONTRIBUTION FEED TOTAL' TO RC-LABEL
    MOVE WS-FEED-RECORDS TO RC-COUNT
    MOVE WS-FEED-TOTAL TO RC-AMOUNT
    PERFORM WRITE-REPORT-COUNT
    MOVE 'FEED RECORDS WITH NO PARTICIPANT' TO RC-LABEL
    MOVE WS-FEED-UNMATCHED TO RC-COUNT
    MOVE WS-FEED-UNMATCHED-AMT TO RC-AMOUNT
    PERFORM WRITE-REPORT-COUNT.

WRITE-REPORT-COUNT.
    MOVE WS-REPORT-COUNT TO TEST-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE TEST-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

LOG-RUN-START.
    MOVE 'PlanNondiscriminationTest' TO OPS-PROGRAM-ID
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

END PROGRAM PlanNondiscriminationTest.
