IDENTIFICATION DIVISION.
PROGRAM-ID. RetirementTaxStatement.
AUTHOR. Your Name.
*> Year-end 1099-R statements for retirement plan distributions.
*> RetirementFundManagement adds every reportable distribution to
*> retirement-distributions.dat as it is paid: withdrawals (code 1
*> before the early withdrawal age, 7 after it, including required
*> minimum distributions), payments to beneficiaries of a deceased
*> participant (code 4), defaulted participant loans deemed
*> distributed (code L, L1 when early), direct rollovers out of the
*> plan from the transfer register (code G, nothing taxable) and ADP/
*> ACP corrective refunds from PlanNondiscriminationTest (code 8).
*> Distributions dated in the tax year are totalled per account,
*> recipient and distribution code into gross, taxable and withheld
*> amounts, and each total is one 1099-R. The tax year is taken from
*> distribution-statement-parameters.dat, or is the year before the
*> run date when none is given.
*> Every statement sent is kept on distribution-statements-issued.dat.
*> Rerunning a tax year sends nothing where the amounts have not
*> changed and a corrected statement where they have. Each statement
*> sent also goes to the electronic filing extract, flagged C when it
*> is a correction, and the control page balances the statements to
*> the distribution history by type of distribution.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT retirement-distributions
        ASSIGN TO 'retirement-distributions.dat'
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT statement-parameters
        ASSIGN TO 'distribution-statement-parameters.dat'
        FILE STATUS IS WS-PARM-STATUS.
    SELECT statements-issued
        ASSIGN TO 'distribution-statements-issued.dat'
        FILE STATUS IS WS-ISSUED-STATUS.
    SELECT distribution-statements
        ASSIGN TO 'retirement-distribution-statements.dat'.
    SELECT filing-extract ASSIGN TO 'retirement-distribution-filing.dat'.
    SELECT control-report
        ASSIGN TO 'retirement-distribution-control.dat'.

DATA DIVISION.
FILE SECTION.
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

FD statement-parameters.
01 STATEMENT-PARAMETER-RECORD.
    05 DSP-TAX-YEAR       PIC 9(4).

FD statements-issued.
01 STATEMENT-ISSUED-RECORD.
    05 SI-TAX-YEAR        PIC 9(4).
    05 SI-ACCOUNT-NUMBER  PIC 9(6).
    05 SI-RECIPIENT-NAME  PIC X(25).
    05 SI-DISTRIBUTION-CODE PIC X(2).
    05 SI-GROSS-AMOUNT    PIC 9(8)V99.
    05 SI-TAXABLE-AMOUNT  PIC 9(8)V99.
    05 SI-WITHHELD-AMOUNT PIC 9(7)V99.
    05 SI-ISSUE-DATE      PIC 9(8).

FD distribution-statements.
01 STATEMENT-LINE         PIC X(80).

FD filing-extract.
01 FILING-HEADER-RECORD.
    05 RH-RECORD-TYPE     PIC X.
    05 RH-TAX-YEAR        PIC 9(4).
    05 RH-FILER-NAME      PIC X(30).
    05 RH-CREATED-DATE    PIC 9(8).
    05 FILLER             PIC X(21).
01 FILING-DETAIL-RECORD.
    05 RF-RECORD-TYPE     PIC X.
    05 RF-CORRECTION-FLAG PIC X.
    05 RF-ACCOUNT-NUMBER  PIC 9(6).
    05 RF-RECIPIENT-NAME  PIC X(25).
    05 RF-DISTRIBUTION-CODE PIC X(2).
    05 RF-GROSS-AMOUNT    PIC 9(8)V99.
    05 RF-TAXABLE-AMOUNT  PIC 9(8)V99.
    05 RF-WITHHELD-AMOUNT PIC 9(7)V99.
01 FILING-TRAILER-RECORD.
    05 RT-RECORD-TYPE     PIC X.
    05 RT-DETAIL-COUNT    PIC 9(6).
    05 RT-CORRECTED-COUNT PIC 9(6).
    05 RT-TOTAL-GROSS     PIC 9(10)V99.
    05 RT-TOTAL-TAXABLE   PIC 9(10)V99.
    05 RT-TOTAL-WITHHELD  PIC 9(10)V99.
    05 FILLER             PIC X(15).

FD control-report.
01 CONTROL-REPORT-LINE    PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-OF-FILE         PIC X VALUE 'N'.
    88 EOF                VALUE 'Y'.
    88 NOT-EOF            VALUE 'N'.
01 WS-HISTORY-STATUS      PIC XX.
01 WS-PARM-STATUS         PIC XX.
01 WS-ISSUED-STATUS       PIC XX.

01 WS-CURRENT-DATE        PIC 9(8).
01 WS-TAX-YEAR            PIC 9(4).
01 WS-DISTRIBUTION-YEAR   PIC 9(4).
01 WS-FILER-NAME          PIC X(30) VALUE 'LEARNCOBOL RETIREMENT PLAN'.

01 WS-SUMMARY-COUNT       PIC 9(4) VALUE 0.
01 DISTRIBUTION-SUMMARY-TABLE.
    05 DISTRIBUTION-SUMMARY OCCURS 2000 TIMES INDEXED BY SUM-IDX.
        10 DS-ACCOUNT-NUMBER      PIC 9(6).
        10 DS-RECIPIENT-NAME      PIC X(25).
        10 DS-DISTRIBUTION-CODE   PIC X(2).
        10 DS-GROSS-AMOUNT        PIC 9(8)V99.
        10 DS-TAXABLE-AMOUNT      PIC 9(8)V99.
        10 DS-WITHHELD-AMOUNT     PIC 9(7)V99.
01 WS-SUMMARY-FOUND       PIC X VALUE 'N'.
    88 SUMMARY-FOUND      VALUE 'Y'.

*> History totals by type of distribution for the control page.
01 DISTRIBUTION-TYPE-TABLE.
    05 FILLER PIC X(34) VALUE 'EARLY   EARLY WITHDRAWALS (CODE 1)'.
    05 FILLER PIC X(34) VALUE 'NORMAL  NORMAL WITHDRAWALS CODE 7 '.
    05 FILLER PIC X(34) VALUE 'RMD     REQUIRED MINIMUM (CODE 7) '.
    05 FILLER PIC X(34) VALUE 'DEATH   DEATH BENEFITS (CODE 4)   '.
    05 FILLER PIC X(34) VALUE 'LOAN    DEEMED LOANS (CODE L)     '.
    05 FILLER PIC X(34) VALUE 'ROLLOVERDIRECT ROLLOVERS (CODE G) '.
    05 FILLER PIC X(34) VALUE 'CORRECT ADP/ACP REFUNDS (CODE 8)  '.
01 DISTRIBUTION-TYPES REDEFINES DISTRIBUTION-TYPE-TABLE.
    05 DISTRIBUTION-TYPE OCCURS 7 TIMES INDEXED BY TYPE-IDX.
        10 DT-TYPE            PIC X(8).
        10 DT-LABEL           PIC X(26).
01 TYPE-TOTAL-TABLE.
    05 TYPE-TOTAL OCCURS 7 TIMES.
        10 TT-COUNT           PIC 9(6).
        10 TT-GROSS           PIC 9(10)V99.
        10 TT-TAXABLE         PIC 9(10)V99.
        10 TT-WITHHELD        PIC 9(10)V99.
01 WS-TYPE-FOUND          PIC X VALUE 'N'.
    88 TYPE-FOUND         VALUE 'Y'.

01 WS-ISSUED-COUNT        PIC 9(5) VALUE 0.
01 ISSUED-TABLE.
    05 ISSUED-ENTRY OCCURS 5000 TIMES INDEXED BY ISS-IDX.
        10 IT-TAX-YEAR        PIC 9(4).
        10 IT-ACCOUNT-NUMBER  PIC 9(6).
        10 IT-RECIPIENT-NAME  PIC X(25).
        10 IT-DISTRIBUTION-CODE PIC X(2).
        10 IT-GROSS-AMOUNT    PIC 9(8)V99.
        10 IT-TAXABLE-AMOUNT  PIC 9(8)V99.
        10 IT-WITHHELD-AMOUNT PIC 9(7)V99.
        10 IT-ISSUE-DATE      PIC 9(8).
01 WS-ISSUED-FOUND        PIC X VALUE 'N'.
    88 ISSUED-FOUND       VALUE 'Y'.

01 WS-STATEMENT-KIND      PIC X.
    88 ORIGINAL-STATEMENT VALUE 'O'.
    88 CORRECTED-STATEMENT VALUE 'C'.
    88 UNCHANGED-STATEMENT VALUE 'U'.

01 WS-STATEMENT-HEADER.
    05 SH-TITLE           PIC X(48).
    05 FILLER             PIC X(3) VALUE ' - '.
    05 SH-TAX-YEAR        PIC 9(4).

01 WS-STATEMENT-RECIPIENT.
    05 FILLER             PIC X(9) VALUE 'ACCOUNT: '.
    05 SR-ACCOUNT-NUMBER  PIC 9(6).
    05 FILLER             PIC X(13) VALUE '  RECIPIENT: '.
    05 SR-RECIPIENT-NAME  PIC X(25).

01 WS-STATEMENT-PAYER.
    05 FILLER             PIC X(7) VALUE 'PAYER: '.
    05 SP-PAYER-NAME      PIC X(30).

01 WS-STATEMENT-AMOUNT.
    05 SA-LABEL           PIC X(40).
    05 SA-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

01 WS-STATEMENT-CODE.
    05 FILLER             PIC X(40) VALUE 'BOX 7  DISTRIBUTION CODE:'.
    05 SC-DISTRIBUTION-CODE PIC X(2).

01 WS-STATEMENT-SEPARATOR PIC X(60) VALUE ALL '-'.

01 WS-CONTROL-TOTALS.
    05 WS-HISTORY-COUNT       PIC 9(6) VALUE 0.
    05 WS-HISTORY-GROSS       PIC 9(10)V99 VALUE 0.
    05 WS-HISTORY-TAXABLE     PIC 9(10)V99 VALUE 0.
    05 WS-HISTORY-WITHHELD    PIC 9(10)V99 VALUE 0.
    05 WS-OTHER-YEAR-COUNT    PIC 9(6) VALUE 0.
    05 WS-ORIGINAL-COUNT      PIC 9(6) VALUE 0.
    05 WS-ORIGINAL-GROSS      PIC 9(10)V99 VALUE 0.
    05 WS-ORIGINAL-TAXABLE    PIC 9(10)V99 VALUE 0.
    05 WS-ORIGINAL-WITHHELD   PIC 9(10)V99 VALUE 0.
    05 WS-CORRECTED-COUNT     PIC 9(6) VALUE 0.
    05 WS-CORRECTED-GROSS     PIC 9(10)V99 VALUE 0.
    05 WS-CORRECTED-TAXABLE   PIC 9(10)V99 VALUE 0.
    05 WS-CORRECTED-WITHHELD  PIC 9(10)V99 VALUE 0.
    05 WS-UNCHANGED-COUNT     PIC 9(6) VALUE 0.
    05 WS-UNCHANGED-GROSS     PIC 9(10)V99 VALUE 0.
    05 WS-UNCHANGED-TAXABLE   PIC 9(10)V99 VALUE 0.
    05 WS-UNCHANGED-WITHHELD  PIC 9(10)V99 VALUE 0.
    05 WS-FILING-COUNT        PIC 9(6) VALUE 0.
    05 WS-FILING-GROSS        PIC 9(10)V99 VALUE 0.
    05 WS-FILING-TAXABLE      PIC 9(10)V99 VALUE 0.
    05 WS-FILING-WITHHELD     PIC 9(10)V99 VALUE 0.
    05 WS-STATED-GROSS        PIC 9(10)V99 VALUE 0.
    05 WS-STATED-TAXABLE      PIC 9(10)V99 VALUE 0.
    05 WS-STATED-WITHHELD     PIC 9(10)V99 VALUE 0.

01 WS-CONTROL-HEADING.
    05 FILLER             PIC X(30) VALUE SPACES.
    05 FILLER             PIC X(6) VALUE ' COUNT'.
    05 FILLER             PIC X(14) VALUE '         GROSS'.
    05 FILLER             PIC X(14) VALUE '       TAXABLE'.
    05 FILLER             PIC X(14) VALUE '      WITHHELD'.

01 WS-CONTROL-DETAIL.
    05 CD-LABEL           PIC X(30).
    05 CD-COUNT           PIC Z(5)9.
    05 FILLER             PIC X VALUE SPACE.
    05 CD-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
    05 CD-TAXABLE         PIC ZZZ,ZZZ,ZZ9.99.
    05 CD-WITHHELD        PIC ZZZ,ZZZ,ZZ9.99.

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
    INITIALIZE TYPE-TOTAL-TABLE
    PERFORM LOAD-TAX-YEAR
    PERFORM LOAD-ISSUED-STATEMENTS
    PERFORM TOTAL-DISTRIBUTIONS
    OPEN OUTPUT distribution-statements filing-extract control-report
    PERFORM WRITE-FILING-HEADER
    PERFORM VARYING SUM-IDX FROM 1 BY 1
            UNTIL SUM-IDX > WS-SUMMARY-COUNT
        PERFORM PROCESS-DISTRIBUTION-SUMMARY
    END-PERFORM
    PERFORM WRITE-FILING-TRAILER
    PERFORM WRITE-CONTROL-PAGE
    PERFORM REWRITE-ISSUED-STATEMENTS
    CLOSE distribution-statements filing-extract control-report
    DISPLAY "1099-R statements for " WS-TAX-YEAR ": "
        WS-ORIGINAL-COUNT " issued, " WS-CORRECTED-COUNT
        " corrected, " WS-UNCHANGED-COUNT " unchanged"
    PERFORM LOG-RUN-END
    STOP RUN.

LOAD-TAX-YEAR.
    COMPUTE WS-TAX-YEAR = WS-CURRENT-DATE / 10000 - 1
    OPEN INPUT statement-parameters
    IF WS-PARM-STATUS = '00'
        READ statement-parameters
            NOT AT END
                ADD 1 TO WS-OPS-RECORDS-READ
                IF DSP-TAX-YEAR IS NUMERIC AND DSP-TAX-YEAR > 0
                    MOVE DSP-TAX-YEAR TO WS-TAX-YEAR
                END-IF
        END-READ
        CLOSE statement-parameters
    END-IF.

LOAD-ISSUED-STATEMENTS.
    OPEN INPUT statements-issued
    IF WS-ISSUED-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    READ statements-issued AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        IF WS-ISSUED-COUNT < 5000
            ADD 1 TO WS-ISSUED-COUNT
            SET ISS-IDX TO WS-ISSUED-COUNT
            MOVE SI-TAX-YEAR TO IT-TAX-YEAR(ISS-IDX)
            MOVE SI-ACCOUNT-NUMBER TO IT-ACCOUNT-NUMBER(ISS-IDX)
            MOVE SI-RECIPIENT-NAME TO IT-RECIPIENT-NAME(ISS-IDX)
            MOVE SI-DISTRIBUTION-CODE TO IT-DISTRIBUTION-CODE(ISS-IDX)
            MOVE SI-GROSS-AMOUNT TO IT-GROSS-AMOUNT(ISS-IDX)
            MOVE SI-TAXABLE-AMOUNT TO IT-TAXABLE-AMOUNT(ISS-IDX)
            MOVE SI-WITHHELD-AMOUNT TO IT-WITHHELD-AMOUNT(ISS-IDX)
            MOVE SI-ISSUE-DATE TO IT-ISSUE-DATE(ISS-IDX)
        ELSE
            DISPLAY "Issued statement table full - discarding "
                SI-ACCOUNT-NUMBER
        END-IF
        READ statements-issued AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE statements-issued
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-DISTRIBUTIONS.
    OPEN INPUT retirement-distributions
    IF WS-HISTORY-STATUS NOT = '00'
        DISPLAY "Retirement distribution history not found"
        EXIT PARAGRAPH
    END-IF
    READ retirement-distributions AT END SET EOF TO TRUE END-READ
    PERFORM UNTIL EOF
        ADD 1 TO WS-OPS-RECORDS-READ
        COMPUTE WS-DISTRIBUTION-YEAR = RD-DISTRIBUTION-DATE / 10000
        IF WS-DISTRIBUTION-YEAR = WS-TAX-YEAR
            PERFORM TOTAL-ONE-DISTRIBUTION
        ELSE
            ADD 1 TO WS-OTHER-YEAR-COUNT
        END-IF
        READ retirement-distributions AT END SET EOF TO TRUE END-READ
    END-PERFORM
    CLOSE retirement-distributions
    MOVE 'N' TO WS-END-OF-FILE.

TOTAL-ONE-DISTRIBUTION.
    ADD 1 TO WS-HISTORY-COUNT
    ADD RD-GROSS-AMOUNT TO WS-HISTORY-GROSS
    ADD RD-TAXABLE-AMOUNT TO WS-HISTORY-TAXABLE
    ADD RD-WITHHELD-AMOUNT TO WS-HISTORY-WITHHELD
    MOVE 'N' TO WS-TYPE-FOUND
    PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 7
        IF DT-TYPE(TYPE-IDX) = RD-DISTRIBUTION-TYPE
            SET TYPE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF TYPE-FOUND
        ADD 1 TO TT-COUNT(TYPE-IDX)
        ADD RD-GROSS-AMOUNT TO TT-GROSS(TYPE-IDX)
        ADD RD-TAXABLE-AMOUNT TO TT-TAXABLE(TYPE-IDX)
        ADD RD-WITHHELD-AMOUNT TO TT-WITHHELD(TYPE-IDX)
    ELSE
        DISPLAY "Unknown distribution type " RD-DISTRIBUTION-TYPE
            " on account " RD-ACCOUNT-NUMBER
    END-IF
    PERFORM FIND-OR-ADD-SUMMARY
    IF SUMMARY-FOUND
        ADD RD-GROSS-AMOUNT TO DS-GROSS-AMOUNT(SUM-IDX)
        ADD RD-TAXABLE-AMOUNT TO DS-TAXABLE-AMOUNT(SUM-IDX)
        ADD RD-WITHHELD-AMOUNT TO DS-WITHHELD-AMOUNT(SUM-IDX)
    END-IF.

FIND-OR-ADD-SUMMARY.
    MOVE 'N' TO WS-SUMMARY-FOUND
    PERFORM VARYING SUM-IDX FROM 1 BY 1
            UNTIL SUM-IDX > WS-SUMMARY-COUNT
        IF DS-ACCOUNT-NUMBER(SUM-IDX) = RD-ACCOUNT-NUMBER
                AND DS-RECIPIENT-NAME(SUM-IDX) = RD-RECIPIENT-NAME
                AND DS-DISTRIBUTION-CODE(SUM-IDX) = RD-DISTRIBUTION-CODE
            SET SUMMARY-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT SUMMARY-FOUND
        IF WS-SUMMARY-COUNT < 2000
            ADD 1 TO WS-SUMMARY-COUNT
            SET SUM-IDX TO WS-SUMMARY-COUNT
            MOVE RD-ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER(SUM-IDX)
            MOVE RD-RECIPIENT-NAME TO DS-RECIPIENT-NAME(SUM-IDX)
            MOVE RD-DISTRIBUTION-CODE TO DS-DISTRIBUTION-CODE(SUM-IDX)
            MOVE ZERO TO DS-GROSS-AMOUNT(SUM-IDX)
            MOVE ZERO TO DS-TAXABLE-AMOUNT(SUM-IDX)
            MOVE ZERO TO DS-WITHHELD-AMOUNT(SUM-IDX)
            SET SUMMARY-FOUND TO TRUE
        ELSE
            DISPLAY "Distribution summary table full - not totalled "
                RD-ACCOUNT-NUMBER
        END-IF
    END-IF.

PROCESS-DISTRIBUTION-SUMMARY.
    PERFORM FIND-ISSUED-STATEMENT
    EVALUATE TRUE
        WHEN ISSUED-FOUND
                AND IT-GROSS-AMOUNT(ISS-IDX) = DS-GROSS-AMOUNT(SUM-IDX)
                AND IT-TAXABLE-AMOUNT(ISS-IDX)
                    = DS-TAXABLE-AMOUNT(SUM-IDX)
                AND IT-WITHHELD-AMOUNT(ISS-IDX)
                    = DS-WITHHELD-AMOUNT(SUM-IDX)
            SET UNCHANGED-STATEMENT TO TRUE
        WHEN ISSUED-FOUND
            SET CORRECTED-STATEMENT TO TRUE
        WHEN OTHER
            SET ORIGINAL-STATEMENT TO TRUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN UNCHANGED-STATEMENT
            ADD 1 TO WS-UNCHANGED-COUNT
            ADD DS-GROSS-AMOUNT(SUM-IDX) TO WS-UNCHANGED-GROSS
            ADD DS-TAXABLE-AMOUNT(SUM-IDX) TO WS-UNCHANGED-TAXABLE
            ADD DS-WITHHELD-AMOUNT(SUM-IDX) TO WS-UNCHANGED-WITHHELD
        WHEN CORRECTED-STATEMENT
            ADD 1 TO WS-CORRECTED-COUNT
            ADD DS-GROSS-AMOUNT(SUM-IDX) TO WS-CORRECTED-GROSS
            ADD DS-TAXABLE-AMOUNT(SUM-IDX) TO WS-CORRECTED-TAXABLE
            ADD DS-WITHHELD-AMOUNT(SUM-IDX) TO WS-CORRECTED-WITHHELD
            PERFORM WRITE-STATEMENT
            PERFORM WRITE-FILING-DETAIL
            PERFORM RECORD-ISSUED-STATEMENT
        WHEN ORIGINAL-STATEMENT
            ADD 1 TO WS-ORIGINAL-COUNT
            ADD DS-GROSS-AMOUNT(SUM-IDX) TO WS-ORIGINAL-GROSS
            ADD DS-TAXABLE-AMOUNT(SUM-IDX) TO WS-ORIGINAL-TAXABLE
            ADD DS-WITHHELD-AMOUNT(SUM-IDX) TO WS-ORIGINAL-WITHHELD
            PERFORM WRITE-STATEMENT
            PERFORM WRITE-FILING-DETAIL
            PERFORM RECORD-ISSUED-STATEMENT
    END-EVALUATE.

FIND-ISSUED-STATEMENT.
    MOVE 'N' TO WS-ISSUED-FOUND
    PERFORM VARYING ISS-IDX FROM 1 BY 1
            UNTIL ISS-IDX > WS-ISSUED-COUNT
        IF IT-TAX-YEAR(ISS-IDX) = WS-TAX-YEAR
                AND IT-ACCOUNT-NUMBER(ISS-IDX)
                    = DS-ACCOUNT-NUMBER(SUM-IDX)
                AND IT-RECIPIENT-NAME(ISS-IDX)
                    = DS-RECIPIENT-NAME(SUM-IDX)
                AND IT-DISTRIBUTION-CODE(ISS-IDX)
                    = DS-DISTRIBUTION-CODE(SUM-IDX)
            SET ISSUED-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

RECORD-ISSUED-STATEMENT.
    IF NOT ISSUED-FOUND
        IF WS-ISSUED-COUNT < 5000
            ADD 1 TO WS-ISSUED-COUNT
            SET ISS-IDX TO WS-ISSUED-COUNT
            MOVE WS-TAX-YEAR TO IT-TAX-YEAR(ISS-IDX)
            MOVE DS-ACCOUNT-NUMBER(SUM-IDX) TO IT-ACCOUNT-NUMBER(ISS-IDX)
            MOVE DS-RECIPIENT-NAME(SUM-IDX) TO IT-RECIPIENT-NAME(ISS-IDX)
            MOVE DS-DISTRIBUTION-CODE(SUM-IDX)
                TO IT-DISTRIBUTION-CODE(ISS-IDX)
            SET ISSUED-FOUND TO TRUE
        ELSE
            DISPLAY "Issued statement table full - not recorded "
                DS-ACCOUNT-NUMBER(SUM-IDX)
        END-IF
    END-IF
    IF ISSUED-FOUND
        MOVE DS-GROSS-AMOUNT(SUM-IDX) TO IT-GROSS-AMOUNT(ISS-IDX)
        MOVE DS-TAXABLE-AMOUNT(SUM-IDX) TO IT-TAXABLE-AMOUNT(ISS-IDX)
        MOVE DS-WITHHELD-AMOUNT(SUM-IDX) TO IT-WITHHELD-AMOUNT(ISS-IDX)
        MOVE WS-CURRENT-DATE TO IT-ISSUE-DATE(ISS-IDX)
    END-IF.

WRITE-STATEMENT.
    IF CORRECTED-STATEMENT
        MOVE 'CORRECTED FORM 1099-R - RETIREMENT DISTRIBUTION'
            TO SH-TITLE
    ELSE
        MOVE 'FORM 1099-R - RETIREMENT DISTRIBUTION' TO SH-TITLE
    END-IF
    MOVE WS-TAX-YEAR TO SH-TAX-YEAR
    MOVE WS-STATEMENT-HEADER TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-FILER-NAME TO SP-PAYER-NAME
    MOVE WS-STATEMENT-PAYER TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE DS-ACCOUNT-NUMBER(SUM-IDX) TO SR-ACCOUNT-NUMBER
    MOVE DS-RECIPIENT-NAME(SUM-IDX) TO SR-RECIPIENT-NAME
    MOVE WS-STATEMENT-RECIPIENT TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE 'BOX 1  GROSS DISTRIBUTION:' TO SA-LABEL
    MOVE DS-GROSS-AMOUNT(SUM-IDX) TO SA-AMOUNT
    PERFORM WRITE-STATEMENT-AMOUNT
    MOVE 'BOX 2A TAXABLE AMOUNT:' TO SA-LABEL
    MOVE DS-TAXABLE-AMOUNT(SUM-IDX) TO SA-AMOUNT
    PERFORM WRITE-STATEMENT-AMOUNT
    MOVE 'BOX 4  FEDERAL INCOME TAX WITHHELD:' TO SA-LABEL
    MOVE DS-WITHHELD-AMOUNT(SUM-IDX) TO SA-AMOUNT
    PERFORM WRITE-STATEMENT-AMOUNT
    MOVE DS-DISTRIBUTION-CODE(SUM-IDX) TO SC-DISTRIBUTION-CODE
    MOVE WS-STATEMENT-CODE TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE
    IF CORRECTED-STATEMENT
        MOVE 'PREVIOUSLY REPORTED GROSS:' TO SA-LABEL
        MOVE IT-GROSS-AMOUNT(ISS-IDX) TO SA-AMOUNT
        PERFORM WRITE-STATEMENT-AMOUNT
        MOVE 'PREVIOUSLY REPORTED WITHHELD:' TO SA-LABEL
        MOVE IT-WITHHELD-AMOUNT(ISS-IDX) TO SA-AMOUNT
        PERFORM WRITE-STATEMENT-AMOUNT
    END-IF
    MOVE WS-STATEMENT-SEPARATOR TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE.

WRITE-STATEMENT-AMOUNT.
    MOVE WS-STATEMENT-AMOUNT TO STATEMENT-LINE
    PERFORM WRITE-STATEMENT-LINE.

WRITE-STATEMENT-LINE.
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-FILING-HEADER.
    MOVE SPACES TO FILING-HEADER-RECORD
    MOVE 'H' TO RH-RECORD-TYPE
    MOVE WS-TAX-YEAR TO RH-TAX-YEAR
    MOVE WS-FILER-NAME TO RH-FILER-NAME
    MOVE WS-CURRENT-DATE TO RH-CREATED-DATE
    WRITE FILING-HEADER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-FILING-DETAIL.
    MOVE SPACES TO FILING-DETAIL-RECORD
    MOVE 'D' TO RF-RECORD-TYPE
    IF CORRECTED-STATEMENT
        MOVE 'C' TO RF-CORRECTION-FLAG
    END-IF
    MOVE DS-ACCOUNT-NUMBER(SUM-IDX) TO RF-ACCOUNT-NUMBER
    MOVE DS-RECIPIENT-NAME(SUM-IDX) TO RF-RECIPIENT-NAME
    MOVE DS-DISTRIBUTION-CODE(SUM-IDX) TO RF-DISTRIBUTION-CODE
    MOVE DS-GROSS-AMOUNT(SUM-IDX) TO RF-GROSS-AMOUNT
    MOVE DS-TAXABLE-AMOUNT(SUM-IDX) TO RF-TAXABLE-AMOUNT
    MOVE DS-WITHHELD-AMOUNT(SUM-IDX) TO RF-WITHHELD-AMOUNT
    WRITE FILING-DETAIL-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD 1 TO WS-FILING-COUNT
    ADD DS-GROSS-AMOUNT(SUM-IDX) TO WS-FILING-GROSS
    ADD DS-TAXABLE-AMOUNT(SUM-IDX) TO WS-FILING-TAXABLE
    ADD DS-WITHHELD-AMOUNT(SUM-IDX) TO WS-FILING-WITHHELD.

WRITE-FILING-TRAILER.
    MOVE SPACES TO FILING-TRAILER-RECORD
    MOVE 'T' TO RT-RECORD-TYPE
    MOVE WS-FILING-COUNT TO RT-DETAIL-COUNT
    MOVE WS-CORRECTED-COUNT TO RT-CORRECTED-COUNT
    MOVE WS-FILING-GROSS TO RT-TOTAL-GROSS
    MOVE WS-FILING-TAXABLE TO RT-TOTAL-TAXABLE
    MOVE WS-FILING-WITHHELD TO RT-TOTAL-WITHHELD
    WRITE FILING-TRAILER-RECORD
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

WRITE-CONTROL-PAGE.
    MOVE SPACES TO CONTROL-REPORT-LINE
    STRING '1099-R DISTRIBUTION STATEMENT CONTROL TOTALS - TAX YEAR '
        WS-TAX-YEAR DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
    PERFORM WRITE-CONTROL-LINE
    MOVE WS-CONTROL-HEADING TO CONTROL-REPORT-LINE
    PERFORM WRITE-CONTROL-LINE
    PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 7
        MOVE DT-LABEL(TYPE-IDX) TO CD-LABEL
        MOVE TT-COUNT(TYPE-IDX) TO CD-COUNT
        MOVE TT-GROSS(TYPE-IDX) TO CD-GROSS
        MOVE TT-TAXABLE(TYPE-IDX) TO CD-TAXABLE
        MOVE TT-WITHHELD(TYPE-IDX) TO CD-WITHHELD
        PERFORM WRITE-CONTROL-DETAIL
    END-PERFORM
    MOVE 'DISTRIBUTIONS IN TAX YEAR' TO CD-LABEL
    MOVE WS-HISTORY-COUNT TO CD-COUNT
    MOVE WS-HISTORY-GROSS TO CD-GROSS
    MOVE WS-HISTORY-TAXABLE TO CD-TAXABLE
    MOVE WS-HISTORY-WITHHELD TO CD-WITHHELD
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'OTHER YEARS - NOT REPORTED' TO CD-LABEL
    MOVE WS-OTHER-YEAR-COUNT TO CD-COUNT
    MOVE ZERO TO CD-GROSS
    MOVE ZERO TO CD-TAXABLE
    MOVE ZERO TO CD-WITHHELD
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'ORIGINAL STATEMENTS ISSUED' TO CD-LABEL
    MOVE WS-ORIGINAL-COUNT TO CD-COUNT
    MOVE WS-ORIGINAL-GROSS TO CD-GROSS
    MOVE WS-ORIGINAL-TAXABLE TO CD-TAXABLE
    MOVE WS-ORIGINAL-WITHHELD TO CD-WITHHELD
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'CORRECTED STATEMENTS ISSUED' TO CD-LABEL
    MOVE WS-CORRECTED-COUNT TO CD-COUNT
    MOVE WS-CORRECTED-GROSS TO CD-GROSS
    MOVE WS-CORRECTED-TAXABLE TO CD-TAXABLE
    MOVE WS-CORRECTED-WITHHELD TO CD-WITHHELD
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'PREVIOUSLY ISSUED - UNCHANGED' TO CD-LABEL
    MOVE WS-UNCHANGED-COUNT TO CD-COUNT
    MOVE WS-UNCHANGED-GROSS TO CD-GROSS
    MOVE WS-UNCHANGED-TAXABLE TO CD-TAXABLE
    MOVE WS-UNCHANGED-WITHHELD TO CD-WITHHELD
    PERFORM WRITE-CONTROL-DETAIL
    MOVE 'FILING EXTRACT DETAIL RECORDS' TO CD-LABEL
    MOVE WS-FILING-COUNT TO CD-COUNT
    MOVE WS-FILING-GROSS TO CD-GROSS
    MOVE WS-FILING-TAXABLE TO CD-TAXABLE
    MOVE WS-FILING-WITHHELD TO CD-WITHHELD
    PERFORM WRITE-CONTROL-DETAIL
    COMPUTE WS-STATED-GROSS = WS-ORIGINAL-GROSS + WS-CORRECTED-GROSS
        + WS-UNCHANGED-GROSS
    COMPUTE WS-STATED-TAXABLE = WS-ORIGINAL-TAXABLE
        + WS-CORRECTED-TAXABLE + WS-UNCHANGED-TAXABLE
    COMPUTE WS-STATED-WITHHELD = WS-ORIGINAL-WITHHELD
        + WS-CORRECTED-WITHHELD + WS-UNCHANGED-WITHHELD
    IF WS-STATED-GROSS = WS-HISTORY-GROSS
            AND WS-STATED-TAXABLE = WS-HISTORY-TAXABLE
            AND WS-STATED-WITHHELD = WS-HISTORY-WITHHELD
        MOVE 'STATEMENT TOTALS BALANCE TO DISTRIBUTION HISTORY'
            TO CONTROL-REPORT-LINE
    ELSE
        MOVE 'OUT OF BALANCE - STATEMENTS DO NOT MATCH DISTRIBUTIONS'
            TO CONTROL-REPORT-LINE
    END-IF
    PERFORM WRITE-CONTROL-LINE.

WRITE-CONTROL-DETAIL.
    MOVE WS-CONTROL-DETAIL TO CONTROL-REPORT-LINE
    PERFORM WRITE-CONTROL-LINE.

WRITE-CONTROL-LINE.
    WRITE CONTROL-REPORT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

REWRITE-ISSUED-STATEMENTS.
    OPEN OUTPUT statements-issued
    PERFORM VARYING ISS-IDX FROM 1 BY 1
            UNTIL ISS-IDX > WS-ISSUED-COUNT
        MOVE IT-TAX-YEAR(ISS-IDX) TO SI-TAX-YEAR
        MOVE IT-ACCOUNT-NUMBER(ISS-IDX) TO SI-ACCOUNT-NUMBER
        MOVE IT-RECIPIENT-NAME(ISS-IDX) TO SI-RECIPIENT-NAME
        MOVE IT-DISTRIBUTION-CODE(ISS-IDX) TO SI-DISTRIBUTION-CODE
        MOVE IT-GROSS-AMOUNT(ISS-IDX) TO SI-GROSS-AMOUNT
        MOVE IT-TAXABLE-AMOUNT(ISS-IDX) TO SI-TAXABLE-AMOUNT
        MOVE IT-WITHHELD-AMOUNT(ISS-IDX) TO SI-WITHHELD-AMOUNT
        MOVE IT-ISSUE-DATE(ISS-IDX) TO SI-ISSUE-DATE
        WRITE STATEMENT-ISSUED-RECORD
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    CLOSE statements-issued.

LOG-RUN-START.
    MOVE 'RetirementTaxStatement' TO OPS-PROGRAM-ID
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

END PROGRAM RetirementTaxStatement.
