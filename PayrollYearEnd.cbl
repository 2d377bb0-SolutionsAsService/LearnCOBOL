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

FD earnings-statements.
01 STATEMENT-LINE             PIC X(80).
   05 ENY-BANK-STATUS-DATE     PIC 9(8).
   05 ENY-VACATION-BALANCE     PIC 9(3)v99.
   05 ENY-SICK-BALANCE         PIC 9(3)v99.
   05 ENY-EMPLOYMENT-STATUS    PIC X.
   05 ENY-HIRE-DATE            PIC 9(8).
   05 ENY-TERMINATION-DATE     PIC 9(8).
   05 ENY-FINAL-PAY-DATE       PIC 9(8).
   05 ENY-WORK-STATE-CODE      PIC X(2).
   05 ENY-WORK-LOCAL-CODE      PIC X(4).
   05 ENY-YTD-STATE-WAGES      PIC 9(7)v99.
   05 ENY-YTD-STATE-TAX        PIC 9(7)v99.
   05 ENY-YTD-LOCAL-WAGES      PIC 9(7)v99.
   05 ENY-YTD-LOCAL-TAX        PIC 9(7)v99.
   05 ENY-DEPARTMENT-CODE      PIC X(6).
   05 ENY-YTD-INSURANCE        PIC 9(7)v99.
   05 ENY-YTD-RETIREMENT       PIC 9(7)v99.
   05 ENY-YTD-GARNISHMENT      PIC 9(7)v99.

FD retirement-contributions.
01 CONTRIBUTION-TRANSACTION-RECORD.
    05 FILLER             PIC X(7) VALUE '  NET: '.
    05 SA-NET             PIC Z,ZZZ,ZZ9.99.

01 WS-STATEMENT-JURISDICTION.
    05 SJ-TYPE-NAME       PIC X(6).
    05 SJ-CODE            PIC X(4).
    05 FILLER             PIC X(8) VALUE ' WAGES: '.
    05 SJ-WAGES           PIC Z,ZZZ,ZZ9.99.
    05 FILLER             PIC X(12) VALUE '  TAX WHELD:'.
    05 FILLER             PIC X VALUE SPACE.
    05 SJ-TAX             PIC Z,ZZZ,ZZ9.99.

01 WS-STATEMENT-SEPARATOR PIC X(60) VALUE ALL '-'.

*> State (S) and local (L) wage and tax totals for the employer page.
01 WS-JURIS-COUNT         PIC 9(3) VALUE 0.
01 JURISDICTION-TOTALS-TABLE.
    05 JURISDICTION-TOTAL OCCURS 60 TIMES INDEXED BY JUR-IDX.
        10 JU-JURISDICTION-TYPE   PIC X.
        10 JU-JURISDICTION-CODE   PIC X(4).
        10 JU-WAGES               PIC 9(9)v99.
        10 JU-TAX                 PIC 9(9)v99.
01 WS-JURIS-TYPE          PIC X.
01 WS-JURIS-CODE          PIC X(4).
01 WS-JURIS-WAGES         PIC 9(7)v99.
01 WS-JURIS-TAX           PIC 9(7)v99.
01 WS-JURIS-FOUND         PIC X VALUE 'N'.
    88 JURIS-FOUND        VALUE 'Y'.

01 WS-CONTROL-TOTALS.
    05 WS-STATEMENT-COUNT   PIC 9(6) VALUE 0.
    05 WS-TOTAL-YTD-GROSS   PIC 9(9)v99 VALUE 0.
    MOVE WS-STATEMENT-AMOUNTS TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    IF WORK-STATE-CODE NOT = SPACES
        MOVE 'S' TO WS-JURIS-TYPE
        MOVE WORK-STATE-CODE TO WS-JURIS-CODE
        MOVE YTD-STATE-WAGES TO WS-JURIS-WAGES
        MOVE YTD-STATE-TAX TO WS-JURIS-TAX
        PERFORM WRITE-JURISDICTION-LINE
    END-IF
    IF WORK-LOCAL-CODE NOT = SPACES
        MOVE 'L' TO WS-JURIS-TYPE
        MOVE WORK-LOCAL-CODE TO WS-JURIS-CODE
        MOVE YTD-LOCAL-WAGES TO WS-JURIS-WAGES
        MOVE YTD-LOCAL-TAX TO WS-JURIS-TAX
        PERFORM WRITE-JURISDICTION-LINE
    END-IF
    MOVE WS-STATEMENT-SEPARATOR TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    ADD YTD-TAX TO WS-ISSUED-TAX
    ADD YTD-NET TO WS-ISSUED-NET.

*> Masters written before work locations were carried have no state
*> or local YTD amounts.
WRITE-JURISDICTION-LINE.
    IF WS-JURIS-WAGES IS NOT NUMERIC
        MOVE ZERO TO WS-JURIS-WAGES
    END-IF
    IF WS-JURIS-TAX IS NOT NUMERIC
        MOVE ZERO TO WS-JURIS-TAX
    END-IF
    IF WS-JURIS-TYPE = 'S'
        MOVE 'STATE' TO SJ-TYPE-NAME
    ELSE
        MOVE 'LOCAL' TO SJ-TYPE-NAME
    END-IF
    MOVE WS-JURIS-CODE TO SJ-CODE
    MOVE WS-JURIS-WAGES TO SJ-WAGES
    MOVE WS-JURIS-TAX TO SJ-TAX
    MOVE WS-STATEMENT-JURISDICTION TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM ACCUMULATE-JURISDICTION.

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
            MOVE ZERO TO JU-WAGES(JUR-IDX)
            MOVE ZERO TO JU-TAX(JUR-IDX)
            SET JURIS-FOUND TO TRUE
        ELSE
            DISPLAY "Jurisdiction table full - not totalled "
                WS-JURIS-CODE
        END-IF
    END-IF
    IF JURIS-FOUND
        ADD WS-JURIS-WAGES TO JU-WAGES(JUR-IDX)
        ADD WS-JURIS-TAX TO JU-TAX(JUR-IDX)
    END-IF.

WRITE-NEWYEAR-MASTER.
    MOVE EMPLOYEE-NUMBER TO ENY-EMPLOYEE-NUMBER
    MOVE EMPLOYEE-NAME TO ENY-EMPLOYEE-NAME
    MOVE BANK-STATUS-DATE TO ENY-BANK-STATUS-DATE
    MOVE VACATION-BALANCE TO ENY-VACATION-BALANCE
    MOVE SICK-BALANCE TO ENY-SICK-BALANCE
    MOVE EMPLOYMENT-STATUS TO ENY-EMPLOYMENT-STATUS
    MOVE HIRE-DATE    TO ENY-HIRE-DATE
    MOVE TERMINATION-DATE TO ENY-TERMINATION-DATE
    MOVE FINAL-PAY-DATE TO ENY-FINAL-PAY-DATE
    MOVE WORK-STATE-CODE TO ENY-WORK-STATE-CODE
    MOVE WORK-LOCAL-CODE TO ENY-WORK-LOCAL-CODE
    MOVE ZERO TO ENY-YTD-STATE-WAGES
    MOVE ZERO TO ENY-YTD-STATE-TAX
    MOVE ZERO TO ENY-YTD-LOCAL-WAGES
    MOVE ZERO TO ENY-YTD-LOCAL-TAX
    MOVE DEPARTMENT-CODE TO ENY-DEPARTMENT-CODE
    MOVE ZERO TO ENY-YTD-INSURANCE
    MOVE ZERO TO ENY-YTD-RETIREMENT
    MOVE ZERO TO ENY-YTD-GARNISHMENT
    WRITE EMPLOYEE-RECORD-NEWYEAR
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

    MOVE WS-STATEMENT-AMOUNTS TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN
    PERFORM VARYING JUR-IDX FROM 1 BY 1
            UNTIL JUR-IDX > WS-JURIS-COUNT
        IF JU-JURISDICTION-TYPE(JUR-IDX) = 'S'
            MOVE 'STATE' TO SJ-TYPE-NAME
        ELSE
            MOVE 'LOCAL' TO SJ-TYPE-NAME
        END-IF
        MOVE JU-JURISDICTION-CODE(JUR-IDX) TO SJ-CODE
        MOVE JU-WAGES(JUR-IDX) TO SJ-WAGES
        MOVE JU-TAX(JUR-IDX) TO SJ-TAX
        MOVE WS-STATEMENT-JURISDICTION TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        ADD 1 TO WS-OPS-RECORDS-WRITTEN
    END-PERFORM
    MOVE WS-STATEMENT-SEPARATOR TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.
