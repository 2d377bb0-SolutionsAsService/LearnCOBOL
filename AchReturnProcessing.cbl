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

FD employee-master-returned.
01 EMPLOYEE-RECORD-RETURNED.
   05 EMR-BANK-STATUS-DATE     PIC 9(8).
   05 EMR-VACATION-BALANCE     PIC 9(3)v99.
   05 EMR-SICK-BALANCE         PIC 9(3)v99.
   05 EMR-EMPLOYMENT-STATUS    PIC X.
   05 EMR-HIRE-DATE            PIC 9(8).
   05 EMR-TERMINATION-DATE     PIC 9(8).
   05 EMR-FINAL-PAY-DATE       PIC 9(8).
   05 EMR-WORK-STATE-CODE      PIC X(2).
   05 EMR-WORK-LOCAL-CODE      PIC X(4).
   05 EMR-YTD-STATE-WAGES      PIC 9(7)v99.
   05 EMR-YTD-STATE-TAX        PIC 9(7)v99.
   05 EMR-YTD-LOCAL-WAGES      PIC 9(7)v99.
   05 EMR-YTD-LOCAL-TAX        PIC 9(7)v99.
   05 EMR-DEPARTMENT-CODE      PIC X(6).
   05 EMR-YTD-INSURANCE        PIC 9(7)v99.
   05 EMR-YTD-RETIREMENT       PIC 9(7)v99.
   05 EMR-YTD-GARNISHMENT      PIC 9(7)v99.

FD ach-reversals.
01 REVERSAL-RECORD.
    MOVE BANK-STATUS-DATE TO EMR-BANK-STATUS-DATE
    MOVE VACATION-BALANCE TO EMR-VACATION-BALANCE
    MOVE SICK-BALANCE TO EMR-SICK-BALANCE
    MOVE EMPLOYMENT-STATUS TO EMR-EMPLOYMENT-STATUS
    MOVE HIRE-DATE    TO EMR-HIRE-DATE
    MOVE TERMINATION-DATE TO EMR-TERMINATION-DATE
    MOVE FINAL-PAY-DATE TO EMR-FINAL-PAY-DATE
    MOVE WORK-STATE-CODE TO EMR-WORK-STATE-CODE
    MOVE WORK-LOCAL-CODE TO EMR-WORK-LOCAL-CODE
    MOVE YTD-STATE-WAGES TO EMR-YTD-STATE-WAGES
    MOVE YTD-STATE-TAX TO EMR-YTD-STATE-TAX
    MOVE YTD-LOCAL-WAGES TO EMR-YTD-LOCAL-WAGES
    MOVE YTD-LOCAL-TAX TO EMR-YTD-LOCAL-TAX
    MOVE DEPARTMENT-CODE TO EMR-DEPARTMENT-CODE
    MOVE YTD-INSURANCE TO EMR-YTD-INSURANCE
    MOVE YTD-RETIREMENT TO EMR-YTD-RETIREMENT
    MOVE YTD-GARNISHMENT TO EMR-YTD-GARNISHMENT
    WRITE EMPLOYEE-RECORD-RETURNED
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

