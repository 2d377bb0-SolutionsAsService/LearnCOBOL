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

FD employee-master-merged.
01 EMPLOYEE-RECORD-MERGED.
   05 EMM-BANK-STATUS-DATE     PIC 9(8).
   05 EMM-VACATION-BALANCE     PIC 9(3)v99.
   05 EMM-SICK-BALANCE         PIC 9(3)v99.
   05 EMM-EMPLOYMENT-STATUS    PIC X.
   05 EMM-HIRE-DATE            PIC 9(8).
   05 EMM-TERMINATION-DATE     PIC 9(8).
   05 EMM-FINAL-PAY-DATE       PIC 9(8).
   05 EMM-WORK-STATE-CODE      PIC X(2).
   05 EMM-WORK-LOCAL-CODE      PIC X(4).
   05 EMM-YTD-STATE-WAGES      PIC 9(7)v99.
   05 EMM-YTD-STATE-TAX        PIC 9(7)v99.
   05 EMM-YTD-LOCAL-WAGES      PIC 9(7)v99.
   05 EMM-YTD-LOCAL-TAX        PIC 9(7)v99.
   05 EMM-DEPARTMENT-CODE      PIC X(6).
   05 EMM-YTD-INSURANCE        PIC 9(7)v99.
   05 EMM-YTD-RETIREMENT       PIC 9(7)v99.
   05 EMM-YTD-GARNISHMENT      PIC 9(7)v99.

FD bridge-exceptions.
01 BRIDGE-EXCEPTION-RECORD.
    MOVE BANK-STATUS-DATE TO EMM-BANK-STATUS-DATE
    MOVE VACATION-BALANCE TO EMM-VACATION-BALANCE
    MOVE SICK-BALANCE TO EMM-SICK-BALANCE
    MOVE EMPLOYMENT-STATUS TO EMM-EMPLOYMENT-STATUS
    MOVE HIRE-DATE    TO EMM-HIRE-DATE
    MOVE TERMINATION-DATE TO EMM-TERMINATION-DATE
    MOVE FINAL-PAY-DATE TO EMM-FINAL-PAY-DATE
    MOVE WORK-STATE-CODE TO EMM-WORK-STATE-CODE
    MOVE WORK-LOCAL-CODE TO EMM-WORK-LOCAL-CODE
    MOVE YTD-STATE-WAGES TO EMM-YTD-STATE-WAGES
    MOVE YTD-STATE-TAX TO EMM-YTD-STATE-TAX
    MOVE YTD-LOCAL-WAGES TO EMM-YTD-LOCAL-WAGES
    MOVE YTD-LOCAL-TAX TO EMM-YTD-LOCAL-TAX
    MOVE DEPARTMENT-CODE TO EMM-DEPARTMENT-CODE
    MOVE YTD-INSURANCE TO EMM-YTD-INSURANCE
    MOVE YTD-RETIREMENT TO EMM-YTD-RETIREMENT
    MOVE YTD-GARNISHMENT TO EMM-YTD-GARNISHMENT
    WRITE EMPLOYEE-RECORD-MERGED
    ADD 1 TO WS-OPS-RECORDS-WRITTEN.

