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

FD employee-account-xref.
01 XREF-RECORD.
