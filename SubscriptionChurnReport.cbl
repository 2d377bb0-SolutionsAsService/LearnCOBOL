    05 SU-PROMO-DISCOUNT      PIC V999.
    05 SU-PROMO-CYCLES-LEFT   PIC 9(2).
    05 SU-BILLING-FREQUENCY   PIC X.
    05 SU-TAX-JURISDICTION    PIC X(5).

FD churn-report.
01 CHURN-REPORT-LINE       PIC X(80).
