*> ACCRRPT - Print-file line layout for the month-end accrual and
*> reversal register.
01  ACCRUAL-REPORT-LINE.
    05  ACRR-LINE               PIC X(100).
