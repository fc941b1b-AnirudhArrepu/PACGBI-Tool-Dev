*> VALRPT - Print-file line layout for the BankOverflow
*> validation-only (predicted outcome) report.
01  VALIDATION-REPORT-LINE.
    05  VAL-LINE                PIC X(120).
