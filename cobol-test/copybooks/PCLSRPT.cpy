*> PCLSRPT - Print-file line layout for the period-close report.
01  PERIOD-CLOSE-REPORT-LINE.
    05  PCLR-LINE               PIC X(80).
