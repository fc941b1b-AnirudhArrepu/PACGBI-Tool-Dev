*> INTRPT - Print-file line layout for the month-end interest
*> register.
01  INTEREST-REPORT-LINE.
    05  INT-LINE                PIC X(80).
