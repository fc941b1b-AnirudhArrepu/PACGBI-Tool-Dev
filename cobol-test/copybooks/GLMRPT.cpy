*> GLMRPT - Print-file line layout for the GL account mapping
*> listing.
01  GLMAP-REPORT-LINE.
    05  GLMR-LINE               PIC X(100).
