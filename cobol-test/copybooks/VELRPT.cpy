*> VELRPT - Print-file line layout for the velocity and pattern
*> alert report.
01  VELOCITY-REPORT-LINE.
    05  VLR-LINE                PIC X(80).
