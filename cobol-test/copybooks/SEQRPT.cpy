*> SEQRPT - Print-file line layout for the posting sequence report.
01  SEQUENCE-REPORT-LINE.
    05  SEQ-LINE                PIC X(80).
