        10  WHS-TRAN-ACCOUNT    PIC X(8).
        10  WHS-TRAN-ID         PIC X(12).
        10  WHS-TRAN-EFF-DATE   PIC X(10).
        10  WHS-TRAN-TO-ACCOUNT PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  WHS-EFF-DATE            PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
