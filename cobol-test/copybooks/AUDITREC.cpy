    05  AUDIT-RESULTING-TOTAL    PIC 9(7)V99.
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  AUDIT-TRAN-ID            PIC X(12).
*> AUDIT-SOURCE is the feeder whose batch carried the item (the
*> batch header's TRAN-CTL-SOURCE), or the internal source of the
*> program that wrote the record; GlJournal maps on it.
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  AUDIT-SOURCE             PIC X(4).
*> AUDIT-MAKER and AUDIT-CHECKER name the operator who keyed an
*> account maintenance, disposition or recovery instruction and the
*> different operator who approved it. Postings leave both blank.
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  AUDIT-MAKER              PIC X(8).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  AUDIT-CHECKER            PIC X(8).
