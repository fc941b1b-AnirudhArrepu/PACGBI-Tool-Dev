*> OUTCREC - Item outcome record written by BankOverflow.
*> One 'D' record per detail read, naming the source whose batch
*> carried it and what became of it; one 'B' record per batch once
*> its trailer is verified (or found missing), carrying the batch
*> control status. FeederReturn cuts each feeder's return file from
*> these. OUTC-REASON-CODE is the standard reason code returned to
*> feeders in place of the free-text suspense reason (the codes are
*> listed in RETNREC) - spaces for an item that posted.
01  ITEM-OUTCOME-RECORD.
    05  OUTC-REC-TYPE           PIC X(1).
        88  OUTC-IS-ITEM               VALUE 'D'.
        88  OUTC-IS-BATCH              VALUE 'B'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  OUTC-SOURCE             PIC X(4).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  OUTC-BATCH-DATE         PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  OUTC-ITEM-DATA.
        10  OUTC-TRAN-ID         PIC X(12).
        10  FILLER               PIC X(1).
        10  OUTC-TRAN-TYPE       PIC X(1).
        10  OUTC-TRAN-SIGN       PIC X(1).
        10  FILLER               PIC X(1).
        10  OUTC-ACCOUNT         PIC X(8).
        10  FILLER               PIC X(1).
        10  OUTC-AMOUNT          PIC 9(7)V99.
        10  FILLER               PIC X(1).
        10  OUTC-OUTCOME         PIC X(1).
            88  OUTC-POSTED            VALUE 'P'.
            88  OUTC-SUSPENDED         VALUE 'S'.
            88  OUTC-DUPLICATE         VALUE 'D'.
        10  FILLER               PIC X(1).
        10  OUTC-REASON-CODE     PIC X(4).
        10  FILLER               PIC X(1).
        10  OUTC-SUSP-ITEM-ID    PIC X(12).
    05  OUTC-BATCH-DATA REDEFINES OUTC-ITEM-DATA.
*> The batch control status: BALN balanced; CTLB the trailer count
*> or hash does not agree; CTLD the header date is not the
*> business date; CTLT no trailer (a new header or end of file came
*> first). The first failure found stands.
        10  OUTC-CTL-STATUS      PIC X(4).
            88  OUTC-CTL-BALANCED      VALUE "BALN".
        10  FILLER               PIC X(1).
        10  OUTC-CTL-COUNT       PIC 9(7).
        10  FILLER               PIC X(1).
        10  OUTC-CTL-HASH        PIC 9(11)V99.
        10  FILLER               PIC X(1).
        10  OUTC-READ-COUNT      PIC 9(7).
        10  FILLER               PIC X(1).
        10  OUTC-READ-HASH       PIC 9(11)V99.
        10  FILLER               PIC X(6).
