*> RETNREC - Feeder return file record written by FeederReturn.
*> One file per feeder per business date: an 'H' header naming the
*> source and date, a 'D' record for every detail the feeder sent
*> (by TRAN-ID, with its outcome and standard reason code), an 'S'
*> summary after each of the feeder's batches, and a 'T' trailer
*> with the record count and the totals by outcome.
*>   RTN-OUTCOME   POSTED, SUSPENDED, DUPLICATE, WAREHOUSED, or
*>                 CONTROL - the item's batch failed its controls:
*>                 correct and resend the batch; RTN-APPLIED says
*>                 whether the item had already reached the account
*>                 (it will come back DUPLICATE on the resend).
*>   RTN-REASON    spaces when posted, else
*>                 THRS over the per-item reasonableness threshold
*>                 DUPL TRAN-ID already posted
*>                 UNKA account not on the master
*>                 ALIM would exceed the account limit
*>                 RLIM would exceed the relationship limit
*>                 TLIM would exceed the bank total limit
*>                 NSF  insufficient funds
*>                 FRZN account frozen / legal hold
*>                 SIGN adjustment sign not '+' or '-'
*>                 TYPE transaction type not recognised
*>                 NEGB adjustment would make the balance negative
*>                 XACC transfer to-account missing or the same
*>                 WHSE held for a future value date
*>                 CTLB / CTLD / CTLT batch trailer out of balance /
*>                 batch date not the business date / no trailer
*>   RTN-SUSP-ITEM-ID the suspense item to quote on a disposition.
01  RETURN-RECORD.
    05  RTN-REC-TYPE            PIC X(1).
        88  RTN-IS-HEADER              VALUE 'H'.
        88  RTN-IS-DETAIL              VALUE 'D'.
        88  RTN-IS-SUMMARY             VALUE 'S'.
        88  RTN-IS-TRAILER             VALUE 'T'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  RTN-SOURCE              PIC X(4).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  RTN-BUS-DATE            PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  RTN-BODY                PIC X(83).
    05  RTN-DETAIL REDEFINES RTN-BODY.
        10  RTN-TRAN-ID          PIC X(12).
        10  FILLER               PIC X(1).
        10  RTN-TRAN-TYPE        PIC X(1).
        10  RTN-TRAN-SIGN        PIC X(1).
        10  FILLER               PIC X(1).
        10  RTN-ACCOUNT          PIC X(8).
        10  FILLER               PIC X(1).
        10  RTN-AMOUNT           PIC 9(7)V99.
        10  FILLER               PIC X(1).
        10  RTN-OUTCOME          PIC X(10).
        10  FILLER               PIC X(1).
        10  RTN-REASON           PIC X(4).
        10  FILLER               PIC X(1).
        10  RTN-APPLIED          PIC X(1).
        10  FILLER               PIC X(1).
        10  RTN-SUSP-ITEM-ID     PIC X(12).
        10  FILLER               PIC X(1).
        10  RTN-EFF-DATE         PIC X(10).
        10  FILLER               PIC X(1).
    05  RTN-SUMMARY REDEFINES RTN-BODY.
        10  RTN-BATCH-DATE       PIC X(10).
        10  FILLER               PIC X(1).
        10  RTN-CTL-STATUS       PIC X(4).
        10  FILLER               PIC X(1).
        10  RTN-CTL-COUNT        PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-CTL-HASH         PIC 9(11)V99.
        10  FILLER               PIC X(1).
        10  RTN-READ-COUNT       PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-READ-HASH        PIC 9(11)V99.
        10  FILLER               PIC X(1).
        10  RTN-SUM-POSTED       PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-SUM-SUSPENDED    PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-SUM-DUPLICATE    PIC 9(7).
    05  RTN-TRAILER REDEFINES RTN-BODY.
        10  RTN-TRL-RECORDS      PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-TRL-POSTED       PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-TRL-SUSPENDED    PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-TRL-DUPLICATE    PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-TRL-WAREHOUSED   PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-TRL-CONTROL      PIC 9(7).
        10  FILLER               PIC X(1).
        10  RTN-TRL-BATCHES      PIC 9(5).
        10  FILLER               PIC X(25).
