*> RTNPARM - Control/parameter record for FeederReturn.
*> Required card naming the feeder (the TRAN-CTL-SOURCE its batch
*> headers carry) whose return file this run cuts.
01  RETURN-PARAMETER-RECORD.
    05  RTNP-SOURCE             PIC X(4).
