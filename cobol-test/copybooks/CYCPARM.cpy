*> CYCPARM - Posting cycle card for BankOverflow.
*> The business day can be posted in several numbered cycles
*> against the same CALFILE date. Each cycle posts the batches that
*> have arrived, updates the master and writes the audit trail;
*> only the final cycle does the end-of-day work (GL extract,
*> BALFILE closing balance, posted-registry retention trim) and is
*> followed by the rest of the nightly stream. The intraday job
*> supplies an 'I' card; a missing card, or any other value, makes
*> the run the final cycle. The cycle NUMBER comes from the restart
*> controller's directive, not from this card.
01  BO-CYCLE-RECORD.
    05  CYCP-CYCLE-TYPE          PIC X(1).
        88  CYCP-INTRADAY              VALUE 'I'.
        88  CYCP-FINAL                 VALUE 'F'.
