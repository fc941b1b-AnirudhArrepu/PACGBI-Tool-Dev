*> BOCHKREC - Checkpoint record for BankOverflow.
*> Appended once per transaction processed; the last record in the
*> file reflects how far the run got (records read, running total,
*> open-batch control state - including the batch's control status
*> so far - and suspense item-id sequence).
*> BOCHK-STATUS marks whether that last record was a mid-run
*> checkpoint (restart from it, skipping the records already
*> processed) or the final record of a run that completed normally
*> (start the next run fresh instead).
*> BOCHK-CYCLE is the posting cycle that wrote the record; a later
*> cycle of the same business date opens from the completed
*> cycle's running total and suspense sequence.
01  BO-CHECKPOINT-RECORD.
    05  BOCHK-TRAN-COUNT        PIC 9(7).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  BOCHK-SUSP-SEQ          PIC 9(4).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  BOCHK-BATCH-SOURCE      PIC X(4).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  BOCHK-BATCH-CTL         PIC X(4).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  BOCHK-CYCLE             PIC 9(2).
