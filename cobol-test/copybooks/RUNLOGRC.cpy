*> END for the business date means the step died mid-run; no record
*> at all means the step never ran (skipped by COND or not
*> scheduled) - either way its outputs are stale.
*> BankOverflow also stamps the posting cycle: its number within
*> the business date and whether it was an intraday cycle or the
*> final cycle that did the end-of-day work. Other programs leave
*> both blank, as do records written before cycles existed - a
*> blank cycle reads as the day's single, final cycle.
01  RUN-LOG-RECORD.
    05  RLOG-PROGRAM             PIC X(8).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  RLOG-RECS-SUSPENDED      PIC 9(7).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  RLOG-RETURN-CODE         PIC 9(2).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  RLOG-CYCLE               PIC 9(2).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  RLOG-CYCLE-TYPE          PIC X(1).
        88  RLOG-INTRADAY-CYCLE        VALUE 'I'.
        88  RLOG-FINAL-CYCLE           VALUE 'F'.
