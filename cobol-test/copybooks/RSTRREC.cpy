*> (and the matching JCL edits) to a 3 a.m. operator. A missing
*> directive file leaves each program's own checkpoint inference
*> in charge, as before.
*> RSTR-CYCLE is the posting cycle BankOverflow is to run as: the
*> interrupted or failed cycle's own number on a RESUME or RERUN,
*> the next number after an intraday cycle has ended. Blank for
*> the other programs.
01  RESTART-RECORD.
    05  RSTR-PROGRAM            PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
        88  RSTR-IS-RESUME             VALUE "RESUME".
        88  RSTR-IS-RERUN              VALUE "RERUN".
        88  RSTR-IS-COMPLETE           VALUE "COMPLT".
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  RSTR-CYCLE              PIC 9(2).
