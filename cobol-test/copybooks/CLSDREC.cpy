*> CLSDREC - Closed-period register record. PeriodClose appends one
*> record per month or year finance has closed; the posting run,
*> SuspDisposition and WoffRecovery load the register and route
*> anything effective-dated into a closed period to the open period
*> of the business date instead. A closed year locks every month in
*> it. CLSD-AS-OF-DATE is the business date whose closing balances
*> were frozen for the period; CLSD-CLOSE-DATE is the business date
*> the close was run. A missing register means nothing is closed.
01  CLOSED-PERIOD-RECORD.
    05  CLSD-PERIOD-TYPE        PIC X(1).
        88  CLSD-IS-MONTH              VALUE 'M'.
        88  CLSD-IS-YEAR               VALUE 'Y'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  CLSD-PERIOD             PIC X(7).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  CLSD-AS-OF-DATE         PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  CLSD-CLOSE-DATE         PIC X(10).
