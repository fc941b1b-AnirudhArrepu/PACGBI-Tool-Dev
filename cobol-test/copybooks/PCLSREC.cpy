*> PCLSREC - Period-close balance record, written by PeriodClose.
*> One record per account carrying its balance frozen at the close
*> of the period, followed by a bank-total record (PCLS-ACCOUNT =
*> "*TOTAL*") carrying the bank-level closing position, all as of
*> the period's last GL extract (PCLS-AS-OF-DATE).
01  PERIOD-CLOSE-RECORD.
    05  PCLS-PERIOD-TYPE        PIC X(1).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  PCLS-PERIOD             PIC X(7).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  PCLS-AS-OF-DATE         PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  PCLS-ACCOUNT            PIC X(8).
        88  PCLS-IS-BANK-TOTAL         VALUE '*TOTAL*'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  PCLS-BALANCE            PIC 9(7)V99.
