*> PCLSPARM - Control/parameter record for PeriodClose. One card per
*> close: the period type (M for a month, Y for a year) and the
*> period itself - YYYY-MM for a month, YYYY for a year. Only a
*> period that has ended on the calendar can be closed.
01  CLOSE-PARAMETER-RECORD.
    05  PCLP-PERIOD-TYPE        PIC X(1).
        88  PCLP-CLOSE-MONTH           VALUE 'M'.
        88  PCLP-CLOSE-YEAR            VALUE 'Y'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  PCLP-PERIOD             PIC X(7).
