*> INTPARM - Control/parameter record for MonthEndInterest.
*> Optional card. INTP-FORCE-MONTH (YYYY-MM) runs the interest
*> for that month whatever the business date - for a month-end
*> whose run was lost; spaces leaves the calendar to decide.
*> INTP-DAY-BASIS replaces the default 365-day year (zero or
*> non-numeric keeps the default).
01  INTEREST-PARAMETER-RECORD.
    05  INTP-FORCE-MONTH        PIC X(7).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  INTP-DAY-BASIS          PIC 9(3).
