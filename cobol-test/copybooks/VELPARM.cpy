*> VELPARM - Control/parameter record for VelocityMonitor.
*> Optional override card. The per-day limits apply to the business
*> date's own activity, the rolling limits to the window of
*> VELP-WINDOW-DAYS calendar days ending on the business date, and
*> VELP-REPEAT-COUNT is how many times one account may take the
*> same amount inside the window before it is flagged, when more
*> than one feeder source sent it. Any field zero or non-numeric
*> keeps the program default.
01  VELOCITY-PARAMETER-RECORD.
    05  VELP-DAY-COUNT          PIC 9(4).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VELP-DAY-AMOUNT         PIC 9(9)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VELP-WINDOW-DAYS        PIC 9(3).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VELP-ROLL-COUNT         PIC 9(5).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VELP-ROLL-AMOUNT        PIC 9(9)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VELP-REPEAT-COUNT       PIC 9(3).
