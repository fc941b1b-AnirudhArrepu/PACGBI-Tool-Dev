*> VELREC - Velocity alert record written by VelocityMonitor, one
*> per account per tripped limit, in rank order (highest multiple
*> of its limit first). VEL-OBSERVED is the count or amount seen
*> against VEL-LIMIT; VEL-SCORE is the observed figure as a
*> percentage of the limit, the ranking key. A repeated-amount
*> alert carries the repeated amount in VEL-REPEAT-AMOUNT and the
*> number of times it was taken in VEL-OBSERVED; it is raised only
*> when the amount came from more than one feeder source.
*> OpsSummary counts these by type.
01  VELOCITY-ALERT-RECORD.
    05  VEL-RUN-DATE            PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VEL-ACCOUNT             PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VEL-ALERT-TYPE          PIC X(10).
        88  VEL-IS-DAY-COUNT           VALUE "DAY-COUNT".
        88  VEL-IS-DAY-AMOUNT          VALUE "DAY-AMOUNT".
        88  VEL-IS-ROLL-COUNT          VALUE "ROLL-COUNT".
        88  VEL-IS-ROLL-AMOUNT         VALUE "ROLL-AMT".
        88  VEL-IS-REPEAT              VALUE "REPEAT-AMT".
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VEL-OBSERVED            PIC 9(11)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VEL-LIMIT               PIC 9(11)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VEL-SCORE               PIC 9(5)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  VEL-REPEAT-AMOUNT       PIC 9(7)V99.
