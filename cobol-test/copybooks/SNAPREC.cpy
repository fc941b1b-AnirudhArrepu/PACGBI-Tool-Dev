*> SNAPREC - End-of-day account balance snapshot, written by
*> BalSnapshot once BankOverflow has finalized the account master.
*> One record per account per business day, in date order and
*> account order within the date, carried on a rolling history
*> that the month-end interest run averages from. A rerun of a
*> business date replaces that date's snapshots.
01  SNAPSHOT-RECORD.
    05  SNAP-DATE               PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  SNAP-ACCOUNT            PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  SNAP-BALANCE            PIC 9(7)V99.
