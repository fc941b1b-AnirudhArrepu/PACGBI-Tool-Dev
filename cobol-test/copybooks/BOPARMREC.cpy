*> the hardcoded default per-transaction reasonableness threshold
*> and PARM-REG-RETAIN-DAYS the default posted-registry retention
*> window (zero or non-numeric keeps the default).
*> PARM-RUN-MODE 'V' asks for a validation-only run: every check is
*> made and the predicted outcomes are printed, but nothing is
*> posted. Spaces is the normal posting run. The mode is honoured
*> on any card, so a validation job can concatenate a card carrying
*> only the mode behind the production card; the threshold and
*> retention come from the first card alone, and a blank threshold
*> keeps the default.
01  BO-PARAMETER-RECORD.
    05  PARM-TXN-THRESHOLD       PIC 9(7)V99.
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  PARM-REG-RETAIN-DAYS     PIC 9(4).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  PARM-RUN-MODE            PIC X(1).
        88  PARM-VALIDATION-ONLY        VALUE 'V'.
