*> UVOUTREC - Output result record for UninitializedVars.
*> One record per input pair processed, for downstream consumption.
*> UV-OUT-RESULT is signed, with two decimal places, and its leading
*> separate sign byte marks the record's layout. A divide also
*> writes the remainder left by the quotient truncated to two places
*> (before any rounding); other operations write zero there.
*> Records written before the result was signed carry a six-digit
*> whole number in the same columns and no sign; read them through
*> UV-OUTPUT-WHOLE-RECORD when UV-OUT-SIGNED-FORMAT is not set.
01  UV-OUTPUT-RECORD.
    05  UV-OUT-TRAN-ID           PIC X(6).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  UV-OUT-RESULT            PIC S9(10)V99
                                 SIGN IS LEADING SEPARATE.
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  UV-OUT-REMAINDER         PIC 9(5)V9(4).
01  UV-OUTPUT-WHOLE-RECORD.
    05  FILLER                   PIC X(7).
    05  UV-OUT-WHOLE-RESULT      PIC 9(6).
    05  UV-OUT-WHOLE-DIGITS REDEFINES UV-OUT-WHOLE-RESULT.
        10  UV-OUT-FORMAT-BYTE   PIC X(1).
            88  UV-OUT-SIGNED-FORMAT    VALUE '+' '-'.
        10  FILLER               PIC X(5).
