*> UVREJREC - Reject record for UninitializedVars.
*> One record per input pair whose arithmetic could not be applied
*> (a non-numeric operand, division by zero, result too large, or an
*> unknown operation code or rounding rule), with the reason it was
*> rejected. The operands' decimal places and the rounding rule
*> follow the reason; a reject written before they existed has
*> spaces there.
01  UV-REJECT-RECORD.
    05  UV-REJ-TRAN-ID           PIC X(6).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  UV-REJ-OP-CODE           PIC X(1).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  UV-REJ-REASON            PIC X(40).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  UV-REJ-NUMBER1-DECIMAL   PIC 9(2).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  UV-REJ-NUMBER2-DECIMAL   PIC 9(2).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  UV-REJ-ROUND-RULE        PIC X(1).
