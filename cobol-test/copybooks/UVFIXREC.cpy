*> re-presented input pair; a non-numeric operand or a space
*> operation code keeps the original value, so one field can be
*> corrected alone. UVFIX-OPERATOR names who keyed the correction
*> and rides onto the repair report. The operands' decimal places
*> and the rounding rule follow the operator and correct the same
*> way - non-numeric places or a space rule keep the original; a
*> card keyed before they existed has spaces there.
01  UV-FIX-RECORD.
    05  UVFIX-TRAN-ID           PIC X(6).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  UVFIX-OP-CODE           PIC X(1).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  UVFIX-OPERATOR          PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  UVFIX-NUMBER1-DECIMAL   PIC 9(2).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  UVFIX-NUMBER2-DECIMAL   PIC 9(2).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  UVFIX-ROUND-RULE        PIC X(1).
