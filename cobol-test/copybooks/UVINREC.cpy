*> One record per operand pair. UV-OP-CODE selects the arithmetic
*> applied to the pair; spaces means add, which is what every record
*> meant before the code was introduced.
*> Each operand is its whole part (UV-NUMBER1/UV-NUMBER2) plus two
*> decimal places carried after the operation code, and
*> UV-ROUND-RULE says how a product or quotient is brought back to
*> the result's two places. A record written before those fields
*> existed has spaces there: its operands are whole numbers and it
*> truncates, which is what a divide always did.
01  UV-INPUT-RECORD.
    05  UV-TRAN-ID              PIC X(6).
    05  UV-NUMBER1               PIC 9(5).
        88  UV-OP-MULTIPLY              VALUE 'M'.
        88  UV-OP-DIVIDE                VALUE 'D'.
        88  UV-OP-LEGACY-ADD            VALUE ' '.
    05  UV-DECIMAL-PART.
        88  UV-WHOLE-NUMBER-OPERANDS    VALUE SPACES.
        10  UV-NUMBER1-DECIMAL       PIC 9(2).
        10  UV-NUMBER2-DECIMAL       PIC 9(2).
    05  UV-ROUND-RULE            PIC X(1).
        88  UV-ROUND-TRUNCATE           VALUE 'T' ' '.
        88  UV-ROUND-HALF-UP            VALUE 'H'.
        88  UV-ROUND-BANKERS            VALUE 'B'.
