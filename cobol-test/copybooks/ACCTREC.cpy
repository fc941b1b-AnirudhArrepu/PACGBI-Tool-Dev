*> ACCT-NUMBER and read and rewritten in place, so the account
*> count is not a compiled-in table limit and a posting's lookup
*> does not grow with the account list.
*> ACCT-STATUS carries a legal or fraud hold set by AcctMaint:
*> frozen for credits stops anything that would add to the
*> balance, frozen for all activity stops every movement. Spaces
*> (a record written before the status existed) reads as active.
*> The hold reason and the operator who placed it stay on the
*> record until the hold is released.
01  ACCOUNT-MASTER-RECORD.
    05  ACCT-NUMBER              PIC X(8).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  ACCT-BALANCE             PIC 9(7)V99.
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  ACCT-LIMIT               PIC 9(7)V99.
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  ACCT-STATUS              PIC X(1).
        88  ACCT-IS-ACTIVE              VALUE 'A' SPACE.
        88  ACCT-FROZEN-CREDITS         VALUE 'C'.
        88  ACCT-FROZEN-ALL             VALUE 'F'.
        88  ACCT-IS-FROZEN              VALUE 'C' 'F'.
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  ACCT-HOLD-REASON         PIC X(30).
    05  FILLER                   PIC X(1)  VALUE SPACE.
    05  ACCT-HOLD-OPERATOR       PIC X(8).
