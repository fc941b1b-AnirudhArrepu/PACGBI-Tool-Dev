*> MNTREC - Account maintenance instruction record for AcctMaint.
*> One record per maintenance action against the account master:
*> open a new account (with its posting limit), close an account
*> (only when its balance is zero), change an account's limit, or
*> place or release a legal / fraud hold. A freeze names the hold
*> type (credits only, or all activity) and the reason the hold
*> was ordered; a release lifts whatever hold is on the account.
*> MNT-OPERATOR names who keyed the instruction and is carried onto
*> the audit record so AuditInquiry can answer "who changed this
*> limit and when". That operator is the instruction's maker: it is
*> applied only against a checker's approval on MNTAPPR (APPRREC)
*> and is otherwise held on MNTHOLD for a later run.
01  MAINTENANCE-RECORD.
    05  MNT-ACTION              PIC X(1).
        88  MNT-IS-OPEN                VALUE 'O'.
        88  MNT-IS-CLOSE               VALUE 'C'.
        88  MNT-IS-LIMIT               VALUE 'L'.
        88  MNT-IS-FREEZE              VALUE 'F'.
        88  MNT-IS-RELEASE             VALUE 'R'.
        88  MNT-ACTION-VALID           VALUE 'O' 'C' 'L' 'F' 'R'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  MNT-ACCOUNT             PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  MNT-NEW-LIMIT           PIC 9(7)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  MNT-OPERATOR            PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  MNT-HOLD-TYPE           PIC X(1).
        88  MNT-HOLD-CREDITS           VALUE 'C'.
        88  MNT-HOLD-ALL               VALUE 'F'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  MNT-HOLD-REASON         PIC X(30).
