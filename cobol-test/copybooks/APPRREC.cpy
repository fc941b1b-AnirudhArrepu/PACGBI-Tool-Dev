*> APPRREC - Checker approval record for AcctMaint (MNTAPPR),
*> SuspDisposition (DISPAPPR) and WoffRecovery (WRCVAPPR). No
*> instruction is applied on its maker's word alone: it needs an
*> approval that repeats what was keyed - the action, the account
*> or item it names, the new account and amount it carries, and
*> its maker - from a checker who is not that maker. For account
*> maintenance APPR-ITEM-KEY is the account and APPR-NEW-AMOUNT
*> the new limit; for a disposition they are the item and the
*> repair's new account and amount; a recovery request has no
*> action, so its approval leaves APPR-ACTION blank. Amounts the
*> instruction leaves blank are approved as zeros.
*> APPR-DECISION D declines the instruction instead: it is dropped
*> unapplied and reported. A maker may decline (withdraw) an
*> instruction of their own but never approve one.
01  APPROVAL-RECORD.
    05  APPR-DECISION           PIC X(1).
        88  APPR-IS-APPROVE            VALUE 'A' SPACE.
        88  APPR-IS-DECLINE            VALUE 'D'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  APPR-ACTION             PIC X(1).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  APPR-ITEM-KEY           PIC X(12).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  APPR-NEW-ACCOUNT        PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  APPR-NEW-AMOUNT         PIC 9(7)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  APPR-MAKER              PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  APPR-CHECKER            PIC X(8).
