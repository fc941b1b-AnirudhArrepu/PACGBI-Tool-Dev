*> GLMAPREC - GL account mapping table for GlJournal.
*> One record per mapping rule: an audit record of type
*> GLM-TRAN-TYPE, moving in direction GLM-DIRECTION ('+' the audit
*> amount is zero or more, '-' it is negative, space either way),
*> from feeder GLM-SOURCE (spaces for any source), against an
*> account from GLM-ACCT-LOW to GLM-ACCT-HIGH inclusive, is
*> journaled debit GLM-DR-ACCOUNT / credit GLM-CR-ACCOUNT.
*> Rules are searched in file order and the first that covers the
*> record applies, so a source- or product-specific rule goes
*> ahead of the wider rule it overrides. An audit record no rule
*> covers fails the journal step - there is no default ledger.
*> GlMapList prints the table for review.
01  GL-MAPPING-RECORD.
    05  GLM-TRAN-TYPE           PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  GLM-DIRECTION           PIC X(1).
        88  GLM-EITHER-WAY             VALUE SPACE.
        88  GLM-INCREASE               VALUE '+'.
        88  GLM-DECREASE               VALUE '-'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  GLM-SOURCE              PIC X(4).
        88  GLM-ANY-SOURCE             VALUE SPACES.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  GLM-ACCT-LOW            PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  GLM-ACCT-HIGH           PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  GLM-DR-ACCOUNT          PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  GLM-CR-ACCOUNT          PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  GLM-DESCRIPTION         PIC X(30).
