*> RELREC - Customer relationship record for BankOverflow and
*> LimitWatch. Groups account-master accounts under one customer
*> relationship number with a combined limit, so a customer holding
*> several accounts cannot run each one to its own limit and carry
*> an exposure nobody checks. A relationship record ('R') names the
*> relationship and its combined limit; the member records ('M')
*> that follow name each account in it. An account belongs to one
*> relationship at most; an account in no relationship is limited
*> by ACCT-LIMIT alone.
01  RELATIONSHIP-RECORD.
    05  REL-REC-TYPE            PIC X(1).
        88  REL-IS-RELATIONSHIP        VALUE 'R'.
        88  REL-IS-MEMBER              VALUE 'M'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  REL-NUMBER              PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  REL-DETAIL              PIC X(11).
    05  REL-LIMIT-DETAIL REDEFINES REL-DETAIL.
        10  REL-COMBINED-LIMIT  PIC 9(9)V99.
    05  REL-MEMBER-DETAIL REDEFINES REL-DETAIL.
        10  REL-ACCOUNT         PIC X(8).
        10  FILLER              PIC X(3).
