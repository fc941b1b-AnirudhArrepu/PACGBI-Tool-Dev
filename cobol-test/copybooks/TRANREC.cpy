*> TRANREC - Input transaction record for BankOverflow.
*> One record per transaction, read sequentially in batch.
*> TRAN-TYPE distinguishes a normal posting (credit) from a debit
*> (withdrawal or payment, checked against the available balance)
*> and from a correction (adjustment) entry; TRAN-SIGN only applies
*> to adjustments. A transfer (TRAN-TYPE 'X') moves TRAN-AMOUNT from
*> TRAN-ACCOUNT to TRAN-TO-ACCOUNT: both legs post or neither does,
*> and both carry the one TRAN-ID. TRAN-TO-ACCOUNT is spaces on
*> every other type.
*> TRAN-ACCOUNT names the account-master account the transaction
*> posts against. TRAN-ID uniquely identifies the transaction at
*> the originating system and drives duplicate-submission rejection
01  TRAN-RECORD.
    05  TRAN-TYPE               PIC X(1).
        88  TRAN-IS-POSTING             VALUE 'P'.
        88  TRAN-IS-DEBIT               VALUE 'D'.
        88  TRAN-IS-ADJUSTMENT          VALUE 'A'.
        88  TRAN-IS-TRANSFER            VALUE 'X'.
        88  TRAN-IS-HEADER              VALUE 'H'.
        88  TRAN-IS-TRAILER             VALUE 'T'.
    05  TRAN-DETAIL.
*> arrival, a future date holds the item in the warehouse pass
*> until its business day comes up.
        10  TRAN-EFF-DATE        PIC X(10).
        10  TRAN-TO-ACCOUNT      PIC X(8).
    05  TRAN-CONTROL REDEFINES TRAN-DETAIL.
        10  TRAN-CTL-DATE        PIC X(10).
        10  TRAN-CTL-COUNT       PIC 9(7).
        10  TRAN-CTL-HASH        PIC 9(11)V99.
        10  TRAN-CTL-SOURCE      PIC X(4).
        10  FILLER               PIC X(14).
