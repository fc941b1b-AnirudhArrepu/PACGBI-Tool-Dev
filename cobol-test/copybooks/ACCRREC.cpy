*> ACCRREC - Month-end accrual ledger record for BankLoopError.
*> One record per account per month-end accrual batch: the
*> account, the business date the accrual batch posts on (the
*> month's last business day), the amount accrued to the account
*> in that batch, and the reversal it will get. The reversal is
*> generated into the first accrual batch dated in a later month -
*> the new month's first business day - as a '-' adjustment under
*> ACCR-REVERSAL-ID, assigned when the accrual is recorded; the
*> record is then marked reversed with the reversal batch date.
*> Reversed entries are kept a year for the register.
01  ACCRUAL-LEDGER-RECORD.
    05  ACCR-ACCOUNT            PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  ACCR-ACCRUAL-DATE       PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  ACCR-AMOUNT             PIC 9(7)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  ACCR-STATUS             PIC X(1).
        88  ACCR-IS-OPEN               VALUE 'O'.
        88  ACCR-IS-REVERSED           VALUE 'R'.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  ACCR-REVERSAL-ID        PIC X(12).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  ACCR-REVERSAL-DATE      PIC X(10).
