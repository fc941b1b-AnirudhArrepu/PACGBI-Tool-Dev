*> SUSP-DATE and SUSP-ITEM-ID stamp when the item entered suspense
*> and identify it uniquely within the day; the original transaction
*> type and sign are kept so the recycle pass can re-present the
*> item on the next day's transaction input. A suspended transfer
*> is held as one item against its from-account, with the
*> to-account kept in SUSP-TO-ACCOUNT.
01  SUSPENSE-RECORD.
    05  SUSP-TRAN-AMOUNT        PIC 9(7)V99.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  SUSP-TRAN-SIGN          PIC X(1).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  SUSP-TRAN-ID            PIC X(12).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  SUSP-TO-ACCOUNT         PIC X(8).
