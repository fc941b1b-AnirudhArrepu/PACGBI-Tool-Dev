*> suspense offset and nowhere. WoffRecovery re-presents a named
*> open item into the posting stream and marks it recovered with
*> the date; the original transaction type, sign and ID are kept so
*> the recovered item posts exactly as it first arrived (a
*> transfer keeps its to-account in WLDG-TO-ACCOUNT). Items
*> purged for a non-recyclable cause (duplicate IDs, bad
*> transaction data) are ledgered CLOSED: the money was never
*> really applied-and-lost - re-presenting it would only suspend
    05  WLDG-RECOVERY-DATE      PIC X(10).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  WLDG-TRAN-ID            PIC X(12).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  WLDG-TO-ACCOUNT         PIC X(8).
