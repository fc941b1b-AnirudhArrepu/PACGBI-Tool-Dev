*> RATEREC - Interest rate table for MonthEndInterest.
*> One record per account range: accounts from RATE-ACCT-LOW to
*> RATE-ACCT-HIGH inclusive earn RATE-ANNUAL-PCT per annum on
*> their average daily balance. Ranges are searched in file order
*> and the first that covers the account applies, so a single
*> account can be given its own rate ahead of a wider product
*> range. An account no range covers earns nothing and is listed
*> on the register.
01  RATE-RECORD.
    05  RATE-ACCT-LOW           PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  RATE-ACCT-HIGH          PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  RATE-ANNUAL-PCT         PIC 9(2)V9(4).
