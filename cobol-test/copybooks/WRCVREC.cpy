*> WRCVREC - Recovery request record for WoffRecovery. One card per
*> write-off ledger item the business line has resolved: the ledger
*> item to reinstate and the operator who keyed the request. That
*> operator is the request's maker: it is applied only against a
*> checker's approval on WRCVAPPR (APPRREC) and is otherwise held
*> on WRCVHOLD, the item left on the ledger.
*> WRCV-EFF-DATE value-dates the reinstated item; spaces (and every
*> card keyed before the field existed) mean effective on arrival.
*> A date inside a period finance has closed is routed to the
*> business date's open period and reported.
01  RECOVERY-REQUEST-RECORD.
    05  WRCV-ITEM-ID            PIC X(12).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  WRCV-OPERATOR           PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  WRCV-EFF-DATE           PIC X(10).
