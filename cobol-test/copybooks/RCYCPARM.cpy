*> non-numeric keeps the default), and
*> RCPARM-NEXT-RUN-DATE overrides the next business date every
*> forward-dated batch is headed for - the recycle, disposition,
*> accrual-adjustment, recovery and interest batches all read this
*> card, so they agree on one date. The business-day calendar file normally
*> supplies that date (weekends and listed holidays skipped); the
*> card remains as the schedule desk's manual override for the odd
*> day the calendar is wrong. Spaces take the calendar's answer.
