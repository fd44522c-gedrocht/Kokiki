*> One row per employee per adjusted pay period on RETRO-PAY-FILE,
*> written by the retroactive pay adjustment run and drawn down by
*> the next BATCH run. Each row says what the period originally paid
*> in the earnings a raise re-prices (regular, overtime, and leave
*> pay, or the salary slice), what it should have paid at the raise
*> as of its effective date, how much retro has been granted for the
*> period in all, and how much of that is still waiting to be paid.
*> A second raise reaching back over the same period is measured
*> against the original pay plus the retro already granted, so the
*> period is never made up twice. The BATCH run pays every row's
*> unpaid amount as one retro earnings line, zeroes it, and stamps
*> the period that paid it.
01 retroPayRecord.
    05 retroPayRecordKey.
        10 retroEmployeeIdentifier         PIC X(20).
        10 retroPayPeriodNumber            PIC 9(04).
    05 retroEffectiveDate                  PIC X(08).
    05 retroOriginalPaidAmount             PIC 9(7)V99.
    05 retroRepricedAmount                 PIC 9(7)V99.
    05 retroTotalAdjustmentAmount          PIC 9(7)V99.
    05 retroUnpaidAmount                   PIC 9(7)V99.
    05 retroPaidInPeriodNumber             PIC 9(04).
    05 retroLastRunDate                    PIC X(08).
