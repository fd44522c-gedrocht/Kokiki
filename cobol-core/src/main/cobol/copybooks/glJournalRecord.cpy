*> reads back that way too, which is exactly right), VOID for a
*> void/reissue run's reversing lines, RTRN for the bank exception
*> program's returned-item entries, REMT for the third-party
*> remittance run, STAL for the cleared-check reconciliation's
*> stale-dated check voids (cash back, unclaimed property owed), ACCR
*> for the month-end wage accrual and ARVS for its automatic
*> reversal. The reconciliation program's register-vs-cash proof
*> covers the period's payroll itself, so it leaves REMT and STAL
*> lines out of the cash footing -- clearing a liability days later,
*> or voiding a check issued months ago, is not part of that proof --
*> and leaves ACCR and ARVS lines out of the proof altogether: they
*> are an accounting estimate posted per department, not anything
*> paid.
    05 FILLER                           PIC X(02) VALUE SPACES.
    05 glJournalSourceCode              PIC X(04).
        88 glJournalLineIsPayrollPosting VALUE SPACES.
        88 glJournalLineIsVoidReversal  VALUE "VOID".
        88 glJournalLineIsRemittance    VALUE "REMT".
        88 glJournalLineIsStaleCheckVoid VALUE "STAL".
        88 glJournalLineIsMonthEndAccrual VALUE "ACCR".
        88 glJournalLineIsAccrualReversal VALUE "ARVS".
*> The date the line takes effect in the ledger, for the lines that
*> do not simply post with their pay period: an accrual line carries
*> the month-end date it accrues to, and its reversing line the first
*> of the following month. Blank on every other line (and on every
*> line written before this column existed), which posts with its
*> period exactly as before.
    05 FILLER                           PIC X(02) VALUE SPACES.
    05 glJournalEffectiveDate           PIC X(08) VALUE SPACES.
