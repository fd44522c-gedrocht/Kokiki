*> One row on PAID-ITEM-FILE, the bank's daily list of checks it paid
*> against the payroll account: the check number it read off the
*> item, the date it paid it, and the amount it paid. Amounts are
*> whole cents with no decimal point, the same machine-readable
*> convention the bank return and positive-pay files use.
01 paidItemRecord.
    05 paidItemCheckNumber                 PIC 9(08).
    05 FILLER                              PIC X(02) VALUE SPACES.
    05 paidItemPaidDate                    PIC X(08).
    05 FILLER                              PIC X(02) VALUE SPACES.
    05 paidItemAmountInCents               PIC 9(10).
    05 FILLER                              PIC X(02) VALUE SPACES.
    05 paidItemBankReferenceText           PIC X(15).
