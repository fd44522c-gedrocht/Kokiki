*> One maintenance transaction on TAX-RATE-TRANSACTION-FILE,
*> submitted ahead of a tax rate maintenance run. Each row asks for
*> exactly one action against one taxRateRecord, addressed by table,
*> entry, and effective date: ADD files a new dated row (next year's
*> wage base, a state's new unemployment rate), CHNG overwrites
*> whichever fields the row carries non-blank (a blank field means
*> "leave that field alone", the same contract the other maintenance
*> transactions keep), and END removes a row filed in error. The
*> rate and amount arrive as text and are converted and validated
*> before anything touches the file.
01 taxRateTransactionRecord.
    05 taxRateTransActionCodeText          PIC X(04).
        88 taxRateTransActionIsAdd         VALUE "ADD ".
        88 taxRateTransActionIsChange      VALUE "CHNG".
        88 taxRateTransActionIsEnd         VALUE "END ".
    05 taxRateTransTableCodeText           PIC X(04).
    05 taxRateTransEntryCodeText           PIC X(04).
    05 taxRateTransEffectiveDateText       PIC X(08).
    05 taxRateTransRateText                PIC X(20).
    05 taxRateTransAmountText              PIC X(20).
    05 taxRateTransDescriptionText         PIC X(30).
