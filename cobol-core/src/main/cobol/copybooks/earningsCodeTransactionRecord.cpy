*> One maintenance transaction on EARNINGS-CODE-TRANSACTION-FILE,
*> submitted ahead of an earnings code maintenance run. ADD files a
*> new code, CHNG overwrites whichever fields the row carries
*> non-blank (a blank field means "leave that field alone", the same
*> contract the other maintenance transactions keep), and END retires
*> the code so no later feed row can use it. The rate and premium
*> factor arrive as text and are converted and validated before
*> anything touches the file.
01 earningsCodeTransactionRecord.
    05 earningsTransActionCodeText         PIC X(04).
        88 earningsTransActionIsAdd        VALUE "ADD ".
        88 earningsTransActionIsChange     VALUE "CHNG".
        88 earningsTransActionIsEnd        VALUE "END ".
    05 earningsTransCodeText               PIC X(04).
    05 earningsTransDescriptionText        PIC X(30).
    05 earningsTransMethodCodeText         PIC X(01).
    05 earningsTransRateText               PIC X(20).
    05 earningsTransPremiumFactorText      PIC X(20).
    05 earningsTransOvertimeBasisText      PIC X(01).
    05 earningsTransGlAccountCodeText      PIC X(04).
