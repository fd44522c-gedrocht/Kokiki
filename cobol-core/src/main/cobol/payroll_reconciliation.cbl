01 reconGlCashCreditTotal                PIC S9(11)V99 VALUE ZERO.
01 reconGlLineCreditValue                PIC 9(9)V99 VALUE ZERO.
01 reconGlLineDebitValue                 PIC 9(9)V99 VALUE ZERO.
*> Month-end accrual and reversal lines met under the period's stamp;
*> left out of every proof below and only reported as a note.
01 reconAccrualLineCount                 PIC 9(05) VALUE ZERO.
01 reconAccrualLineCountText             PIC Z(4)9.
01 reconCheckTotal                       PIC S9(11)V99 VALUE ZERO.
01 reconCheckCount                       PIC S9(05) VALUE ZERO.
01 reconAuditNetTotal                    PIC S9(11)V99 VALUE ZERO.
accumulateOneGlJournalLine.
    IF glJournalEmployeeIdentifier NOT = SPACES
       AND glJournalPayPeriodNumber = currentPayPeriodNumber
        *> The month-end accrual and its reversal are stamped with the
        *> period they accrue for, but they are an estimate of wages
        *> earned and not yet paid, posted per department -- no cash
        *> moves and no employee is paid by them. They are counted and
        *> noted on the report, and kept out of both the cash footing
        *> and the per-employee balance proof.
        IF glJournalLineIsMonthEndAccrual
           OR glJournalLineIsAccrualReversal
            ADD 1 TO reconAccrualLineCount
        ELSE
            *> Remittance payments and stale-dated check voids move cash
            *> under this period's stamp but are not this period's
            *> payroll, so they stay out of the cash footing; their lines
            *> still balance per employee like any other.
            IF glJournalAccountCode = "1000"
               AND NOT glJournalLineIsRemittance
               AND NOT glJournalLineIsStaleCheckVoid
                *> Net of debits, not credits alone: a void/reissue run
                *> reverses the original cash credit with a cash debit, so
                *> the cash actually out the door for the period is the
                *> credits less those reversals. Each NUMVAL lands in its
                *> own work field first -- two NUMVALs netted inside one
                *> COMPUTE miscompute to zero under this shop's compiler.
                COMPUTE reconGlLineCreditValue =
                    FUNCTION NUMVAL(glJournalCreditAmount)
                COMPUTE reconGlLineDebitValue =
                    FUNCTION NUMVAL(glJournalDebitAmount)
                ADD reconGlLineCreditValue TO reconGlCashCreditTotal
                SUBTRACT reconGlLineDebitValue FROM reconGlCashCreditTotal
            END-IF
            PERFORM addGlLineToEmployeeBalanceTable
        END-IF
    END-IF
    PERFORM readNextGlJournalLine.

    *> Every employee's journal lines balance on their own.
    PERFORM verifyOneReconEmployeeEntry
        VARYING reconEmployeeIndex FROM 1 BY 1
        UNTIL reconEmployeeIndex > reconEmployeeCount

    IF reconAccrualLineCount > ZERO
        MOVE reconAccrualLineCount TO reconAccrualLineCountText
        MOVE SPACES TO reconReportNoteText
        STRING FUNCTION TRIM(reconAccrualLineCountText)
            " month-end accrual/reversal GL lines recognized and left out of the proof"
            DELIMITED BY SIZE INTO reconReportNoteText
        END-STRING
        WRITE reconciliationReportPrintLine FROM reconReportNoteLine
    END-IF.

verifyOneReconEmployeeEntry.
    IF reconEmployeeDebitTotal(reconEmployeeIndex)
