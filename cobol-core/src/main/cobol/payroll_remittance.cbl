    MOVE payeeIdentifier(payeeIndex) TO glJournalEmployeeIdentifier
    MOVE currentPayPeriodNumber TO glJournalPayPeriodNumber
    MOVE "REMT" TO glJournalSourceCode
    MOVE SPACES TO glJournalEffectiveDate

    IF payeeHealthAmount(payeeIndex) > ZERO
        MOVE "2310" TO glJournalAccountCode
