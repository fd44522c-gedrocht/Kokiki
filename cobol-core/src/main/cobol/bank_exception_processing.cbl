    MOVE bankReturnIndividualIdNumber TO glJournalEmployeeIdentifier
    MOVE currentPayPeriodNumber TO glJournalPayPeriodNumber
    MOVE "RTRN" TO glJournalSourceCode
    MOVE SPACES TO glJournalEffectiveDate

    MOVE "1010"                TO glJournalAccountCode
    MOVE "Cash - returned items" TO glJournalAccountDescription
