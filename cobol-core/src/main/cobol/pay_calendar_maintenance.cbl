*> blanks: GENERATE <W|B|S> <YYYYMMDD> builds a year of periods from
*> that starting date, INSERT <start> <end> <payDate> slips one
*> off-cycle correction period in ahead of the remaining regular
*> ones, and CHECK confirms the calendar is ready for the next pay
*> cycle without changing it.
01 commandLineArgumentText               PIC X(80) VALUE SPACES.
01 requestedActionText                   PIC X(12) VALUE SPACES.
    88 generateActionRequested           VALUE "GENERATE".
    88 insertActionRequested             VALUE "INSERT".
    88 checkActionRequested              VALUE "CHECK".
01 firstArgumentText                     PIC X(20) VALUE SPACES.
01 secondArgumentText                    PIC X(20) VALUE SPACES.
01 thirdArgumentText                     PIC X(20) VALUE SPACES.
            PERFORM generateYearOfPayPeriods
        WHEN insertActionRequested
            PERFORM insertOffCycleCorrectionPeriod
        WHEN checkActionRequested
            PERFORM checkCalendarReadyForCycle
        WHEN OTHER
            MOVE "Action must be GENERATE, INSERT, or CHECK."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
    END-EVALUATE

    DISPLAY "calendarOffCyclePeriodInserted=" nextPeriodNumber.

checkCalendarReadyForCycle.
    *> The first step of the payroll cycle: before anything is
    *> calculated, the calendar must hold an open period for the batch
    *> run to take -- the first one not yet completed, exactly as the
    *> engine picks it -- carrying real dates in a sensible order.
    *> Nothing is written; a problem is reported and the cycle stops.
    IF payCalendarEntryCount = ZERO
        MOVE "Pay calendar is empty; GENERATE a year of periods first."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO insertionPositionFoundSwitch
    PERFORM findFirstUncompletedCalendarEntry
        VARYING calendarEntryIndex FROM 1 BY 1
        UNTIL calendarEntryIndex > payCalendarEntryCount
           OR insertionPositionWasFound
    IF NOT insertionPositionWasFound
        MOVE "Every period on the calendar is completed; GENERATE the next year first."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
        EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM calendarEntryIndex

    MOVE calendarPeriodStartDate(calendarEntryIndex) TO dateCandidateText
    PERFORM validateCandidateDate
    MOVE calendarPeriodEndDate(calendarEntryIndex) TO dateCandidateText
    PERFORM validateCandidateDate
    MOVE calendarPeriodPayDate(calendarEntryIndex) TO dateCandidateText
    PERFORM validateCandidateDate
    IF errorMessageText NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF calendarPeriodStartDate(calendarEntryIndex)
       > calendarPeriodEndDate(calendarEntryIndex)
        MOVE "Next open period starts after it ends."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF
    IF calendarPeriodPayDate(calendarEntryIndex)
       < calendarPeriodEndDate(calendarEntryIndex)
        MOVE "Next open period is scheduled to pay before it ends."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF
    IF errorMessageText = SPACES
        DISPLAY "calendarNextPayPeriod=" calendarPeriodNumber(calendarEntryIndex)
        DISPLAY "calendarNextPeriodEndDate=" calendarPeriodEndDate(calendarEntryIndex)
        DISPLAY "calendarNextPayDate=" calendarPeriodPayDate(calendarEntryIndex)
        DISPLAY "calendarOpenPeriods=" uncompletedPeriodCount
    END-IF.

findFirstUncompletedCalendarEntry.
    IF NOT calendarEntryIsCompleted(calendarEntryIndex)
        SET insertionPositionWasFound TO TRUE
