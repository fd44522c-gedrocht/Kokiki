>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PAYROLL-CYCLE-CONTROL.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER. GNUCOBOL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The pay calendar, read only: which period is open for the batch
    *> run and which was most recently completed, so every step can be
    *> checked against the period the cycle is for before it starts.
    SELECT payPeriodControlFile ASSIGN TO "PAYPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payPeriodControlFileStatus.

    *> Where each period's cycle stands, one row per pay period. It
    *> outlives any one launch of this program, which is what lets a
    *> restart pick up at the step that failed.
    SELECT cycleStatusFile ASSIGN TO "CYCLSTAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cycleStatusPayPeriodNumber
        FILE STATUS IS cycleStatusFileStatus.

    *> The console output of the step just run, redirected here by the
    *> step's command line and read back for its errorMessage and its
    *> name=value totals.
    SELECT cycleStepOutputFile ASSIGN TO "CYCLSTEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cycleStepOutputFileStatus.

    *> The reconciliation's pass/fail report. Emptied before the
    *> reconciliation step runs, so a report left over from an earlier
    *> cycle can never be read as this one's, and read back afterwards
    *> for its overall result.
    SELECT reconciliationReportFile ASSIGN TO "RECONRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS reconciliationReportFileStatus.

    *> The cycle status report for the shift handoff. Opened fresh on
    *> every launch: it shows the cycle as it stands now.
    SELECT cycleReportFile ASSIGN TO "CYCLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cycleReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  payPeriodControlFile.
COPY "payPeriodControlRecord.cpy".

FD  cycleStatusFile.
COPY "cycleStatusRecord.cpy".

FD  cycleStepOutputFile.
COPY "cycleStepOutputRecord.cpy".

FD  reconciliationReportFile.
COPY "reconciliationReportRecord.cpy".

FD  cycleReportFile.
COPY "cycleReportRecord.cpy".

WORKING-STORAGE SECTION.
*> RUN (or no argument) runs the current period's cycle from the first
*> step not yet finished; RELEASE <user id> is a supervisor releasing
*> the step the cycle is held at; STATUS only prints the report.
01 commandLineArgumentText               PIC X(80) VALUE SPACES.
01 requestedActionText                   PIC X(12) VALUE SPACES.
    88 runActionRequested                VALUE "RUN" SPACES.
    88 releaseActionRequested            VALUE "RELEASE".
    88 statusActionRequested             VALUE "STATUS".
01 supervisorIdentifierText              PIC X(20) VALUE SPACES.

*> The job steps in the order the cycle runs them: the label the
*> report prints, the program run for the step, its command-line
*> argument, and the names of the console totals kept for it. The
*> step programs are run by name from the job's PATH, under the names
*> they are built with. The period close is also handed the cycle's
*> period number, so it archives exactly the period this cycle paid.
*> The check capture copies the checks BATCH and the remittance run
*> just wrote into the standing check status file before the next
*> BATCH starts the register over, so no period's checks can miss the
*> outstanding list.
01 cycleStepDefinitionData.
    05 FILLER                            PIC X(26) VALUE "PAY-CALENDAR CHECK".
    05 FILLER                            PIC X(30) VALUE "pay_calendar_maintenance".
    05 FILLER                            PIC X(10) VALUE "CHECK".
    05 FILLER                            PIC X(30) VALUE "calendarNextPayPeriod".
    05 FILLER                            PIC X(30) VALUE "calendarNextPeriodEndDate".
    05 FILLER                            PIC X(30) VALUE "calendarNextPayDate".
    05 FILLER                            PIC X(30) VALUE "calendarOpenPeriods".
    05 FILLER                            PIC X(26) VALUE "PROOF".
    05 FILLER                            PIC X(30) VALUE "payroll_calculation_engine".
    05 FILLER                            PIC X(10) VALUE "PROOF".
    05 FILLER                            PIC X(30) VALUE "proofEmployeesCalculated".
    05 FILLER                            PIC X(30) VALUE "proofRejectedFeedRows".
    05 FILLER                            PIC X(30) VALUE "proofNetPaySwings".
    05 FILLER                            PIC X(30) VALUE "proofCompliancePayHolds".
    05 FILLER                            PIC X(26) VALUE "BATCH".
    05 FILLER                            PIC X(30) VALUE "payroll_calculation_engine".
    05 FILLER                            PIC X(10) VALUE "BATCH".
    05 FILLER                            PIC X(30) VALUE "batchGrossPayTotal".
    05 FILLER                            PIC X(30) VALUE "batchAchEntries".
    05 FILLER                            PIC X(30) VALUE "changesHeldForApproval".
    05 FILLER                            PIC X(30) VALUE "compliancePayHolds".
    05 FILLER                            PIC X(26) VALUE "PAYROLL-RECONCILIATION".
    05 FILLER                            PIC X(30) VALUE "payroll_reconciliation".
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "reconciliationResult".
    05 FILLER                            PIC X(30) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE SPACES.
    05 FILLER                            PIC X(26) VALUE "BANK-EXCEPTION-PROCESSING".
    05 FILLER                            PIC X(30) VALUE "bank_exception_processing".
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "bankReturnsRead".
    05 FILLER                            PIC X(30) VALUE "achReturnsMatched".
    05 FILLER                            PIC X(30) VALUE "achReturnsUnmatched".
    05 FILLER                            PIC X(30) VALUE "checkExceptions".
    05 FILLER                            PIC X(26) VALUE "PAYROLL-REMITTANCE".
    05 FILLER                            PIC X(30) VALUE "payroll_remittance".
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "remittancePayPeriod".
    05 FILLER                            PIC X(30) VALUE "remittancePayees".
    05 FILLER                            PIC X(30) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE SPACES.
    05 FILLER                            PIC X(26) VALUE "CHECK-CAPTURE".
    05 FILLER                            PIC X(30) VALUE "cleared_check_reconciliation".
    05 FILLER                            PIC X(10) VALUE "CAPTURE".
    05 FILLER                            PIC X(30) VALUE "checksCaptured".
    05 FILLER                            PIC X(30) VALUE "checksVoidedByReissue".
    05 FILLER                            PIC X(30) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE SPACES.
    05 FILLER                            PIC X(26) VALUE "PAYROLL-PERIOD-CLOSE".
    05 FILLER                            PIC X(30) VALUE "payroll_period_close".
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "periodCloseArchivedPeriod".
    05 FILLER                            PIC X(30) VALUE "periodCloseGlLinesArchived".
    05 FILLER                            PIC X(30) VALUE "periodCloseAuditLinesArchived".
    05 FILLER                            PIC X(30) VALUE "periodCloseStubLinesArchived".
01 cycleStepDefinitionTable REDEFINES cycleStepDefinitionData.
    05 cycleStepDefinition OCCURS 8 TIMES.
        10 cycleStepLabel                PIC X(26).
        10 cycleStepProgramName          PIC X(30).
        10 cycleStepArgumentText         PIC X(10).
        10 cycleStepTotalKeyText OCCURS 4 TIMES PIC X(30).
01 cycleStepCount                        PIC 9(01) VALUE 8.
01 cycleStepIndex                        PIC 9(01) VALUE ZERO.
    88 cycleStepPaysOpenPeriod           VALUE 1 THRU 3.
    88 cycleStepIsBatch                  VALUE 3.
    88 cycleStepIsReconciliation         VALUE 4.
    88 cycleStepIsPeriodClose            VALUE 8.
01 priorStepIndex                        PIC 9(01) VALUE ZERO.
01 cycleTotalIndex                       PIC 9(01) VALUE ZERO.
01 finishedStepCount                     PIC 9(01) VALUE ZERO.

*> The pay calendar, loaded up front: the first period not yet
*> completed is the one the batch run will pay, the last completed
*> one is the one the downstream steps work.
01 calendarPeriodCount                   PIC 9(03) VALUE ZERO.
01 calendarPeriodTable.
    05 calendarPeriodEntry OCCURS 120 TIMES.
        10 calendarPeriodNumber          PIC 9(04).
        10 calendarPeriodCompletedSwitch PIC X(01).
            88 calendarPeriodIsCompleted VALUE "Y".
01 calendarPeriodIndex                   PIC 9(03) VALUE ZERO.
01 nextOpenPeriodNumber                  PIC 9(04) VALUE ZERO.
01 lastCompletedPeriodNumber             PIC 9(04) VALUE ZERO.
01 cyclePeriodFoundSwitch                PIC X(01) VALUE "N".
    88 cyclePeriodWasFound               VALUE "Y".
01 cyclePeriodCompletedSwitch            PIC X(01) VALUE "N".
    88 cyclePeriodIsCompleted            VALUE "Y".

*> One step's run: the command handed to the shell, the status the
*> shell hands back, and the step's own exit code taken from it.
01 stepCommandText                       PIC X(200) VALUE SPACES.
01 stepPeriodArgumentText                PIC 9(04) VALUE ZERO.
01 stepSystemStatus                      PIC S9(09) VALUE ZERO.
01 stepExitCode                          PIC 9(04) VALUE ZERO.
01 stepOutputKeyText                     PIC X(60) VALUE SPACES.
01 stepOutputDelimiterText               PIC X(01) VALUE SPACES.
01 stepOutputTotalFoundSwitch            PIC X(01) VALUE "N".
    88 stepOutputTotalWasFound           VALUE "Y".

*> Why a step may not start, or why the cycle stopped.
01 cycleRefusalText                      PIC X(104) VALUE SPACES.
01 cycleNextActionText                   PIC X(119) VALUE SPACES.
01 cycleResultText                       PIC X(12) VALUE SPACES.
    88 cycleResultIsComplete             VALUE "COMPLETE".
    88 cycleResultIsHeld                 VALUE "HELD".
    88 cycleResultIsReady                VALUE "READY".
01 cycleStatusNumberText                 PIC 9(04) VALUE ZERO.

*> File status and control switches.
01 payPeriodControlFileStatus            PIC X(02) VALUE "00".
01 cycleStatusFileStatus                 PIC X(02) VALUE "00".
01 cycleStepOutputFileStatus             PIC X(02) VALUE "00".
01 reconciliationReportFileStatus        PIC X(02) VALUE "00".
01 cycleReportFileStatus                 PIC X(02) VALUE "00".
01 payPeriodControlEndSwitch             PIC X(01) VALUE "N".
    88 payPeriodControlAtEnd             VALUE "Y".
01 cycleStepOutputEndSwitch              PIC X(01) VALUE "N".
    88 cycleStepOutputAtEnd              VALUE "Y".
01 reconciliationReportEndSwitch         PIC X(01) VALUE "N".
    88 reconciliationReportAtEnd         VALUE "Y".
01 cycleRecordFoundSwitch                PIC X(01) VALUE "N".
    88 cycleRecordWasFound               VALUE "Y".
01 cycleStopSwitch                       PIC X(01) VALUE "N".
    88 cycleIsStopped                    VALUE "Y".
01 cycleRefusedSwitch                    PIC X(01) VALUE "N".
    88 cycleWasRefused                   VALUE "Y".
01 cycleStepMayStartSwitch               PIC X(01) VALUE "N".
    88 cycleStepMayStart                 VALUE "Y".
01 heldStepFoundSwitch                   PIC X(01) VALUE "N".
    88 heldStepWasFound                  VALUE "Y".
01 unfinishedStepFoundSwitch             PIC X(01) VALUE "N".
    88 unfinishedStepWasFound            VALUE "Y".
01 reconResultFoundSwitch                PIC X(01) VALUE "N".
    88 reconResultWasFound               VALUE "Y".
01 reconOutOfBalanceSwitch               PIC X(01) VALUE "N".
    88 reconIsOutOfBalance               VALUE "Y".

*> Report lines, built and written the same way the other batch
*> reports build their own.
01 cycleReportTimestampText              PIC X(21).
01 cycleReportHeaderLine.
    05 FILLER                            PIC X(35) VALUE "PAYROLL CYCLE STATUS -- PAY PERIOD ".
    05 cycleReportHeaderPeriodNumber     PIC 9(04).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 cycleReportHeaderTimestamp        PIC X(21).
    05 FILLER                            PIC X(70) VALUE SPACES.
01 cycleReportCycleLine.
    05 FILLER                            PIC X(13) VALUE "CYCLE OPENED ".
    05 cycleReportOpenedTimestamp        PIC X(14).
    05 FILLER                            PIC X(12) VALUE "  COMPLETED ".
    05 cycleReportCompletedTimestamp     PIC X(14).
    05 FILLER                            PIC X(10) VALUE "  STATUS: ".
    05 cycleReportCycleStatusText        PIC X(12).
    05 FILLER                            PIC X(57) VALUE SPACES.
01 cycleReportColumnHeaderLine.
    05 FILLER                            PIC X(26) VALUE "STEP".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(11) VALUE "STATUS".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(14) VALUE "STARTED".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(14) VALUE "ENDED".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(04) VALUE "  RC".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(04) VALUE "RUNS".
    05 FILLER                            PIC X(49) VALUE SPACES.
01 cycleReportStepLine.
    05 cycleReportStepLabel              PIC X(26).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 cycleReportStepStatusText         PIC X(11).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 cycleReportStepStarted            PIC X(14).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 cycleReportStepEnded              PIC X(14).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 cycleReportStepReturnCode         PIC X(04).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 cycleReportStepRunCount           PIC X(04).
    05 FILLER                            PIC X(49) VALUE SPACES.
01 cycleReportStepDetailLine.
    05 FILLER                            PIC X(28) VALUE SPACES.
    05 cycleReportStepDetailText         PIC X(104).
01 cycleReportNextActionLine.
    05 FILLER                            PIC X(13) VALUE "NEXT ACTION: ".
    05 cycleReportNextActionText         PIC X(119).
01 cycleReportNumberEditText             PIC ZZZ9.
01 cycleReportSeparatorLine              PIC X(132) VALUE ALL "-".
01 cycleReportBlankLine                  PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM collectCommandLineArguments
    IF NOT runActionRequested
       AND NOT releaseActionRequested
       AND NOT statusActionRequested
        DISPLAY "errorMessage=Action must be RUN, RELEASE, or STATUS"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF releaseActionRequested
       AND supervisorIdentifierText = SPACES
        DISPLAY "errorMessage=RELEASE needs the releasing supervisor's user id"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM loadPayCalendarForCycle
    IF calendarPeriodCount = ZERO
        DISPLAY "errorMessage=Pay calendar is empty or not available; cannot tell which period the cycle is for"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O cycleStatusFile
    IF cycleStatusFileStatus = "35"
        OPEN OUTPUT cycleStatusFile
        CLOSE cycleStatusFile
        OPEN I-O cycleStatusFile
    END-IF
    IF cycleStatusFileStatus NOT = "00"
        DISPLAY "errorMessage=Cycle status file is not available, status " cycleStatusFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM locateCurrentCycle
    IF NOT cycleRecordWasFound
        DISPLAY "errorMessage=No payroll cycle on file, and no open period on the pay calendar to start one for"
        CLOSE cycleStatusFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    EVALUATE TRUE
        WHEN runActionRequested
            PERFORM runCycleSteps
        WHEN releaseActionRequested
            PERFORM releaseHeldCycleStep
    END-EVALUATE
    PERFORM determineNextCycleAction

    OPEN OUTPUT cycleReportFile
    PERFORM writeCycleStatusReport
    CLOSE cycleReportFile
    CLOSE cycleStatusFile

    DISPLAY "cyclePayPeriod=" cycleStatusPayPeriodNumber
    DISPLAY "cycleResult=" FUNCTION TRIM(cycleResultText)
    DISPLAY "cycleNextAction=" FUNCTION TRIM(cycleNextActionText)
    *> The step programs' own return codes were left in RETURN-CODE
    *> by the shell calls; the cycle's outcome replaces them. A held
    *> cycle is the work-by-hand condition; a refused request, a
    *> failed step, or one cut off mid-run is an error.
    MOVE ZERO TO RETURN-CODE
    IF cycleWasRefused
        MOVE 1 TO RETURN-CODE
    ELSE
        IF NOT statusActionRequested
            EVALUATE TRUE
                WHEN cycleResultIsComplete
                WHEN cycleResultIsReady
                    CONTINUE
                WHEN cycleResultIsHeld
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    MOVE 1 TO RETURN-CODE
            END-EVALUATE
        END-IF
    END-IF
    GOBACK.

collectCommandLineArguments.
    ACCEPT commandLineArgumentText FROM COMMAND-LINE
    UNSTRING commandLineArgumentText
        DELIMITED BY ALL " "
        INTO requestedActionText
             supervisorIdentifierText
    END-UNSTRING.

loadPayCalendarForCycle.
    MOVE ZERO TO calendarPeriodCount
    MOVE ZERO TO nextOpenPeriodNumber
    MOVE ZERO TO lastCompletedPeriodNumber
    MOVE "N" TO payPeriodControlEndSwitch
    OPEN INPUT payPeriodControlFile
    IF payPeriodControlFileStatus = "00"
        PERFORM readNextPayPeriodControlLine
        PERFORM noteOnePayPeriodControlLine
            UNTIL payPeriodControlAtEnd
        CLOSE payPeriodControlFile
    END-IF.

readNextPayPeriodControlLine.
    READ payPeriodControlFile
        AT END SET payPeriodControlAtEnd TO TRUE
    END-READ.

noteOnePayPeriodControlLine.
    IF calendarPeriodCount < 120
        ADD 1 TO calendarPeriodCount
        MOVE payPeriodNumber TO calendarPeriodNumber(calendarPeriodCount)
        MOVE payPeriodCompletedSwitch
            TO calendarPeriodCompletedSwitch(calendarPeriodCount)
    END-IF
    IF payPeriodIsCompleted
        MOVE payPeriodNumber TO lastCompletedPeriodNumber
    ELSE
        IF nextOpenPeriodNumber = ZERO
            MOVE payPeriodNumber TO nextOpenPeriodNumber
        END-IF
    END-IF
    PERFORM readNextPayPeriodControlLine.

locateCurrentCycle.
    *> The cycle still open for the period most recently paid comes
    *> first -- its batch run is done and the downstream steps are
    *> under way. Otherwise the cycle is the open period's, started
    *> here on a RUN if it has no row yet. With nothing open at all,
    *> a STATUS or RELEASE falls back to the last paid period's cycle
    *> so the handoff report still has something to show.
    MOVE "N" TO cycleRecordFoundSwitch
    IF lastCompletedPeriodNumber > ZERO
        MOVE lastCompletedPeriodNumber TO cycleStatusPayPeriodNumber
        PERFORM readCycleStatusRecord
        IF cycleRecordWasFound
           AND cycleStatusCycleIsComplete
            MOVE "N" TO cycleRecordFoundSwitch
        END-IF
    END-IF
    IF NOT cycleRecordWasFound
       AND nextOpenPeriodNumber > ZERO
        MOVE nextOpenPeriodNumber TO cycleStatusPayPeriodNumber
        PERFORM readCycleStatusRecord
        IF NOT cycleRecordWasFound
           AND runActionRequested
            PERFORM startNewCycleRecord
        END-IF
    END-IF
    IF NOT cycleRecordWasFound
       AND lastCompletedPeriodNumber > ZERO
        MOVE lastCompletedPeriodNumber TO cycleStatusPayPeriodNumber
        PERFORM readCycleStatusRecord
    END-IF.

readCycleStatusRecord.
    MOVE "N" TO cycleRecordFoundSwitch
    READ cycleStatusFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET cycleRecordWasFound TO TRUE
    END-READ.

startNewCycleRecord.
    MOVE SPACES TO cycleStatusRecord
    MOVE nextOpenPeriodNumber TO cycleStatusPayPeriodNumber
    SET cycleStatusCycleIsOpen TO TRUE
    MOVE FUNCTION CURRENT-DATE(1:14) TO cycleStatusOpenedTimestamp
    PERFORM clearOneCycleStepEntry
        VARYING cycleStepIndex FROM 1 BY 1
        UNTIL cycleStepIndex > cycleStepCount
    WRITE cycleStatusRecord
        INVALID KEY CONTINUE
        NOT INVALID KEY SET cycleRecordWasFound TO TRUE
    END-WRITE
    IF cycleRecordWasFound
        DISPLAY "cycleStarted=" cycleStatusPayPeriodNumber
    END-IF.

clearOneCycleStepEntry.
    MOVE ZERO TO cycleStatusStepReturnCode(cycleStepIndex)
    MOVE ZERO TO cycleStatusStepRunCount(cycleStepIndex).

runCycleSteps.
    *> Steps already finished cleanly (or released) are passed over,
    *> so a restart picks up at the first step that has not: the one
    *> that failed, was cut off, or never ran. The cycle stops at the
    *> first step that fails, is held, or may not start.
    MOVE "N" TO cycleStopSwitch
    PERFORM runOneCycleStep
        VARYING cycleStepIndex FROM 1 BY 1
        UNTIL cycleStepIndex > cycleStepCount
           OR cycleIsStopped

    MOVE ZERO TO finishedStepCount
    PERFORM countOneFinishedCycleStep
        VARYING cycleStepIndex FROM 1 BY 1
        UNTIL cycleStepIndex > cycleStepCount
    IF finishedStepCount = cycleStepCount
       AND cycleStatusCycleIsOpen
        SET cycleStatusCycleIsComplete TO TRUE
        MOVE FUNCTION CURRENT-DATE(1:14) TO cycleStatusCompletedTimestamp
        REWRITE cycleStatusRecord
    END-IF.

countOneFinishedCycleStep.
    IF cycleStatusStepIsClean(cycleStepIndex)
       OR cycleStatusStepWasReleased(cycleStepIndex)
        ADD 1 TO finishedStepCount
    END-IF.

runOneCycleStep.
    EVALUATE TRUE
        WHEN cycleStatusStepIsClean(cycleStepIndex)
        WHEN cycleStatusStepWasReleased(cycleStepIndex)
            CONTINUE
        WHEN cycleStatusStepIsHeld(cycleStepIndex)
            *> Held steps wait for a supervisor's RELEASE; running
            *> again does not move past them.
            SET cycleIsStopped TO TRUE
        WHEN OTHER
            PERFORM checkCycleStepMayStart
            IF cycleStepMayStart
                PERFORM executeCycleStep
            ELSE
                SET cycleIsStopped TO TRUE
            END-IF
    END-EVALUATE.

checkCycleStepMayStart.
    *> The calendar is read again for every step: the batch run marks
    *> its period completed, and the steps after it must see that.
    PERFORM loadPayCalendarForCycle
    SET cycleStepMayStart TO TRUE

    *> Every earlier step must have finished cleanly, or been held
    *> and released by a supervisor.
    PERFORM checkOnePriorCycleStep
        VARYING priorStepIndex FROM 1 BY 1
        UNTIL priorStepIndex >= cycleStepIndex
           OR NOT cycleStepMayStart
    IF NOT cycleStepMayStart
        EXIT PARAGRAPH
    END-IF

    *> The step must be about to work this cycle's period. Up to and
    *> including the batch run that is the calendar's open period; from
    *> the reconciliation on it is the period most recently completed.
    MOVE "N" TO cyclePeriodFoundSwitch
    MOVE "N" TO cyclePeriodCompletedSwitch
    PERFORM findCyclePeriodOnCalendar
        VARYING calendarPeriodIndex FROM 1 BY 1
        UNTIL calendarPeriodIndex > calendarPeriodCount
           OR cyclePeriodWasFound
    MOVE cycleStatusPayPeriodNumber TO cycleStatusNumberText
    IF cycleStepPaysOpenPeriod
        IF cyclePeriodIsCompleted
            IF cycleStepIsBatch
               AND (cycleStatusStepIsRunning(cycleStepIndex)
                    OR cycleStatusStepFailed(cycleStepIndex))
                *> The batch run marks the period completed only once
                *> the whole master has been paid, so a run cut off or
                *> failing after that point has paid everyone. It is
                *> not run again -- that would pay the next period --
                *> but held for a supervisor to confirm and release.
                SET cycleStatusStepIsHeld(cycleStepIndex) TO TRUE
                MOVE FUNCTION CURRENT-DATE(1:14)
                    TO cycleStatusStepEndTimestamp(cycleStepIndex)
                MOVE "Period already marked completed on the pay calendar; confirm BATCH finished, then RELEASE"
                    TO cycleStatusStepMessageText(cycleStepIndex)
                REWRITE cycleStatusRecord
                MOVE "N" TO cycleStepMayStartSwitch
            ELSE
                MOVE SPACES TO cycleRefusalText
                STRING FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
                    " refused: pay period " cycleStatusNumberText
                    " is already completed on the pay calendar"
                    DELIMITED BY SIZE INTO cycleRefusalText
                END-STRING
                PERFORM refuseCycleStep
            END-IF
        ELSE
            IF nextOpenPeriodNumber NOT = cycleStatusPayPeriodNumber
                MOVE SPACES TO cycleRefusalText
                STRING FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
                    " refused: the pay calendar's next open period is not this cycle's period "
                    cycleStatusNumberText
                    DELIMITED BY SIZE INTO cycleRefusalText
                END-STRING
                PERFORM refuseCycleStep
            END-IF
        END-IF
    ELSE
        IF lastCompletedPeriodNumber NOT = cycleStatusPayPeriodNumber
            MOVE SPACES TO cycleRefusalText
            STRING FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
                " refused: the most recently completed period is not this cycle's period "
                cycleStatusNumberText
                DELIMITED BY SIZE INTO cycleRefusalText
            END-STRING
            PERFORM refuseCycleStep
        END-IF
    END-IF.

checkOnePriorCycleStep.
    IF NOT cycleStatusStepIsClean(priorStepIndex)
       AND NOT cycleStatusStepWasReleased(priorStepIndex)
        MOVE SPACES TO cycleRefusalText
        STRING FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
            " refused: " FUNCTION TRIM(cycleStepLabel(priorStepIndex))
            " has not finished cleanly"
            DELIMITED BY SIZE INTO cycleRefusalText
        END-STRING
        PERFORM refuseCycleStep
    END-IF.

refuseCycleStep.
    MOVE "N" TO cycleStepMayStartSwitch
    SET cycleWasRefused TO TRUE
    DISPLAY "errorMessage=" FUNCTION TRIM(cycleRefusalText).

findCyclePeriodOnCalendar.
    IF calendarPeriodNumber(calendarPeriodIndex) = cycleStatusPayPeriodNumber
        SET cyclePeriodWasFound TO TRUE
        IF calendarPeriodIsCompleted(calendarPeriodIndex)
            SET cyclePeriodIsCompleted TO TRUE
        END-IF
    END-IF.

executeCycleStep.
    *> The start is recorded before the step runs, so a step (or this
    *> program) cut off mid-run is left showing as started with no end
    *> -- the restart runs it again.
    MOVE FUNCTION CURRENT-DATE(1:14)
        TO cycleStatusStepStartTimestamp(cycleStepIndex)
    MOVE SPACES TO cycleStatusStepEndTimestamp(cycleStepIndex)
    MOVE SPACES TO cycleStatusStepMessageText(cycleStepIndex)
    MOVE SPACES TO cycleStatusStepReleasedBy(cycleStepIndex)
    MOVE SPACES TO cycleStatusStepReleasedTimestamp(cycleStepIndex)
    PERFORM clearOneCycleStepTotal
        VARYING cycleTotalIndex FROM 1 BY 1
        UNTIL cycleTotalIndex > 4
    MOVE ZERO TO cycleStatusStepReturnCode(cycleStepIndex)
    ADD 1 TO cycleStatusStepRunCount(cycleStepIndex)
    SET cycleStatusStepIsRunning(cycleStepIndex) TO TRUE
    REWRITE cycleStatusRecord

    IF cycleStepIsReconciliation
        OPEN OUTPUT reconciliationReportFile
        CLOSE reconciliationReportFile
    END-IF

    MOVE SPACES TO stepCommandText
    IF cycleStepIsPeriodClose
        MOVE cycleStatusPayPeriodNumber TO stepPeriodArgumentText
        STRING FUNCTION TRIM(cycleStepProgramName(cycleStepIndex))
            " " stepPeriodArgumentText
            " > CYCLSTEP 2>&1"
            DELIMITED BY SIZE INTO stepCommandText
        END-STRING
    ELSE
        STRING FUNCTION TRIM(cycleStepProgramName(cycleStepIndex))
            " " FUNCTION TRIM(cycleStepArgumentText(cycleStepIndex))
            " > CYCLSTEP 2>&1"
            DELIMITED BY SIZE INTO stepCommandText
        END-STRING
    END-IF
    DISPLAY "cycleStepStarted=" FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
    CALL "SYSTEM" USING stepCommandText
    *> The shell hands back the step's exit code in the high byte of
    *> its wait status; a status that cannot be read as an exit code
    *> at all (the shell could not run the step) counts as a failure.
    MOVE RETURN-CODE TO stepSystemStatus
    MOVE ZERO TO RETURN-CODE
    EVALUATE TRUE
        WHEN stepSystemStatus < ZERO
            MOVE 9999 TO stepExitCode
        WHEN stepSystemStatus > 255
            COMPUTE stepExitCode = stepSystemStatus / 256
        WHEN OTHER
            MOVE stepSystemStatus TO stepExitCode
    END-EVALUATE
    MOVE FUNCTION CURRENT-DATE(1:14)
        TO cycleStatusStepEndTimestamp(cycleStepIndex)
    MOVE stepExitCode TO cycleStatusStepReturnCode(cycleStepIndex)

    PERFORM captureCycleStepOutput
    MOVE "N" TO reconOutOfBalanceSwitch
    IF cycleStepIsReconciliation
        PERFORM readReconciliationResult
    END-IF

    EVALUATE TRUE
        WHEN stepExitCode = ZERO
         AND NOT reconIsOutOfBalance
            SET cycleStatusStepIsClean(cycleStepIndex) TO TRUE
        WHEN stepExitCode = 8
          OR reconIsOutOfBalance
            *> The step did its work but left something for the desk --
            *> an out-of-balance reconciliation above all, which must
            *> hold the bank transmission and everything after it. Not
            *> run again: a supervisor looks, and releases the cycle.
            SET cycleStatusStepIsHeld(cycleStepIndex) TO TRUE
            IF cycleStatusStepMessageText(cycleStepIndex) = SPACES
                MOVE "Step flagged items for review; supervisor RELEASE needed"
                    TO cycleStatusStepMessageText(cycleStepIndex)
            END-IF
            SET cycleIsStopped TO TRUE
        WHEN OTHER
            SET cycleStatusStepFailed(cycleStepIndex) TO TRUE
            SET cycleIsStopped TO TRUE
    END-EVALUATE
    REWRITE cycleStatusRecord
    DISPLAY "cycleStepEnded=" FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
        " returnCode=" stepExitCode.

clearOneCycleStepTotal.
    MOVE SPACES TO cycleStatusStepTotalText(cycleStepIndex, cycleTotalIndex).

captureCycleStepOutput.
    MOVE "N" TO cycleStepOutputEndSwitch
    OPEN INPUT cycleStepOutputFile
    IF cycleStepOutputFileStatus = "00"
        PERFORM readNextCycleStepOutputLine
        PERFORM noteOneCycleStepOutputLine
            UNTIL cycleStepOutputAtEnd
        CLOSE cycleStepOutputFile
    END-IF.

readNextCycleStepOutputLine.
    READ cycleStepOutputFile
        AT END SET cycleStepOutputAtEnd TO TRUE
    END-READ.

noteOneCycleStepOutputLine.
    *> Only name=value lines count: the first errorMessage becomes the
    *> step's message, and a line whose name is one of the step's
    *> totals is kept in that total's slot (the last one printed wins,
    *> so per-employee detail ahead of a run's summary never crowds it
    *> out). Everything else, free-text console lines included (the
    *> first blank comes before any "="), is passed over.
    MOVE SPACES TO stepOutputKeyText
    MOVE SPACES TO stepOutputDelimiterText
    UNSTRING cycleStepOutputLine
        DELIMITED BY "=" OR " "
        INTO stepOutputKeyText DELIMITER IN stepOutputDelimiterText
    END-UNSTRING
    IF stepOutputDelimiterText = "="
       AND stepOutputKeyText NOT = SPACES
        EVALUATE TRUE
            WHEN stepOutputKeyText = "errorMessage"
                IF cycleStatusStepMessageText(cycleStepIndex) = SPACES
                    MOVE cycleStepOutputLine(14:80)
                        TO cycleStatusStepMessageText(cycleStepIndex)
                END-IF
            WHEN OTHER
                MOVE "N" TO stepOutputTotalFoundSwitch
                PERFORM findCycleStepTotalKey
                    VARYING cycleTotalIndex FROM 1 BY 1
                    UNTIL cycleTotalIndex > 4
                       OR stepOutputTotalWasFound
                IF stepOutputTotalWasFound
                    SUBTRACT 1 FROM cycleTotalIndex
                    MOVE cycleStepOutputLine
                        TO cycleStatusStepTotalText(cycleStepIndex, cycleTotalIndex)
                END-IF
        END-EVALUATE
    END-IF
    PERFORM readNextCycleStepOutputLine.

findCycleStepTotalKey.
    IF cycleStepTotalKeyText(cycleStepIndex, cycleTotalIndex) NOT = SPACES
       AND cycleStepTotalKeyText(cycleStepIndex, cycleTotalIndex)
           = stepOutputKeyText
        SET stepOutputTotalWasFound TO TRUE
    END-IF.

readReconciliationResult.
    *> The report's OVERALL RESULT line is the verdict. No result line
    *> at all (the reconciliation stopped before writing one) cannot
    *> prove the period balanced either, so it holds the cycle too.
    MOVE "N" TO reconResultFoundSwitch
    MOVE "N" TO reconciliationReportEndSwitch
    OPEN INPUT reconciliationReportFile
    IF reconciliationReportFileStatus = "00"
        PERFORM readNextReconciliationReportLine
        PERFORM noteOneReconciliationReportLine
            UNTIL reconciliationReportAtEnd
        CLOSE reconciliationReportFile
    END-IF
    IF NOT reconResultWasFound
        SET reconIsOutOfBalance TO TRUE
        IF cycleStatusStepMessageText(cycleStepIndex) = SPACES
            MOVE "RECONRPT carries no overall result; the period is not proved in balance"
                TO cycleStatusStepMessageText(cycleStepIndex)
        END-IF
    END-IF.

readNextReconciliationReportLine.
    READ reconciliationReportFile
        AT END SET reconciliationReportAtEnd TO TRUE
    END-READ.

noteOneReconciliationReportLine.
    IF reconciliationReportPrintLine(1:16) = "OVERALL RESULT: "
        SET reconResultWasFound TO TRUE
        MOVE SPACES TO cycleStatusStepMessageText(cycleStepIndex)
        STRING "RECONRPT: "
            FUNCTION TRIM(reconciliationReportPrintLine(17:70))
            DELIMITED BY SIZE INTO cycleStatusStepMessageText(cycleStepIndex)
        END-STRING
        IF reconciliationReportPrintLine(17:14) = "OUT OF BALANCE"
            SET reconIsOutOfBalance TO TRUE
        END-IF
    END-IF
    PERFORM readNextReconciliationReportLine.

releaseHeldCycleStep.
    *> A supervisor's release lets the cycle continue past a held step
    *> on the next RUN; the step itself is not run again. Who released
    *> it, and when, stays on the step for the handoff report.
    MOVE "N" TO heldStepFoundSwitch
    PERFORM findHeldCycleStep
        VARYING cycleStepIndex FROM 1 BY 1
        UNTIL cycleStepIndex > cycleStepCount
           OR heldStepWasFound
    IF heldStepWasFound
        SUBTRACT 1 FROM cycleStepIndex
        SET cycleStatusStepWasReleased(cycleStepIndex) TO TRUE
        MOVE supervisorIdentifierText
            TO cycleStatusStepReleasedBy(cycleStepIndex)
        MOVE FUNCTION CURRENT-DATE(1:14)
            TO cycleStatusStepReleasedTimestamp(cycleStepIndex)
        REWRITE cycleStatusRecord
        DISPLAY "cycleStepReleased=" FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
    ELSE
        MOVE cycleStatusPayPeriodNumber TO cycleStatusNumberText
        MOVE SPACES TO cycleRefusalText
        STRING "RELEASE refused: no step of pay period "
            cycleStatusNumberText "'s cycle is held"
            DELIMITED BY SIZE INTO cycleRefusalText
        END-STRING
        SET cycleWasRefused TO TRUE
        DISPLAY "errorMessage=" FUNCTION TRIM(cycleRefusalText)
    END-IF.

findHeldCycleStep.
    IF cycleStatusStepIsHeld(cycleStepIndex)
        SET heldStepWasFound TO TRUE
    END-IF.

determineNextCycleAction.
    MOVE "N" TO unfinishedStepFoundSwitch
    PERFORM findFirstUnfinishedCycleStep
        VARYING cycleStepIndex FROM 1 BY 1
        UNTIL cycleStepIndex > cycleStepCount
           OR unfinishedStepWasFound
    MOVE SPACES TO cycleNextActionText
    IF NOT unfinishedStepWasFound
        MOVE "COMPLETE" TO cycleResultText
        MOVE "None -- every step of the cycle has finished" TO cycleNextActionText
        EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM cycleStepIndex
    EVALUATE TRUE
        WHEN cycleStatusStepIsHeld(cycleStepIndex)
            MOVE "HELD" TO cycleResultText
            STRING "Supervisor review and RELEASE of "
                FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
                ", then RUN"
                DELIMITED BY SIZE INTO cycleNextActionText
            END-STRING
        WHEN cycleStatusStepFailed(cycleStepIndex)
            MOVE "FAILED" TO cycleResultText
            STRING "Correct the cause, then RUN to rerun "
                FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
                DELIMITED BY SIZE INTO cycleNextActionText
            END-STRING
        WHEN cycleStatusStepIsRunning(cycleStepIndex)
            MOVE "INTERRUPTED" TO cycleResultText
            STRING FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
                " started and never recorded an end; check its output, then RUN to restart it"
                DELIMITED BY SIZE INTO cycleNextActionText
            END-STRING
        WHEN OTHER
            MOVE "READY" TO cycleResultText
            STRING "RUN to start "
                FUNCTION TRIM(cycleStepLabel(cycleStepIndex))
                DELIMITED BY SIZE INTO cycleNextActionText
            END-STRING
    END-EVALUATE
    IF cycleWasRefused
        MOVE "REFUSED" TO cycleResultText
        MOVE cycleRefusalText TO cycleNextActionText
    END-IF.

findFirstUnfinishedCycleStep.
    IF NOT cycleStatusStepIsClean(cycleStepIndex)
       AND NOT cycleStatusStepWasReleased(cycleStepIndex)
        SET unfinishedStepWasFound TO TRUE
    END-IF.

writeCycleStatusReport.
    MOVE FUNCTION CURRENT-DATE TO cycleReportTimestampText
    MOVE cycleStatusPayPeriodNumber TO cycleReportHeaderPeriodNumber
    MOVE cycleReportTimestampText TO cycleReportHeaderTimestamp
    WRITE cycleReportPrintLine FROM cycleReportHeaderLine
    MOVE cycleStatusOpenedTimestamp TO cycleReportOpenedTimestamp
    MOVE cycleStatusCompletedTimestamp TO cycleReportCompletedTimestamp
    MOVE cycleResultText TO cycleReportCycleStatusText
    WRITE cycleReportPrintLine FROM cycleReportCycleLine
    WRITE cycleReportPrintLine FROM cycleReportSeparatorLine
    WRITE cycleReportPrintLine FROM cycleReportColumnHeaderLine
    PERFORM writeOneCycleStepReportLines
        VARYING cycleStepIndex FROM 1 BY 1
        UNTIL cycleStepIndex > cycleStepCount
    WRITE cycleReportPrintLine FROM cycleReportSeparatorLine
    MOVE cycleNextActionText TO cycleReportNextActionText
    WRITE cycleReportPrintLine FROM cycleReportNextActionLine
    WRITE cycleReportPrintLine FROM cycleReportBlankLine.

writeOneCycleStepReportLines.
    MOVE cycleStepLabel(cycleStepIndex) TO cycleReportStepLabel
    EVALUATE TRUE
        WHEN cycleStatusStepIsClean(cycleStepIndex)
            MOVE "OK" TO cycleReportStepStatusText
        WHEN cycleStatusStepFailed(cycleStepIndex)
            MOVE "FAILED" TO cycleReportStepStatusText
        WHEN cycleStatusStepIsHeld(cycleStepIndex)
            MOVE "HELD" TO cycleReportStepStatusText
        WHEN cycleStatusStepWasReleased(cycleStepIndex)
            MOVE "RELEASED" TO cycleReportStepStatusText
        WHEN cycleStatusStepIsRunning(cycleStepIndex)
            MOVE "INTERRUPTED" TO cycleReportStepStatusText
        WHEN OTHER
            MOVE "NOT RUN" TO cycleReportStepStatusText
    END-EVALUATE
    MOVE cycleStatusStepStartTimestamp(cycleStepIndex) TO cycleReportStepStarted
    MOVE cycleStatusStepEndTimestamp(cycleStepIndex) TO cycleReportStepEnded
    IF cycleStatusStepNotStarted(cycleStepIndex)
        MOVE SPACES TO cycleReportStepReturnCode
        MOVE SPACES TO cycleReportStepRunCount
    ELSE
        MOVE cycleStatusStepReturnCode(cycleStepIndex) TO cycleReportNumberEditText
        MOVE cycleReportNumberEditText TO cycleReportStepReturnCode
        MOVE cycleStatusStepRunCount(cycleStepIndex) TO cycleReportNumberEditText
        MOVE cycleReportNumberEditText TO cycleReportStepRunCount
    END-IF
    WRITE cycleReportPrintLine FROM cycleReportStepLine

    IF cycleStatusStepMessageText(cycleStepIndex) NOT = SPACES
        MOVE cycleStatusStepMessageText(cycleStepIndex)
            TO cycleReportStepDetailText
        WRITE cycleReportPrintLine FROM cycleReportStepDetailLine
    END-IF
    PERFORM writeOneCycleStepTotalLine
        VARYING cycleTotalIndex FROM 1 BY 1
        UNTIL cycleTotalIndex > 4
    IF cycleStatusStepWasReleased(cycleStepIndex)
        MOVE SPACES TO cycleReportStepDetailText
        STRING "Released by "
            FUNCTION TRIM(cycleStatusStepReleasedBy(cycleStepIndex))
            " at " cycleStatusStepReleasedTimestamp(cycleStepIndex)
            DELIMITED BY SIZE INTO cycleReportStepDetailText
        END-STRING
        WRITE cycleReportPrintLine FROM cycleReportStepDetailLine
    END-IF.

writeOneCycleStepTotalLine.
    IF cycleStatusStepTotalText(cycleStepIndex, cycleTotalIndex) NOT = SPACES
        MOVE cycleStatusStepTotalText(cycleStepIndex, cycleTotalIndex)
            TO cycleReportStepDetailText
        WRITE cycleReportPrintLine FROM cycleReportStepDetailLine
    END-IF.
