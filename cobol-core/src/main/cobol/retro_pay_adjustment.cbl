>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RETRO-PAY-ADJUSTMENT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER. GNUCOBOL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The employee master, read only: it says whether each raise's
    *> employee exists, is paid by the hour or by salary, and on what
    *> frequency. The raise itself reaches the master through the
    *> pending change approval run; this run never changes it.
    SELECT employeeMasterFile ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS employeeMasterEmployeeIdentifier
        FILE STATUS IS employeeMasterFileStatus.

    *> The pay calendar. Only periods already marked completed are
    *> re-priced -- the open period will be paid at the master's rate
    *> by the batch run itself.
    SELECT payPeriodControlFile ASSIGN TO "PAYPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payPeriodControlFileStatus.

    *> What each completed period actually paid, and the hours it was
    *> priced from -- the basis every re-price starts from.
    SELECT payHistoryFile ASSIGN TO "PAYHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS payHistoryRecordKey
        FILE STATUS IS payHistoryFileStatus.

    *> Retro pay waiting for the next batch run, one row per employee
    *> per adjusted period. This program is the only writer of new
    *> amounts; the batch run draws them down.
    SELECT retroPayFile ASSIGN TO "RETROPAY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS retroPayRecordKey
        FILE STATUS IS retroPayFileStatus.

    *> The earnings code table, read only: a premium code pays a
    *> factor of the base wage, so its lines in a re-priced period
    *> are re-priced with the raise too.
    SELECT earningsCodeFile ASSIGN TO "EARNCODE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS earningsCodeIdentifier
        FILE STATUS IS earningsCodeFileStatus.

    *> The wage and salary changes held for a second user's approval,
    *> read only. A raise is re-priced back in time only at a rate
    *> that has already been approved: the rate now on the master, or
    *> one an APPROVED row here carried. Otherwise one user could queue
    *> back pay at any rate without the second user ever seeing it.
    SELECT pendingChangeFile ASSIGN TO "PENDCHG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pendingChangeRecordKey
        FILE STATUS IS pendingChangeFileStatus.

    *> The raises submitted ahead of the run, applied in file order.
    SELECT retroTransactionFile ASSIGN TO "RETROTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS retroTransactionFileStatus.

    *> The retro detail report. Runs append to it, the same way the
    *> maintenance reports accumulate, so a day's adjustments review
    *> as one document.
    SELECT retroDetailReportFile ASSIGN TO "RETRORPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS retroDetailReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  employeeMasterFile.
COPY "employeeMasterRecord.cpy".

FD  payPeriodControlFile.
COPY "payPeriodControlRecord.cpy".

FD  payHistoryFile.
COPY "payHistoryRecord.cpy".

FD  retroPayFile.
COPY "retroPayRecord.cpy".

FD  earningsCodeFile.
COPY "earningsCodeRecord.cpy".

FD  retroTransactionFile.
COPY "retroTransactionRecord.cpy".

FD  pendingChangeFile.
COPY "pendingChangeRecord.cpy".

FD  retroDetailReportFile.
COPY "retroDetailReportRecord.cpy".

WORKING-STORAGE SECTION.
*> Converted numeric values for the fields that arrive as text, the
*> same two-step read-then-convert contract the maintenance programs
*> keep.
01 newHourlyWageAmount                   PIC 9(5)V99 VALUE ZERO.
01 newAnnualSalaryAmount                 PIC 9(7)V99 VALUE ZERO.

*> The same ceiling employee maintenance holds an hourly wage to, so
*> a mistyped raise cannot queue a fortune for the next check.
01 maximumHourlyWageAmount               PIC 9(5)V99 VALUE 500.00.

*> Priced the same way the calculation engine prices a period, so a
*> re-priced period differs from what it paid by the raise and
*> nothing else.
01 overtimePayMultiplier                 PIC 9V99 VALUE 1.50.
01 payPeriodsPerYearCount                PIC 9(02) VALUE ZERO.
01 standardAnnualWorkHours               PIC 9(04) VALUE 2080.
*> The base hourly wage a premium earnings code is a factor of, at
*> the new rate: the new hourly wage, or the new salary spread over
*> standard annual hours.
01 newBaseHourlyWageAmount               PIC 9(5)V99 VALUE ZERO.
01 historyEarningsIndex                  PIC 9(01) VALUE ZERO.

*> Effective-date validation, the same shape the pay calendar
*> maintenance program checks its dates with.
01 dateCandidateText                     PIC X(08) VALUE SPACES.
01 dateCandidateDigits REDEFINES dateCandidateText.
    05 dateCandidateYear                 PIC 9(04).
    05 dateCandidateMonth                PIC 9(02).
    05 dateCandidateDay                  PIC 9(02).

*> The pay calendar, loaded once. Same table shape the calculation
*> engine keeps.
01 payCalendarEntryCount                 PIC 9(03) VALUE ZERO.
01 calendarEntryIndex                    PIC 9(03) VALUE ZERO.
01 payCalendarTable.
    05 payCalendarEntry OCCURS 120 TIMES.
        10 calendarPeriodNumber          PIC 9(04).
        10 calendarPeriodStartDate       PIC X(08).
        10 calendarPeriodEndDate         PIC X(08).
        10 calendarPeriodPayDate         PIC X(08).
        10 calendarCompletedSwitch       PIC X(01).
            88 calendarEntryIsCompleted  VALUE "Y".
01 payCalendarEndSwitch                  PIC X(01) VALUE "N".
    88 payCalendarAtEnd                  VALUE "Y".

*> One period's re-price. The original is what the period paid in
*> the earnings a raise touches -- regular, overtime, and leave pay
*> for an hourly employee, the salary slice for a salaried one; the
*> bonus and any retro already paid in the period are not re-priced.
01 periodOriginalPaidAmount              PIC 9(7)V99 VALUE ZERO.
01 periodFullRepricedAmount              PIC 9(7)V99 VALUE ZERO.
01 periodShouldHavePaidAmount            PIC 9(7)V99 VALUE ZERO.
01 periodPriorRetroAmount                PIC 9(7)V99 VALUE ZERO.
01 periodDifferenceAmount                PIC S9(7)V99 VALUE ZERO.
01 periodNoteText                        PIC X(40) VALUE SPACES.

*> A raise effective partway through a period applies only to the
*> days from its effective date on, so the period's increase is
*> prorated by calendar days.
01 effectiveDateNumber                   PIC 9(08) VALUE ZERO.
01 periodStartDateNumber                 PIC 9(08) VALUE ZERO.
01 periodEndDateNumber                   PIC 9(08) VALUE ZERO.
01 periodDaysCoveredCount                PIC 9(03) VALUE ZERO.
01 periodDaysTotalCount                  PIC 9(03) VALUE ZERO.

*> Every problem found with a transaction is appended here rather
*> than overwriting whatever was already found, the same
*> append-not-overwrite contract the maintenance programs keep.
01 errorMessageText                      PIC X(500) VALUE SPACES.
01 errorMessageCandidateText             PIC X(120) VALUE SPACES.

*> File status and control switches.
01 employeeMasterFileStatus              PIC X(02) VALUE "00".
01 payPeriodControlFileStatus            PIC X(02) VALUE "00".
01 payHistoryFileStatus                  PIC X(02) VALUE "00".
01 retroPayFileStatus                    PIC X(02) VALUE "00".
01 retroTransactionFileStatus            PIC X(02) VALUE "00".
01 earningsCodeFileStatus                PIC X(02) VALUE "00".
01 earningsCodeFileAvailableSwitch       PIC X(01) VALUE "N".
    88 earningsCodeFileIsAvailable       VALUE "Y".
01 earningsCodeRecordFoundSwitch         PIC X(01) VALUE "N".
    88 earningsCodeRecordWasFound        VALUE "Y".
01 retroDetailReportFileStatus           PIC X(02) VALUE "00".
01 pendingChangeFileStatus               PIC X(02) VALUE "00".
01 pendingChangeFileAvailableSwitch      PIC X(01) VALUE "N".
    88 pendingChangeFileIsAvailable      VALUE "Y".
01 pendingChangeBrowseEndSwitch          PIC X(01) VALUE "N".
    88 pendingChangeBrowseAtEnd          VALUE "Y".
01 approvedRateFoundSwitch               PIC X(01) VALUE "N".
    88 approvedRateWasFound              VALUE "Y".
01 approvedRateFieldCode                 PIC X(04) VALUE SPACES.
01 retroTransactionEndSwitch             PIC X(01) VALUE "N".
    88 retroTransactionsAtEnd            VALUE "Y".
01 employeeRecordFoundSwitch             PIC X(01) VALUE "N".
    88 employeeRecordWasFound            VALUE "Y".
01 payHistoryRecordFoundSwitch           PIC X(01) VALUE "N".
    88 payHistoryRecordWasFound          VALUE "Y".
01 retroPayRecordFoundSwitch             PIC X(01) VALUE "N".
    88 retroPayRecordWasFound            VALUE "Y".

*> Per-raise and run totals for the report and the console summary.
01 transactionRetroTotalAmount           PIC 9(9)V99 VALUE ZERO.
01 transactionPeriodsReachedCount        PIC 9(05) VALUE ZERO.
01 runRetroTotalAmount                   PIC 9(11)V99 VALUE ZERO.
01 retroTransactionsReadCount            PIC 9(05) VALUE ZERO.
01 retroTransactionsAppliedCount         PIC 9(05) VALUE ZERO.
01 retroTransactionsRejectedCount        PIC 9(05) VALUE ZERO.
01 retroPeriodsAdjustedCount             PIC 9(05) VALUE ZERO.

01 runDateText                           PIC X(21) VALUE SPACES.

*> Report lines.
01 retroReportHeaderLine.
    05 FILLER                            PIC X(33) VALUE "RETROACTIVE PAY DETAIL REPORT    ".
    05 retroReportHeaderTimestamp        PIC X(21).
    05 FILLER                            PIC X(78) VALUE SPACES.
01 retroReportEmployeeLine.
    05 FILLER                            PIC X(10) VALUE "EMPLOYEE: ".
    05 retroReportEmployeeIdentifier     PIC X(20).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 retroReportEmployeeName           PIC X(30).
    05 FILLER                            PIC X(12) VALUE "  NEW RATE: ".
    05 retroReportNewRateAmount          PIC Z(6)9.99.
    05 FILLER                            PIC X(13) VALUE "  EFFECTIVE: ".
    05 retroReportEffectiveDate          PIC X(08).
    05 FILLER                            PIC X(27) VALUE SPACES.
01 retroReportResultLine.
    05 FILLER                            PIC X(10) VALUE "  RESULT: ".
    05 retroReportResultText             PIC X(122).
01 retroReportColumnHeaderLine.
    05 FILLER                            PIC X(04) VALUE SPACES.
    05 FILLER                            PIC X(06) VALUE "PERIOD".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "START   ".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "END     ".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(10) VALUE "      PAID".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(16) VALUE "SHOULD HAVE PAID".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(11) VALUE " DIFFERENCE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(40) VALUE "NOTE".
    05 FILLER                            PIC X(16) VALUE SPACES.
01 retroReportDetailLine.
    05 FILLER                            PIC X(06) VALUE SPACES.
    05 retroReportPeriodNumber           PIC 9(04).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 retroReportPeriodStartDate        PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 retroReportPeriodEndDate          PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 retroReportPaidAmount             PIC Z(6)9.99.
    05 FILLER                            PIC X(08) VALUE SPACES.
    05 retroReportShouldHavePaidAmount   PIC Z(6)9.99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 retroReportDifferenceAmount       PIC -Z(6)9.99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 retroReportNoteText               PIC X(40).
    05 FILLER                            PIC X(16) VALUE SPACES.
01 retroReportEmployeeTotalLine.
    05 FILLER                            PIC X(50) VALUE "    QUEUED FOR THE NEXT BATCH RUN".
    05 retroReportEmployeeTotalAmount    PIC Z(8)9.99.
    05 FILLER                            PIC X(70) VALUE SPACES.
01 retroReportSummaryLine.
    05 FILLER                            PIC X(19) VALUE "TRANSACTIONS READ: ".
    05 retroReportReadCount              PIC Z(4)9.
    05 FILLER                            PIC X(11) VALUE "  APPLIED: ".
    05 retroReportAppliedCount           PIC Z(4)9.
    05 FILLER                            PIC X(12) VALUE "  REJECTED: ".
    05 retroReportRejectedCount          PIC Z(4)9.
    05 FILLER                            PIC X(20) VALUE "  PERIODS ADJUSTED: ".
    05 retroReportPeriodsCount           PIC Z(4)9.
    05 FILLER                            PIC X(15) VALUE "  TOTAL RETRO: ".
    05 retroReportRunTotalAmount         PIC Z(10)9.99.
    05 FILLER                            PIC X(16) VALUE SPACES.
01 retroReportSeparatorLine              PIC X(132) VALUE ALL "-".
01 retroReportBlankLine                  PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO runDateText
    PERFORM loadPayCalendarTable
    PERFORM openFilesForRetroRun
    PERFORM writeRetroReportHeader

    MOVE "N" TO retroTransactionEndSwitch
    PERFORM readNextRetroTransaction
    PERFORM processOneRetroTransaction
        UNTIL retroTransactionsAtEnd

    PERFORM writeRetroReportSummary

    CLOSE employeeMasterFile
    CLOSE payHistoryFile
    CLOSE retroPayFile
    CLOSE retroTransactionFile
    CLOSE retroDetailReportFile
    IF earningsCodeFileIsAvailable
        CLOSE earningsCodeFile
    END-IF
    IF pendingChangeFileIsAvailable
        CLOSE pendingChangeFile
    END-IF

    DISPLAY "retroTransactionsRead=" retroTransactionsReadCount
    DISPLAY "retroTransactionsApplied=" retroTransactionsAppliedCount
    DISPLAY "retroTransactionsRejected=" retroTransactionsRejectedCount
    DISPLAY "retroPeriodsAdjusted=" retroPeriodsAdjustedCount
    DISPLAY "retroTotalQueued=" runRetroTotalAmount
    GOBACK.

loadPayCalendarTable.
    *> Without the calendar there is no way to tell which periods are
    *> behind us, so a missing one stops the run.
    MOVE ZERO TO payCalendarEntryCount
    MOVE "N" TO payCalendarEndSwitch
    OPEN INPUT payPeriodControlFile
    IF payPeriodControlFileStatus NOT = "00"
        DISPLAY "errorMessage=Pay calendar is not available, status " payPeriodControlFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM readNextPayCalendarLine
    PERFORM storeOnePayCalendarLine
        UNTIL payCalendarAtEnd
    CLOSE payPeriodControlFile.

readNextPayCalendarLine.
    READ payPeriodControlFile
        AT END SET payCalendarAtEnd TO TRUE
    END-READ.

storeOnePayCalendarLine.
    IF payCalendarEntryCount < 120
        ADD 1 TO payCalendarEntryCount
        MOVE payPeriodNumber
            TO calendarPeriodNumber(payCalendarEntryCount)
        MOVE payPeriodStartDate
            TO calendarPeriodStartDate(payCalendarEntryCount)
        MOVE payPeriodEndDate
            TO calendarPeriodEndDate(payCalendarEntryCount)
        MOVE payPeriodScheduledPayDate
            TO calendarPeriodPayDate(payCalendarEntryCount)
        MOVE payPeriodCompletedSwitch
            TO calendarCompletedSwitch(payCalendarEntryCount)
    ELSE
        DISPLAY "errorMessage=Pay calendar carries more periods than the table holds; period "
            payPeriodNumber " ignored"
    END-IF
    PERFORM readNextPayCalendarLine.

openFilesForRetroRun.
    OPEN INPUT employeeMasterFile
    IF employeeMasterFileStatus NOT = "00"
        DISPLAY "errorMessage=Employee master file is not available, status " employeeMasterFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    *> Nothing can be re-priced without the history of what was paid.
    OPEN INPUT payHistoryFile
    IF payHistoryFileStatus NOT = "00"
        DISPLAY "errorMessage=Pay history file is not available, status " payHistoryFileStatus
        CLOSE employeeMasterFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    *> The retro pay file will not exist before the first adjustment
    *> run; create it rather than treating that as an error, the same
    *> way the maintenance programs bootstrap their own files.
    OPEN I-O retroPayFile
    IF retroPayFileStatus = "35"
        OPEN OUTPUT retroPayFile
        CLOSE retroPayFile
        OPEN I-O retroPayFile
    END-IF
    IF retroPayFileStatus NOT = "00"
        DISPLAY "errorMessage=Retro pay file is not available for adjustment run, status " retroPayFileStatus
        CLOSE employeeMasterFile
        CLOSE payHistoryFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    *> An adjustment run with nothing to apply is a submission
    *> mistake, so a missing transaction file stops the run.
    OPEN INPUT retroTransactionFile
    IF retroTransactionFileStatus NOT = "00"
        DISPLAY "errorMessage=Retro transaction file is not available, status " retroTransactionFileStatus
        CLOSE employeeMasterFile
        CLOSE payHistoryFile
        CLOSE retroPayFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN EXTEND retroDetailReportFile
    IF retroDetailReportFileStatus = "35"
        OPEN OUTPUT retroDetailReportFile
    END-IF

    *> An installation with no earnings code table has paid no
    *> premium lines to re-price, so its absence is not an error.
    OPEN INPUT earningsCodeFile
    IF earningsCodeFileStatus = "00"
        SET earningsCodeFileIsAvailable TO TRUE
    END-IF

    *> No pending change file means no change was ever approved
    *> through it, so only the master's own rate counts as approved.
    OPEN INPUT pendingChangeFile
    IF pendingChangeFileStatus = "00"
        SET pendingChangeFileIsAvailable TO TRUE
    END-IF.

writeRetroReportHeader.
    MOVE runDateText TO retroReportHeaderTimestamp
    WRITE retroDetailReportPrintLine FROM retroReportHeaderLine
    WRITE retroDetailReportPrintLine FROM retroReportSeparatorLine.

writeRetroReportSummary.
    MOVE retroTransactionsReadCount TO retroReportReadCount
    MOVE retroTransactionsAppliedCount TO retroReportAppliedCount
    MOVE retroTransactionsRejectedCount TO retroReportRejectedCount
    MOVE retroPeriodsAdjustedCount TO retroReportPeriodsCount
    MOVE runRetroTotalAmount TO retroReportRunTotalAmount
    WRITE retroDetailReportPrintLine FROM retroReportSeparatorLine
    WRITE retroDetailReportPrintLine FROM retroReportSummaryLine
    WRITE retroDetailReportPrintLine FROM retroReportBlankLine.

readNextRetroTransaction.
    READ retroTransactionFile
        AT END SET retroTransactionsAtEnd TO TRUE
    END-READ.

processOneRetroTransaction.
    ADD 1 TO retroTransactionsReadCount
    MOVE SPACES TO errorMessageText
    MOVE ZERO TO transactionRetroTotalAmount
    MOVE ZERO TO transactionPeriodsReachedCount
    COMPUTE newHourlyWageAmount = FUNCTION NUMVAL(retroTransHourlyWageText)
    COMPUTE newAnnualSalaryAmount = FUNCTION NUMVAL(retroTransAnnualSalaryText)
    PERFORM lookUpEmployeeForRetroTransaction
    PERFORM validateRetroTransaction
    PERFORM writeRetroEmployeeHeader
    IF errorMessageText = SPACES
        WRITE retroDetailReportPrintLine FROM retroReportColumnHeaderLine
        PERFORM repriceOneCalendarPeriod
            VARYING calendarEntryIndex FROM 1 BY 1
            UNTIL calendarEntryIndex > payCalendarEntryCount
        PERFORM writeRetroEmployeeTotal
        ADD 1 TO retroTransactionsAppliedCount
    ELSE
        ADD 1 TO retroTransactionsRejectedCount
        DISPLAY "errorMessage=Retro transaction for employee="
            FUNCTION TRIM(retroTransEmployeeIdentifierText)
            " rejected (" FUNCTION TRIM(errorMessageText) ")"
    END-IF
    WRITE retroDetailReportPrintLine FROM retroReportBlankLine
    PERFORM readNextRetroTransaction.

lookUpEmployeeForRetroTransaction.
    MOVE "N" TO employeeRecordFoundSwitch
    MOVE retroTransEmployeeIdentifierText TO employeeMasterEmployeeIdentifier
    READ employeeMasterFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET employeeRecordWasFound TO TRUE
    END-READ.

validateRetroTransaction.
    *> Every check below runs regardless of whether an earlier one
    *> failed, and each finding is appended, so the report shows the
    *> whole list.
    IF NOT employeeRecordWasFound
        MOVE "Employee is not on the employee master."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    ELSE
        *> Retro rides on the employee's next check. Someone already
        *> paid out in full has no next check, so the make-up is a
        *> manual payment, not a queued one.
        IF NOT employeeMasterIsActive
           AND NOT employeeMasterFinalLeavePayoutIsPending
            MOVE "Employee has been paid out in full; there is no later check to carry retro pay."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
        IF employeeMasterIsSalaried
            IF newAnnualSalaryAmount <= ZERO
                MOVE "A salaried employee's raise requires the new annual salary."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF FUNCTION TRIM(retroTransHourlyWageText) NOT = SPACES
                MOVE "An hourly wage was given for a salaried employee."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        ELSE
            IF newHourlyWageAmount <= ZERO
               OR newHourlyWageAmount > maximumHourlyWageAmount
                MOVE "An hourly employee's raise requires a new hourly wage above zero and no more than 500.00."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF FUNCTION TRIM(retroTransAnnualSalaryText) NOT = SPACES
                MOVE "An annual salary was given for an hourly employee."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        END-IF
        PERFORM checkRetroRateWasApproved
        IF NOT approvedRateWasFound
            MOVE "The new rate has not been approved; file it as a change for a second user to approve first."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
    END-IF
    MOVE retroTransEffectiveDateText TO dateCandidateText
    PERFORM validateCandidateDate.

checkRetroRateWasApproved.
    *> The rate on the master got there through the approval run (or
    *> was the employee's starting rate), so it is approved as it
    *> stands. Any other rate must appear as the new value on an
    *> APPROVED change for this employee -- a raise approved and then
    *> overtaken by a later approved change is still a rate a second
    *> user signed off on.
    MOVE "N" TO approvedRateFoundSwitch
    IF employeeMasterIsSalaried
        MOVE "SALY" TO approvedRateFieldCode
        IF newAnnualSalaryAmount = employeeMasterAnnualSalaryAmount
            SET approvedRateWasFound TO TRUE
        END-IF
    ELSE
        MOVE "WAGE" TO approvedRateFieldCode
        IF newHourlyWageAmount = employeeMasterHourlyWageAmount
            SET approvedRateWasFound TO TRUE
        END-IF
    END-IF
    IF NOT approvedRateWasFound
       AND pendingChangeFileIsAvailable
        MOVE "N" TO pendingChangeBrowseEndSwitch
        MOVE employeeMasterEmployeeIdentifier
            TO pendingChangeEmployeeIdentifier
        MOVE approvedRateFieldCode TO pendingChangeFieldCode
        MOVE LOW-VALUES TO pendingChangeRequestTimestamp
        START pendingChangeFile KEY IS NOT LESS THAN pendingChangeRecordKey
            INVALID KEY SET pendingChangeBrowseAtEnd TO TRUE
        END-START
        IF NOT pendingChangeBrowseAtEnd
            PERFORM readNextPendingChangeForRetro
            PERFORM checkOnePendingChangeForRetro
                UNTIL pendingChangeBrowseAtEnd
                   OR approvedRateWasFound
        END-IF
    END-IF.

readNextPendingChangeForRetro.
    READ pendingChangeFile NEXT RECORD
        AT END SET pendingChangeBrowseAtEnd TO TRUE
    END-READ
    IF NOT pendingChangeBrowseAtEnd
       AND (pendingChangeEmployeeIdentifier
            NOT = employeeMasterEmployeeIdentifier
            OR pendingChangeFieldCode NOT = approvedRateFieldCode)
        SET pendingChangeBrowseAtEnd TO TRUE
    END-IF.

checkOnePendingChangeForRetro.
    IF pendingChangeIsApproved
        IF (pendingChangeIsAnnualSalary
            AND pendingChangeAfterAnnualSalary = newAnnualSalaryAmount)
           OR (pendingChangeIsHourlyWage
            AND pendingChangeAfterHourlyWage = newHourlyWageAmount)
            SET approvedRateWasFound TO TRUE
        END-IF
    END-IF
    IF NOT approvedRateWasFound
        PERFORM readNextPendingChangeForRetro
    END-IF.

validateCandidateDate.
    IF dateCandidateText IS NOT NUMERIC
        MOVE "Effective date must be eight digits, YYYYMMDD."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    ELSE
        IF dateCandidateMonth < 1 OR dateCandidateMonth > 12
           OR dateCandidateDay < 1 OR dateCandidateDay > 31
           OR dateCandidateYear < 1900
            MOVE "Effective date is not a real calendar date."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
    END-IF.

appendErrorMessage.
    IF errorMessageText = SPACES
        MOVE errorMessageCandidateText TO errorMessageText
    ELSE
        STRING FUNCTION TRIM(errorMessageText) " "
            FUNCTION TRIM(errorMessageCandidateText)
            DELIMITED BY SIZE INTO errorMessageText
            ON OVERFLOW
                DISPLAY "errorMessage=Too many validation errors to report in full"
    END-IF.

writeRetroEmployeeHeader.
    MOVE retroTransEmployeeIdentifierText TO retroReportEmployeeIdentifier
    MOVE SPACES TO retroReportEmployeeName
    MOVE ZERO TO retroReportNewRateAmount
    IF employeeRecordWasFound
        MOVE employeeMasterEmployeeFullName TO retroReportEmployeeName
        IF employeeMasterIsSalaried
            MOVE newAnnualSalaryAmount TO retroReportNewRateAmount
        ELSE
            MOVE newHourlyWageAmount TO retroReportNewRateAmount
        END-IF
    END-IF
    MOVE retroTransEffectiveDateText TO retroReportEffectiveDate
    WRITE retroDetailReportPrintLine FROM retroReportEmployeeLine
    IF errorMessageText NOT = SPACES
        MOVE SPACES TO retroReportResultText
        STRING "REJECTED - " FUNCTION TRIM(errorMessageText)
            DELIMITED BY SIZE INTO retroReportResultText
            ON OVERFLOW CONTINUE
        END-STRING
        WRITE retroDetailReportPrintLine FROM retroReportResultLine
    END-IF.

writeRetroEmployeeTotal.
    IF transactionPeriodsReachedCount = ZERO
        MOVE "No completed period ends on or after the effective date; the raise is paid going forward only."
            TO retroReportResultText
        WRITE retroDetailReportPrintLine FROM retroReportResultLine
    END-IF
    MOVE transactionRetroTotalAmount TO retroReportEmployeeTotalAmount
    WRITE retroDetailReportPrintLine FROM retroReportEmployeeTotalLine.

repriceOneCalendarPeriod.
    *> Only completed periods the raise reaches -- those ending on or
    *> after its effective date -- are re-priced.
    IF calendarEntryIsCompleted(calendarEntryIndex)
       AND calendarPeriodEndDate(calendarEntryIndex) >= retroTransEffectiveDateText
        ADD 1 TO transactionPeriodsReachedCount
        MOVE SPACES TO periodNoteText
        MOVE ZERO TO periodOriginalPaidAmount
        MOVE ZERO TO periodShouldHavePaidAmount
        MOVE ZERO TO periodDifferenceAmount
        PERFORM readPayHistoryForPeriod
        PERFORM readRetroPayRowForPeriod
        IF NOT payHistoryRecordWasFound
            MOVE "NO PAY HISTORY FOR THE PERIOD" TO periodNoteText
        ELSE
            PERFORM repricePaidPeriod
        END-IF
        PERFORM writeRetroDetailLine
    END-IF.

readPayHistoryForPeriod.
    MOVE "N" TO payHistoryRecordFoundSwitch
    MOVE retroTransEmployeeIdentifierText TO payHistoryEmployeeIdentifier
    MOVE calendarPeriodNumber(calendarEntryIndex) TO payHistoryPayPeriodNumber
    READ payHistoryFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET payHistoryRecordWasFound TO TRUE
    END-READ.

readRetroPayRowForPeriod.
    *> Retro already granted for the period by an earlier raise is
    *> part of what the period has been paid, so a second raise only
    *> makes up the rest.
    MOVE "N" TO retroPayRecordFoundSwitch
    MOVE ZERO TO periodPriorRetroAmount
    MOVE retroTransEmployeeIdentifierText TO retroEmployeeIdentifier
    MOVE calendarPeriodNumber(calendarEntryIndex) TO retroPayPeriodNumber
    READ retroPayFile
        INVALID KEY CONTINUE
        NOT INVALID KEY
            SET retroPayRecordWasFound TO TRUE
            MOVE retroTotalAdjustmentAmount TO periodPriorRetroAmount
    END-READ.

repricePaidPeriod.
    *> The period is re-priced under the pay type it was paid under.
    *> A period paid another way (a final leave payout priced by the
    *> hour for a salaried employee, or a period before a pay type
    *> change) is not this raise's to correct and is left alone.
    IF payHistoryPayTypeCode NOT = employeeMasterPayTypeCode
        IF payHistoryPayTypeCode = SPACE
            MOVE "NOT REPRICED - HISTORY CARRIES NO PAY BASIS" TO periodNoteText
        ELSE
            MOVE "NOT REPRICED - PAID UNDER ANOTHER PAY TYPE" TO periodNoteText
        END-IF
    ELSE
        PERFORM repriceUnderPaidPayType
    END-IF.

repriceUnderPaidPayType.
    IF employeeMasterIsSalaried
        MOVE payHistoryGrossRegularPayAmount TO periodOriginalPaidAmount
        PERFORM determinePayPeriodsPerYear
        COMPUTE periodFullRepricedAmount ROUNDED =
            newAnnualSalaryAmount / payPeriodsPerYearCount
    ELSE
        COMPUTE periodOriginalPaidAmount =
            payHistoryGrossRegularPayAmount
            + payHistoryGrossOvertimePayAmount
            + payHistoryGrossLeavePayAmount
        *> Priced exactly as the engine prices it, slice by slice, so
        *> rounding matches a period that had been paid at the new
        *> wage in the first place.
        COMPUTE periodFullRepricedAmount ROUNDED =
            newHourlyWageAmount * payHistoryRegularHoursWorked
        COMPUTE periodFullRepricedAmount ROUNDED =
            periodFullRepricedAmount
            + (newHourlyWageAmount * payHistoryOvertimeHoursWorked
               * overtimePayMultiplier)
        COMPUTE periodFullRepricedAmount ROUNDED =
            periodFullRepricedAmount
            + (newHourlyWageAmount * payHistoryLeaveHoursTaken)
    END-IF

    *> Premium earnings lines were priced off the base wage, so they
    *> move with the raise; every other coded line is not the raise's
    *> to change and stays out of both sides.
    IF employeeMasterIsSalaried
        COMPUTE newBaseHourlyWageAmount ROUNDED =
            newAnnualSalaryAmount / standardAnnualWorkHours
    ELSE
        MOVE newHourlyWageAmount TO newBaseHourlyWageAmount
    END-IF
    IF earningsCodeFileIsAvailable
        PERFORM repriceOnePremiumEarningsLine
            VARYING historyEarningsIndex FROM 1 BY 1
            UNTIL historyEarningsIndex > payHistoryEarningsLineCount
    END-IF

    PERFORM prorateRepriceForEffectiveDate

    COMPUTE periodDifferenceAmount =
        periodShouldHavePaidAmount
        - periodOriginalPaidAmount - periodPriorRetroAmount

    *> Retro only ever adds. A period that already paid as much as
    *> the raise says (or more, under an earlier larger adjustment)
    *> is reported and left alone -- recovering an overpayment is a
    *> separate decision, not something a raise does on its own.
    IF periodDifferenceAmount > ZERO
        PERFORM queueRetroPayForPeriod
    ELSE
        IF periodDifferenceAmount < ZERO
            MOVE "NOT RECOVERED - PERIOD ALREADY PAID MORE" TO periodNoteText
        ELSE
            MOVE "NO CHANGE" TO periodNoteText
        END-IF
    END-IF.

repriceOnePremiumEarningsLine.
    MOVE "N" TO earningsCodeRecordFoundSwitch
    MOVE payHistoryEarningsCode(historyEarningsIndex)
        TO earningsCodeIdentifier
    READ earningsCodeFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET earningsCodeRecordWasFound TO TRUE
    END-READ
    IF earningsCodeRecordWasFound
       AND earningsCodeIsPremiumOnBaseWage
        ADD payHistoryEarningsAmount(historyEarningsIndex)
            TO periodOriginalPaidAmount
        COMPUTE periodFullRepricedAmount ROUNDED =
            periodFullRepricedAmount
            + (payHistoryEarningsHours(historyEarningsIndex)
               * newBaseHourlyWageAmount
               * earningsCodePremiumFactor)
    END-IF.

determinePayPeriodsPerYear.
    *> Same frequencies, same biweekly default, as the engine divides
    *> a salary by.
    EVALUATE employeeMasterPayFrequencyCode
        WHEN "W"
            MOVE 52 TO payPeriodsPerYearCount
        WHEN "S"
            MOVE 24 TO payPeriodsPerYearCount
        WHEN OTHER
            MOVE 26 TO payPeriodsPerYearCount
    END-EVALUATE.

prorateRepriceForEffectiveDate.
    *> A raise effective on or before the period's first day covers
    *> the whole period. One effective partway through covers the
    *> days from its effective date to the period's end, and only that
    *> share of the increase is owed.
    MOVE periodFullRepricedAmount TO periodShouldHavePaidAmount
    IF retroTransEffectiveDateText > calendarPeriodStartDate(calendarEntryIndex)
       AND calendarPeriodStartDate(calendarEntryIndex) IS NUMERIC
       AND calendarPeriodEndDate(calendarEntryIndex) IS NUMERIC
        MOVE retroTransEffectiveDateText TO effectiveDateNumber
        MOVE calendarPeriodStartDate(calendarEntryIndex) TO periodStartDateNumber
        MOVE calendarPeriodEndDate(calendarEntryIndex) TO periodEndDateNumber
        COMPUTE periodDaysCoveredCount =
            FUNCTION INTEGER-OF-DATE(periodEndDateNumber)
            - FUNCTION INTEGER-OF-DATE(effectiveDateNumber) + 1
        COMPUTE periodDaysTotalCount =
            FUNCTION INTEGER-OF-DATE(periodEndDateNumber)
            - FUNCTION INTEGER-OF-DATE(periodStartDateNumber) + 1
        IF periodDaysTotalCount > ZERO
           AND periodFullRepricedAmount > periodOriginalPaidAmount
            COMPUTE periodShouldHavePaidAmount ROUNDED =
                periodOriginalPaidAmount
                + (periodFullRepricedAmount - periodOriginalPaidAmount)
                  * periodDaysCoveredCount / periodDaysTotalCount
            MOVE SPACES TO periodNoteText
            STRING "PRORATED " periodDaysCoveredCount " OF "
                periodDaysTotalCount " DAYS"
                DELIMITED BY SIZE INTO periodNoteText
        END-IF
    END-IF.

queueRetroPayForPeriod.
    *> The row accumulates: the total granted and the amount still
    *> unpaid both grow by this raise's difference, and the row now
    *> describes the latest raise that reached the period.
    IF NOT retroPayRecordWasFound
        MOVE retroTransEmployeeIdentifierText TO retroEmployeeIdentifier
        MOVE calendarPeriodNumber(calendarEntryIndex) TO retroPayPeriodNumber
        MOVE ZERO TO retroTotalAdjustmentAmount
        MOVE ZERO TO retroUnpaidAmount
        MOVE ZERO TO retroPaidInPeriodNumber
    END-IF
    MOVE retroTransEffectiveDateText TO retroEffectiveDate
    MOVE periodOriginalPaidAmount TO retroOriginalPaidAmount
    MOVE periodShouldHavePaidAmount TO retroRepricedAmount
    ADD periodDifferenceAmount TO retroTotalAdjustmentAmount
    ADD periodDifferenceAmount TO retroUnpaidAmount
    MOVE runDateText(1:8) TO retroLastRunDate
    IF retroPayRecordWasFound
        REWRITE retroPayRecord
    ELSE
        WRITE retroPayRecord
    END-IF
    IF retroPayFileStatus NOT = "00"
        DISPLAY "errorMessage=Retro pay row for employee="
            FUNCTION TRIM(retroTransEmployeeIdentifierText)
            " period=" calendarPeriodNumber(calendarEntryIndex)
            " could not be written, status " retroPayFileStatus
        MOVE "NOT QUEUED - RETRO PAY FILE WRITE FAILED" TO periodNoteText
        MOVE 1 TO RETURN-CODE
    ELSE
        IF periodNoteText = SPACES
            MOVE "QUEUED FOR NEXT BATCH" TO periodNoteText
        END-IF
        ADD periodDifferenceAmount TO transactionRetroTotalAmount
        ADD periodDifferenceAmount TO runRetroTotalAmount
        ADD 1 TO retroPeriodsAdjustedCount
    END-IF.

writeRetroDetailLine.
    MOVE calendarPeriodNumber(calendarEntryIndex) TO retroReportPeriodNumber
    MOVE calendarPeriodStartDate(calendarEntryIndex) TO retroReportPeriodStartDate
    MOVE calendarPeriodEndDate(calendarEntryIndex) TO retroReportPeriodEndDate
    COMPUTE retroReportPaidAmount =
        periodOriginalPaidAmount + periodPriorRetroAmount
    MOVE periodShouldHavePaidAmount TO retroReportShouldHavePaidAmount
    MOVE periodDifferenceAmount TO retroReportDifferenceAmount
    MOVE periodNoteText TO retroReportNoteText
    WRITE retroDetailReportPrintLine FROM retroReportDetailLine.
