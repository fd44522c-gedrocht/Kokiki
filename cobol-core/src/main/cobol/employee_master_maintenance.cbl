        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS maintenanceReportFileStatus.

    *> The pay calendar and the tax rate file, read only to learn
    *> which work-state codes the engine will recognize when it next
    *> pays: the SWHT rows in effect on the end date of the first
    *> period not yet completed, laid over the starting table the
    *> same way the engine lays them.
    SELECT payPeriodControlFile ASSIGN TO "PAYPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payPeriodControlFileStatus.

    SELECT taxRateFile ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS taxRateRecordKey
        FILE STATUS IS taxRateFileStatus.

    *> Changes to bank details, hourly wage, annual salary, or pay type
    *> are not applied here: a CHNG carrying one files it on the
    *> pending change file, and it reaches the master only when a
    *> different user approves it in the pending change approval run.
    SELECT pendingChangeFile ASSIGN TO "PENDCHG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pendingChangeRecordKey
        FILE STATUS IS pendingChangeFileStatus.

DATA DIVISION.
FILE SECTION.
FD  employeeMasterFile.
FD  maintenanceReportFile.
COPY "maintenanceReportRecord.cpy".

FD  payPeriodControlFile.
COPY "payPeriodControlRecord.cpy".

FD  taxRateFile.
COPY "taxRateRecord.cpy".

FD  pendingChangeFile.
COPY "pendingChangeRecord.cpy".

WORKING-STORAGE SECTION.
*> Converted numeric values for the amount fields that arrive on a
*> transaction as text, the same two-step read-then-convert contract
*> which codes the company recognizes.
01 workStateCodeText                     PIC X(02).
COPY "stateTaxRateTable.cpy".
*> The date the tax rate file is read as of -- the next period to be
*> paid's end date, or today when no calendar is on hand.
01 taxRateAsOfDate                       PIC X(08) VALUE SPACES.
01 taxRateStateFoundSwitch               PIC X(01) VALUE "N".
    88 taxRateStateWasFound              VALUE "Y".

*> Employment dates. A HIRE, TERM, or REAC with no effective date of
*> its own takes the run date. Dates are checked for shape the same
*> way the pay calendar maintenance program checks its own.
01 runDateText                           PIC X(08) VALUE SPACES.
01 effectiveDateText                     PIC X(08) VALUE SPACES.
01 dateCandidateText                     PIC X(08) VALUE SPACES.
01 dateCandidateDigits REDEFINES dateCandidateText.
    05 dateCandidateYear                 PIC 9(04).
    05 dateCandidateMonth                PIC 9(02).
    05 dateCandidateDay                  PIC 9(02).
01 dateCandidateLabelText                PIC X(30) VALUE SPACES.
01 dateCandidateValidSwitch              PIC X(01) VALUE "N".
    88 dateCandidateIsValid              VALUE "Y".

*> The SSN a transaction carries, reduced to its nine digits whether
*> it arrived with dashes or without, and split into the three
*> parts the format rules speak about: no part may be all zeros,
*> and area numbers 666 and 900-999 are never issued.
01 ssnCandidateText                      PIC X(09) VALUE SPACES.
01 ssnCandidateParts REDEFINES ssnCandidateText.
    05 ssnCandidateArea                  PIC X(03).
    05 ssnCandidateGroup                 PIC X(02).
    05 ssnCandidateSerial                PIC X(04).
01 ssnTrimmedLength                      PIC 9(02) VALUE ZERO.

*> Every SSN on the master, loaded once at the start of the run and
*> kept current as transactions land, so a duplicate is caught
*> without browsing the master out from under the record a
*> transaction is working on. Sized well past the 500-employee
*> horizon the reconciliation tables assume.
01 ssnOnFileCount                        PIC 9(04) VALUE ZERO.
01 ssnOnFileIndex                        PIC 9(04) VALUE ZERO.
01 ssnOnFileTable.
    05 ssnOnFileEntry OCCURS 1000 TIMES.
        10 ssnOnFileEmployeeIdentifier   PIC X(20).
        10 ssnOnFileNumber               PIC X(09).
01 ssnOnFileFoundSwitch                  PIC X(01) VALUE "N".
    88 ssnOnFileWasFound                 VALUE "Y".
01 ssnOnFileTableFullSwitch              PIC X(01) VALUE "N".
    88 ssnOnFileTableIsFull              VALUE "Y".
01 employeeMasterBrowseEndSwitch         PIC X(01) VALUE "N".
    88 employeeMasterBrowseAtEnd         VALUE "Y".

*> A sensitive change a CHNG carries, as it would leave the master:
*> the field code it is filed under and every sensitive field's
*> resulting value, laid out the same as the pending change record's
*> after image so the two compare as one group.
01 pendingChangeCandidateFieldCode       PIC X(04) VALUE SPACES.
01 pendingChangeCandidateValues.
    05 candidateRoutingNumber            PIC X(09).
    05 candidateAccountNumber            PIC X(17).
    05 candidateHourlyWage               PIC 9(5)V99.
    05 candidatePayTypeCode              PIC X(01).
    05 candidateAnnualSalary             PIC 9(7)V99.
*> The master's pay type with the legacy blank read as hourly, so a
*> blank-to-H "change" is not filed for approval.
01 masterPayTypeCode                     PIC X(01) VALUE SPACE.
01 pendingChangeRequestTimestampText     PIC X(16) VALUE SPACES.
01 pendingChangeBrowseEndSwitch          PIC X(01) VALUE "N".
    88 pendingChangeBrowseAtEnd          VALUE "Y".
01 pendingChangeAlreadyFiledSwitch       PIC X(01) VALUE "N".
    88 pendingChangeWasAlreadyFiled      VALUE "Y".
*> Before and after values of a held change, as printed.
01 pendingChangeFieldNameText            PIC X(13) VALUE SPACES.
01 pendingChangeBeforeText               PIC X(28) VALUE SPACES.
01 pendingChangeAfterText                PIC X(28) VALUE SPACES.
01 pendingChangeWageDisplay              PIC Z(4)9.99.
01 pendingChangeSalaryDisplay            PIC Z(6)9.99.

*> File status and control switches.
01 employeeMasterFileStatus              PIC X(02) VALUE "00".
01 maintenanceTransactionFileStatus      PIC X(02) VALUE "00".
01 maintenanceReportFileStatus           PIC X(02) VALUE "00".
01 payPeriodControlFileStatus            PIC X(02) VALUE "00".
01 taxRateFileStatus                     PIC X(02) VALUE "00".
01 pendingChangeFileStatus               PIC X(02) VALUE "00".
01 payCalendarEndSwitch                  PIC X(01) VALUE "N".
    88 payCalendarAtEnd                  VALUE "Y".
01 taxRateEndSwitch                      PIC X(01) VALUE "N".
    88 taxRatesAtEnd                     VALUE "Y".
01 maintenanceTransactionEndSwitch       PIC X(01) VALUE "N".
    88 maintenanceTransactionsAtEnd      VALUE "Y".
01 employeeMasterRecordFoundSwitch       PIC X(01) VALUE "N".
01 maintenanceTransactionsReadCount      PIC 9(05) VALUE ZERO.
01 maintenanceTransactionsAppliedCount   PIC 9(05) VALUE ZERO.
01 maintenanceTransactionsRejectedCount  PIC 9(05) VALUE ZERO.
01 maintenanceChangesHeldCount           PIC 9(05) VALUE ZERO.

*> Change-report lines. The FILLER labels and punctuation are set once
*> by VALUE and never overwritten; only the variable parts are moved in
    05 maintenanceReportAppliedCount     PIC Z(4)9.
    05 FILLER                            PIC X(12) VALUE "  REJECTED: ".
    05 maintenanceReportRejectedCount    PIC Z(4)9.
    05 FILLER                            PIC X(30) VALUE "  CHANGES HELD FOR APPROVAL: ".
    05 maintenanceReportHeldCount        PIC Z(4)9.
    05 FILLER                            PIC X(40) VALUE SPACES.
01 maintenanceReportPayoutNoteLine.
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(34) VALUE "FINAL LEAVE PAYOUT PENDING, HOURS ".
    05 maintenanceReportPayoutHours      PIC Z(5).99.
    05 FILLER                            PIC X(80) VALUE SPACES.
*> Employment dates and demographics ride a note line of their own
*> too. Only the last four digits of the SSN are printed -- the
*> report circulates on the payroll desk.
01 maintenanceReportEmploymentLine.
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(07) VALUE "HIRED: ".
    05 maintenanceReportHireDate         PIC X(08).
    05 FILLER                            PIC X(12) VALUE "  ORIGINAL: ".
    05 maintenanceReportOriginalHireDate PIC X(08).
    05 FILLER                            PIC X(14) VALUE "  TERMINATED: ".
    05 maintenanceReportTerminationDate  PIC X(08).
    05 FILLER                            PIC X(07) VALUE "  SSN: ".
    05 maintenanceReportSsnMasked        PIC X(11).
    05 FILLER                            PIC X(07) VALUE "  DOB: ".
    05 maintenanceReportBirthDate        PIC X(08).
    05 FILLER                            PIC X(08) VALUE "  HOME: ".
    05 maintenanceReportHomeCity         PIC X(10).
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 maintenanceReportHomeState        PIC X(02).
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 maintenanceReportHomePostalCode   PIC X(10).
*> One note line per sensitive change the transaction filed for
*> approval instead of applying, showing what the master holds and
*> what it will hold once approved. Held in a small table while the
*> transaction is applied and written under its AFTER lines.
01 maintenanceReportHeldChangeLine.
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(19) VALUE "HELD FOR APPROVAL: ".
    05 maintenanceReportHeldFieldName    PIC X(13).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 maintenanceReportHeldBefore       PIC X(28).
    05 FILLER                            PIC X(04) VALUE " -> ".
    05 maintenanceReportHeldAfter        PIC X(28).
    05 FILLER                            PIC X(28) VALUE SPACES.
01 maintenanceReportHeldNoteCount        PIC 9(01) VALUE ZERO.
01 maintenanceReportHeldNoteIndex        PIC 9(01) VALUE ZERO.
01 maintenanceReportHeldNoteTable.
    05 maintenanceReportHeldNote OCCURS 4 TIMES PIC X(132).
01 maintenanceReportSeparatorLine        PIC X(132) VALUE ALL "-".
01 maintenanceReportBlankLine            PIC X(132) VALUE SPACES.

*> in between.
01 maintenanceReportBeforeLineSaved      PIC X(132) VALUE SPACES.
01 maintenanceReportBeforeElectionSaved  PIC X(132) VALUE SPACES.
01 maintenanceReportBeforeEmploymentSaved PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDateText
    PERFORM loadStateCodesInEffect
    PERFORM openEmployeeMasterFileForMaintenance
    PERFORM loadSocialSecurityNumbersOnFile
    PERFORM openPendingChangeFileForMaintenance
    PERFORM openMaintenanceTransactionFile
    PERFORM openMaintenanceReportFileForAppend
    PERFORM writeMaintenanceReportHeader
    PERFORM writeMaintenanceReportSummary

    CLOSE employeeMasterFile
    CLOSE pendingChangeFile
    CLOSE maintenanceTransactionFile
    CLOSE maintenanceReportFile

    DISPLAY "maintenanceTransactionsRead=" maintenanceTransactionsReadCount
    DISPLAY "maintenanceTransactionsApplied=" maintenanceTransactionsAppliedCount
    DISPLAY "maintenanceTransactionsRejected=" maintenanceTransactionsRejectedCount
    DISPLAY "maintenanceChangesHeldForApproval=" maintenanceChangesHeldCount
    GOBACK.

loadStateCodesInEffect.
    *> Finds the next period the engine will pay and lays the tax
    *> rate file's SWHT rows in effect on its end date over the
    *> starting table, so a state the rate file adds is accepted here
    *> from the same period the engine starts withholding for it. No
    *> calendar means today's date; no rate file means the starting
    *> table alone, both exactly as the engine treats them.
    MOVE SPACES TO taxRateAsOfDate
    MOVE "N" TO payCalendarEndSwitch
    OPEN INPUT payPeriodControlFile
    IF payPeriodControlFileStatus = "00"
        PERFORM readNextPayCalendarLine
        PERFORM checkOnePayCalendarLine
            UNTIL payCalendarAtEnd
        CLOSE payPeriodControlFile
    END-IF
    IF taxRateAsOfDate = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO taxRateAsOfDate
    END-IF

    MOVE "N" TO taxRateEndSwitch
    OPEN INPUT taxRateFile
    IF taxRateFileStatus = "35"
        CONTINUE
    ELSE
        IF taxRateFileStatus NOT = "00"
            DISPLAY "errorMessage=Tax rate file is not available, status " taxRateFileStatus
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        *> Only the SWHT rows matter here, so the browse starts at the
        *> first of them and stops at the first row of any later table.
        MOVE "SWHT" TO taxRateTableCode
        MOVE LOW-VALUES TO taxRateEntryCode
        MOVE LOW-VALUES TO taxRateEffectiveDate
        START taxRateFile KEY IS NOT LESS THAN taxRateRecordKey
            INVALID KEY SET taxRatesAtEnd TO TRUE
        END-START
        IF NOT taxRatesAtEnd
            PERFORM readNextStateWithholdingRateRow
            PERFORM applyOneStateWithholdingRateRow
                UNTIL taxRatesAtEnd
        END-IF
        CLOSE taxRateFile
    END-IF.

readNextPayCalendarLine.
    READ payPeriodControlFile
        AT END SET payCalendarAtEnd TO TRUE
    END-READ.

checkOnePayCalendarLine.
    *> The first period in file order not yet completed is the one the
    *> engine's next batch run will select.
    IF NOT payPeriodIsCompleted
        MOVE payPeriodEndDate TO taxRateAsOfDate
        SET payCalendarAtEnd TO TRUE
    ELSE
        PERFORM readNextPayCalendarLine
    END-IF.

readNextStateWithholdingRateRow.
    READ taxRateFile NEXT RECORD
        AT END SET taxRatesAtEnd TO TRUE
    END-READ
    IF NOT taxRatesAtEnd
       AND NOT taxRateIsStateWithholding
        SET taxRatesAtEnd TO TRUE
    END-IF.

applyOneStateWithholdingRateRow.
    IF taxRateEffectiveDate <= taxRateAsOfDate
        MOVE "N" TO taxRateStateFoundSwitch
        PERFORM matchStateWithholdingRateEntry
            VARYING stateTaxRateIndex FROM 1 BY 1
            UNTIL stateTaxRateIndex > stateTaxRateEntryCount
               OR taxRateStateWasFound
        IF taxRateStateWasFound
            SUBTRACT 1 FROM stateTaxRateIndex
            MOVE taxRateRatePercentage
                TO stateTaxRateRatePercentage(stateTaxRateIndex)
        ELSE
            IF stateTaxRateEntryCount < 20
                ADD 1 TO stateTaxRateEntryCount
                MOVE taxRateEntryCode(1:2)
                    TO stateTaxRateStateCode(stateTaxRateEntryCount)
                MOVE taxRateRatePercentage
                    TO stateTaxRateRatePercentage(stateTaxRateEntryCount)
            END-IF
        END-IF
    END-IF
    PERFORM readNextStateWithholdingRateRow.

matchStateWithholdingRateEntry.
    IF stateTaxRateStateCode(stateTaxRateIndex) = taxRateEntryCode(1:2)
        SET taxRateStateWasFound TO TRUE
    END-IF.

openEmployeeMasterFileForMaintenance.
    *> The master file may not exist yet the very first time this
    *> program runs (a brand-new installation hiring its first
        GOBACK
    END-IF.

openPendingChangeFileForMaintenance.
    *> The pending change file will not exist before the first
    *> sensitive change is ever filed; create it rather than treating
    *> that as an error.
    OPEN I-O pendingChangeFile
    IF pendingChangeFileStatus = "35"
        OPEN OUTPUT pendingChangeFile
        CLOSE pendingChangeFile
        OPEN I-O pendingChangeFile
    END-IF
    IF pendingChangeFileStatus NOT = "00"
        DISPLAY "errorMessage=Pending change file is not available for maintenance run, status " pendingChangeFileStatus
        CLOSE employeeMasterFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

loadSocialSecurityNumbersOnFile.
    MOVE ZERO TO ssnOnFileCount
    MOVE "N" TO employeeMasterBrowseEndSwitch
    MOVE LOW-VALUES TO employeeMasterEmployeeIdentifier
    START employeeMasterFile KEY IS NOT LESS THAN employeeMasterEmployeeIdentifier
        INVALID KEY SET employeeMasterBrowseAtEnd TO TRUE
    END-START
    IF NOT employeeMasterBrowseAtEnd
        PERFORM readNextEmployeeMasterForSsnLoad
        PERFORM storeOneSsnOnFile
            UNTIL employeeMasterBrowseAtEnd
    END-IF.

readNextEmployeeMasterForSsnLoad.
    READ employeeMasterFile NEXT RECORD
        AT END SET employeeMasterBrowseAtEnd TO TRUE
    END-READ.

storeOneSsnOnFile.
    IF employeeMasterSocialSecurityNumber NOT = SPACES
        MOVE employeeMasterSocialSecurityNumber TO ssnCandidateText
        PERFORM recordSsnOnFileForEmployee
    END-IF
    PERFORM readNextEmployeeMasterForSsnLoad.

recordSsnOnFileForEmployee.
    *> On entry employeeMasterEmployeeIdentifier and ssnCandidateText
    *> hold the employee and the SSN now on their record; an existing
    *> entry for the employee is replaced, a new one appended.
    MOVE "N" TO ssnOnFileFoundSwitch
    PERFORM findSsnOnFileForEmployee
        VARYING ssnOnFileIndex FROM 1 BY 1
        UNTIL ssnOnFileIndex > ssnOnFileCount
           OR ssnOnFileWasFound
    IF ssnOnFileWasFound
        *> The VARYING loop steps the index past the matching entry
        *> before re-testing the switch, so it is stepped back one.
        SUBTRACT 1 FROM ssnOnFileIndex
        MOVE ssnCandidateText TO ssnOnFileNumber(ssnOnFileIndex)
    ELSE
        IF ssnOnFileCount < 1000
            ADD 1 TO ssnOnFileCount
            MOVE employeeMasterEmployeeIdentifier
                TO ssnOnFileEmployeeIdentifier(ssnOnFileCount)
            MOVE ssnCandidateText TO ssnOnFileNumber(ssnOnFileCount)
        ELSE
            IF NOT ssnOnFileTableIsFull
                SET ssnOnFileTableIsFull TO TRUE
                DISPLAY "errorMessage=More SSNs on the master than the duplicate check table holds; duplicate check incomplete"
            END-IF
        END-IF
    END-IF.

findSsnOnFileForEmployee.
    IF ssnOnFileEmployeeIdentifier(ssnOnFileIndex)
       = employeeMasterEmployeeIdentifier
        SET ssnOnFileWasFound TO TRUE
    END-IF.

openMaintenanceTransactionFile.
    *> Unlike the engine's optional period-hours feed, a maintenance
    *> run with nothing to apply is a submission mistake, so a missing
    MOVE maintenanceTransactionsReadCount     TO maintenanceReportReadCount
    MOVE maintenanceTransactionsAppliedCount  TO maintenanceReportAppliedCount
    MOVE maintenanceTransactionsRejectedCount TO maintenanceReportRejectedCount
    MOVE maintenanceChangesHeldCount          TO maintenanceReportHeldCount
    WRITE maintenanceReportPrintLine FROM maintenanceReportSeparatorLine
    WRITE maintenanceReportPrintLine FROM maintenanceReportSummaryLine
    WRITE maintenanceReportPrintLine FROM maintenanceReportBlankLine.
processOneMaintenanceTransaction.
    ADD 1 TO maintenanceTransactionsReadCount
    MOVE SPACES TO errorMessageText
    MOVE ZERO TO maintenanceReportHeldNoteCount
    PERFORM lookUpEmployeeMasterForTransaction
    PERFORM validateMaintenanceTransaction
    IF errorMessageText = SPACES
        NOT INVALID KEY SET employeeMasterRecordWasFound TO TRUE
    END-READ
    MOVE SPACES TO maintenanceReportBeforeElectionSaved
    MOVE SPACES TO maintenanceReportBeforeEmploymentSaved
    IF employeeMasterRecordWasFound
        IF employeeMasterHireDate NOT = SPACES
           OR employeeMasterSocialSecurityNumber NOT = SPACES
            PERFORM buildMaintenanceReportEmploymentLine
            MOVE maintenanceReportEmploymentLine
                TO maintenanceReportBeforeEmploymentSaved
        END-IF
        MOVE "  BEFORE:" TO maintenanceReportDetailTag
        PERFORM buildMaintenanceReportDetailLine
        MOVE maintenanceReportDetailLine TO maintenanceReportBeforeLineSaved
    END-IF
    IF FUNCTION TRIM(maintenanceExtraWithholdingAmountText) NOT = SPACES
        PERFORM validateMaintenanceExtraWithholdingText
    END-IF
    *> The SSN is required: the state new-hire report and the annual
    *> wage statement both carry it. The birth date and home address
    *> are optional here, but the new-hire report holds an employee
    *> back until the address is on file.
    IF FUNCTION TRIM(maintenanceSocialSecurityNumberText) = SPACES
        MOVE "Social Security number was empty." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    ELSE
        PERFORM validateMaintenanceSsnText
    END-IF
    PERFORM validateMaintenanceEffectiveDateText
    IF FUNCTION TRIM(maintenanceBirthDateText) NOT = SPACES
        PERFORM validateMaintenanceBirthDateText
    END-IF
    PERFORM validateMaintenanceHomeAddressText.

validateChangeTransaction.
    *> A blank field on a change transaction means "leave that field
    END-IF
    IF FUNCTION TRIM(maintenanceExtraWithholdingAmountText) NOT = SPACES
        PERFORM validateMaintenanceExtraWithholdingText
    END-IF
    IF FUNCTION TRIM(maintenanceSocialSecurityNumberText) NOT = SPACES
        PERFORM validateMaintenanceSsnText
    END-IF
    IF FUNCTION TRIM(maintenanceBirthDateText) NOT = SPACES
        PERFORM validateMaintenanceBirthDateText
    END-IF
    PERFORM validateMaintenanceHomeAddressText
    *> A bank or pay rate change is held for a different user to
    *> approve, which cannot be enforced against an unnamed requester.
    IF (FUNCTION TRIM(maintenanceBankRoutingNumberText) NOT = SPACES
        OR FUNCTION TRIM(maintenanceBankAccountNumberText) NOT = SPACES
        OR FUNCTION TRIM(maintenanceHourlyWageAmountText) NOT = SPACES
        OR FUNCTION TRIM(maintenanceAnnualSalaryAmountText) NOT = SPACES
        OR maintenancePayTypeCodeText NOT = SPACE)
       AND FUNCTION TRIM(maintenanceRequestedByUserText) = SPACES
        MOVE "Requesting user is required for a bank or pay rate change." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF.

validateTerminateTransaction.
            MOVE "Employee termination is already pending final leave payout." TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
    END-IF
    PERFORM validateMaintenanceEffectiveDateText
    *> A termination cannot come before the employment it ends.
    IF dateCandidateIsValid
       AND employeeMasterRecordWasFound
       AND employeeMasterHireDate NOT = SPACES
       AND effectiveDateText < employeeMasterHireDate
        MOVE "Termination date is before the hire date." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF.

validateReactivateTransaction.
            MOVE "Employee is already active." TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
    END-IF
    PERFORM validateMaintenanceEffectiveDateText
    *> Nor can a rehire come before the termination it follows.
    IF dateCandidateIsValid
       AND employeeMasterRecordWasFound
       AND employeeMasterTerminationDate NOT = SPACES
       AND effectiveDateText < employeeMasterTerminationDate
        MOVE "Reactivation date is before the termination date." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF.

validateMaintenanceEffectiveDateText.
    *> Leaves the date the transaction takes effect in
    *> effectiveDateText -- its own, or the run date when blank.
    IF FUNCTION TRIM(maintenanceEffectiveDateText) = SPACES
        MOVE runDateText TO effectiveDateText
        SET dateCandidateIsValid TO TRUE
    ELSE
        MOVE maintenanceEffectiveDateText TO effectiveDateText
        MOVE maintenanceEffectiveDateText TO dateCandidateText
        MOVE "Effective date" TO dateCandidateLabelText
        PERFORM validateCandidateDate
    END-IF.

validateMaintenanceBirthDateText.
    MOVE maintenanceBirthDateText TO dateCandidateText
    MOVE "Birth date" TO dateCandidateLabelText
    PERFORM validateCandidateDate
    IF dateCandidateIsValid
       AND maintenanceBirthDateText >= runDateText
        MOVE "Birth date is not in the past." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF.

validateCandidateDate.
    *> The candidate arrives in dateCandidateText and its name in
    *> dateCandidateLabelText; anything that is not eight digits
    *> shaped like a real month and day is appended to the error list.
    MOVE "Y" TO dateCandidateValidSwitch
    IF dateCandidateText IS NOT NUMERIC
        MOVE "N" TO dateCandidateValidSwitch
    ELSE
        IF dateCandidateMonth < 1 OR dateCandidateMonth > 12
           OR dateCandidateDay < 1 OR dateCandidateDay > 31
           OR dateCandidateYear < 1900
            MOVE "N" TO dateCandidateValidSwitch
        END-IF
    END-IF
    IF NOT dateCandidateIsValid
        MOVE SPACES TO errorMessageCandidateText
        STRING FUNCTION TRIM(dateCandidateLabelText)
            " must be a real date, YYYYMMDD."
            DELIMITED BY SIZE INTO errorMessageCandidateText
        END-STRING
        PERFORM appendErrorMessage
    END-IF.

validateMaintenanceSsnText.
    PERFORM normalizeMaintenanceSsnText
    IF ssnCandidateText = SPACES
       OR ssnCandidateText IS NOT NUMERIC
        MOVE "Social Security number must be nine digits or NNN-NN-NNNN." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    ELSE
        IF ssnCandidateArea = "000" OR ssnCandidateArea = "666"
           OR ssnCandidateArea(1:1) = "9"
           OR ssnCandidateGroup = "00"
           OR ssnCandidateSerial = "0000"
            MOVE "Social Security number is not a number that is ever issued." TO errorMessageCandidateText
            PERFORM appendErrorMessage
        ELSE
            *> The same person cannot be on the payroll twice under two
            *> identifiers; the employee's own entry does not count.
            MOVE "N" TO ssnOnFileFoundSwitch
            PERFORM findSsnOnFileForAnotherEmployee
                VARYING ssnOnFileIndex FROM 1 BY 1
                UNTIL ssnOnFileIndex > ssnOnFileCount
                   OR ssnOnFileWasFound
            IF ssnOnFileWasFound
                SUBTRACT 1 FROM ssnOnFileIndex
                MOVE SPACES TO errorMessageCandidateText
                STRING "Social Security number is already on file for employee "
                    FUNCTION TRIM(ssnOnFileEmployeeIdentifier(ssnOnFileIndex))
                    "."
                    DELIMITED BY SIZE INTO errorMessageCandidateText
                END-STRING
                PERFORM appendErrorMessage
            END-IF
        END-IF
    END-IF.

normalizeMaintenanceSsnText.
    *> Nine digits pass through; NNN-NN-NNNN has its dashes taken
    *> out. Any other shape leaves the candidate blank.
    MOVE SPACES TO ssnCandidateText
    MOVE FUNCTION LENGTH(FUNCTION TRIM(maintenanceSocialSecurityNumberText))
        TO ssnTrimmedLength
    EVALUATE TRUE
        WHEN ssnTrimmedLength = 9
         AND maintenanceSocialSecurityNumberText(1:9) IS NUMERIC
            MOVE maintenanceSocialSecurityNumberText(1:9)
                TO ssnCandidateText
        WHEN ssnTrimmedLength = 11
         AND maintenanceSocialSecurityNumberText(4:1) = "-"
         AND maintenanceSocialSecurityNumberText(7:1) = "-"
            STRING maintenanceSocialSecurityNumberText(1:3)
                maintenanceSocialSecurityNumberText(5:2)
                maintenanceSocialSecurityNumberText(8:4)
                DELIMITED BY SIZE INTO ssnCandidateText
            END-STRING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

findSsnOnFileForAnotherEmployee.
    IF ssnOnFileNumber(ssnOnFileIndex) = ssnCandidateText
       AND ssnOnFileEmployeeIdentifier(ssnOnFileIndex)
           NOT = maintenanceEmployeeIdentifierText
        SET ssnOnFileWasFound TO TRUE
    END-IF.

validateMaintenanceHomeAddressText.
    *> An address is taken whole or not at all: any address field on
    *> the transaction means all of line 1, city, state, and postal
    *> code must be there, so a half-changed address never lands.
    IF FUNCTION TRIM(maintenanceAddressLine1Text) NOT = SPACES
       OR FUNCTION TRIM(maintenanceAddressLine2Text) NOT = SPACES
       OR FUNCTION TRIM(maintenanceCityNameText) NOT = SPACES
       OR FUNCTION TRIM(maintenanceHomeStateCodeText) NOT = SPACES
       OR FUNCTION TRIM(maintenancePostalCodeText) NOT = SPACES
        IF FUNCTION TRIM(maintenanceAddressLine1Text) = SPACES
           OR FUNCTION TRIM(maintenanceCityNameText) = SPACES
           OR FUNCTION TRIM(maintenancePostalCodeText) = SPACES
            MOVE "Home address needs line 1, city, state, and postal code." TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
        IF maintenanceHomeStateCodeText IS NOT ALPHABETIC
           OR maintenanceHomeStateCodeText(1:1) = SPACE
           OR maintenanceHomeStateCodeText(2:1) = SPACE
            MOVE "Home state code must be two letters." TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
    END-IF.

appendErrorMessage.
        MOVE "N" TO stateTaxRateFoundSwitch
        PERFORM findStateTaxRateTableEntry
            VARYING stateTaxRateIndex FROM 1 BY 1
            UNTIL stateTaxRateIndex > stateTaxRateEntryCount
               OR stateTaxRateWasFound
        IF NOT stateTaxRateWasFound
            MOVE "Work state code is not recognized." TO errorMessageCandidateText
    MOVE ZERO TO employeeMasterYtdRetirementContribution
    MOVE ZERO TO employeeMasterYtdPaidLeaveAccruedHours
    MOVE ZERO TO employeeMasterYtdUnemploymentWageBase
    MOVE ZERO TO employeeMasterYtdSocialSecurityWages
    MOVE ZERO TO employeeMasterYtdSocialSecurityWithheld
    MOVE ZERO TO employeeMasterYtdMedicareWages
    MOVE ZERO TO employeeMasterYtdMedicareWithheld
    PERFORM zeroOneEmployeeMasterQuarterEntry
        VARYING employeeMasterQuarterIndex FROM 1 BY 1
        UNTIL employeeMasterQuarterIndex > 4
    MOVE ZERO TO employeeMasterLeaveBalanceHours
    PERFORM normalizeMaintenanceSsnText
    MOVE ssnCandidateText                  TO employeeMasterSocialSecurityNumber
    MOVE maintenanceBirthDateText          TO employeeMasterBirthDate
    MOVE effectiveDateText                 TO employeeMasterOriginalHireDate
    MOVE effectiveDateText                 TO employeeMasterHireDate
    MOVE SPACES                            TO employeeMasterTerminationDate
    MOVE SPACES                            TO employeeMasterHomeAddress
    *> A hire's bank details are where pay has always gone, not a
    *> change to them.
    MOVE SPACES                            TO employeeMasterBankChangeDate
    PERFORM applyMaintenanceHomeAddress
    WRITE employeeMasterRecord
    PERFORM recordSsnOnFileForEmployee.

zeroOneEmployeeMasterQuarterEntry.
    MOVE ZERO TO employeeMasterQtdWagesAmount(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdFutaTaxableWages(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdFutaAmount(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdSutaTaxableWages(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdSutaAmount(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdSocialSecurityWages(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdSocialSecurityWithheld(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdMedicareWithheld(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdAddlMedicareWages(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdAddlMedicareWithheld(employeeMasterQuarterIndex).

applyChangeTransaction.
    *> Only the fields the transaction carries non-blank land on the
    IF FUNCTION TRIM(maintenanceEmployeeFullNameText) NOT = SPACES
        MOVE maintenanceEmployeeFullNameText TO employeeMasterEmployeeFullName
    END-IF
    *> The hourly wage is held for approval rather than applied.
    IF FUNCTION TRIM(maintenanceHourlyWageAmountText) NOT = SPACES
        COMPUTE hourlyWageAmount = FUNCTION NUMVAL(maintenanceHourlyWageAmountText)
        IF hourlyWageAmount NOT = employeeMasterHourlyWageAmount
            PERFORM setPendingChangeCandidateFromMaster
            MOVE hourlyWageAmount TO candidateHourlyWage
            MOVE "WAGE" TO pendingChangeCandidateFieldCode
            PERFORM fileSensitiveChangeForApproval
        END-IF
    END-IF
    IF FUNCTION TRIM(maintenanceBenefitDeductionAmountText) NOT = SPACES
        COMPUTE benefitDeductionAmount = FUNCTION NUMVAL(maintenanceBenefitDeductionAmountText)
    IF FUNCTION TRIM(maintenanceDepartmentCodeText) NOT = SPACES
        MOVE maintenanceDepartmentCodeText TO employeeMasterDepartmentCode
    END-IF
    *> New bank details are held for approval too; routing and
    *> account travel as one change, whichever of them the
    *> transaction carries. Approval also lifts the unusable flag a
    *> bank return set, so the next batch run tries direct deposit
    *> again.
    IF FUNCTION TRIM(maintenanceBankRoutingNumberText) NOT = SPACES
       OR FUNCTION TRIM(maintenanceBankAccountNumberText) NOT = SPACES
        PERFORM setPendingChangeCandidateFromMaster
        IF FUNCTION TRIM(maintenanceBankRoutingNumberText) NOT = SPACES
            MOVE maintenanceBankRoutingNumberText TO candidateRoutingNumber
        END-IF
        IF FUNCTION TRIM(maintenanceBankAccountNumberText) NOT = SPACES
            MOVE maintenanceBankAccountNumberText TO candidateAccountNumber
        END-IF
        IF candidateRoutingNumber NOT = employeeMasterBankRoutingNumber
           OR candidateAccountNumber NOT = employeeMasterBankAccountNumber
            MOVE "BANK" TO pendingChangeCandidateFieldCode
            PERFORM fileSensitiveChangeForApproval
        END-IF
    END-IF
    IF maintenanceFilingStatusCodeText NOT = SPACE
        MOVE maintenanceFilingStatusCodeText
        COMPUTE extraWithholdingAmount = FUNCTION NUMVAL(maintenanceExtraWithholdingAmountText)
        MOVE extraWithholdingAmount TO employeeMasterExtraWithholdingAmount
    END-IF
    *> Pay type and salary are held for approval; a move to salaried
    *> files the new type with its salary as one change, a new salary
    *> under the same type files on its own. The pay frequency is
    *> not sensitive and lands directly.
    MOVE employeeMasterPayTypeCode TO masterPayTypeCode
    IF masterPayTypeCode = SPACE
        MOVE "H" TO masterPayTypeCode
    END-IF
    PERFORM setPendingChangeCandidateFromMaster
    IF maintenancePayTypeCodeText NOT = SPACE
        MOVE maintenancePayTypeCodeText TO candidatePayTypeCode
        IF maintenancePayTypeCodeText = "S"
            COMPUTE annualSalaryAmount = FUNCTION NUMVAL(maintenanceAnnualSalaryAmountText)
            MOVE annualSalaryAmount TO candidateAnnualSalary
            MOVE maintenancePayFrequencyCodeText TO employeeMasterPayFrequencyCode
        END-IF
    ELSE
        *> already salaried arrives with the pay type left blank.
        IF FUNCTION TRIM(maintenanceAnnualSalaryAmountText) NOT = SPACES
            COMPUTE annualSalaryAmount = FUNCTION NUMVAL(maintenanceAnnualSalaryAmountText)
            MOVE annualSalaryAmount TO candidateAnnualSalary
        END-IF
        IF maintenancePayFrequencyCodeText NOT = SPACE
            MOVE maintenancePayFrequencyCodeText TO employeeMasterPayFrequencyCode
        END-IF
    END-IF
    IF maintenancePayTypeCodeText NOT = SPACE
       AND candidatePayTypeCode NOT = masterPayTypeCode
        MOVE "PTYP" TO pendingChangeCandidateFieldCode
        PERFORM fileSensitiveChangeForApproval
    ELSE
        IF candidateAnnualSalary NOT = employeeMasterAnnualSalaryAmount
            MOVE employeeMasterPayTypeCode TO candidatePayTypeCode
            MOVE "SALY" TO pendingChangeCandidateFieldCode
            PERFORM fileSensitiveChangeForApproval
        END-IF
    END-IF
    IF FUNCTION TRIM(maintenanceSocialSecurityNumberText) NOT = SPACES
        PERFORM normalizeMaintenanceSsnText
        MOVE ssnCandidateText TO employeeMasterSocialSecurityNumber
        PERFORM recordSsnOnFileForEmployee
    END-IF
    IF FUNCTION TRIM(maintenanceBirthDateText) NOT = SPACES
        MOVE maintenanceBirthDateText TO employeeMasterBirthDate
    END-IF
    PERFORM applyMaintenanceHomeAddress
    REWRITE employeeMasterRecord.

setPendingChangeCandidateFromMaster.
    *> Starts a candidate from what the master holds now; the caller
    *> then moves in the one change it is filing.
    MOVE employeeMasterBankRoutingNumber   TO candidateRoutingNumber
    MOVE employeeMasterBankAccountNumber   TO candidateAccountNumber
    MOVE employeeMasterHourlyWageAmount    TO candidateHourlyWage
    MOVE employeeMasterPayTypeCode         TO candidatePayTypeCode
    MOVE employeeMasterAnnualSalaryAmount  TO candidateAnnualSalary.

fileSensitiveChangeForApproval.
    *> Files the candidate under its field code. The employee's
    *> earlier requests for the same field are browsed first: one
    *> already pending with identical after values means this one is
    *> already on file; one pending with different values is
    *> superseded, since only the latest request can be approved.
    MOVE FUNCTION CURRENT-DATE(1:16) TO pendingChangeRequestTimestampText
    MOVE "N" TO pendingChangeAlreadyFiledSwitch
    MOVE "N" TO pendingChangeBrowseEndSwitch
    MOVE employeeMasterEmployeeIdentifier TO pendingChangeEmployeeIdentifier
    MOVE pendingChangeCandidateFieldCode TO pendingChangeFieldCode
    MOVE LOW-VALUES TO pendingChangeRequestTimestamp
    START pendingChangeFile KEY IS NOT LESS THAN pendingChangeRecordKey
        INVALID KEY SET pendingChangeBrowseAtEnd TO TRUE
    END-START
    IF NOT pendingChangeBrowseAtEnd
        PERFORM readNextPendingChangeForField
        PERFORM checkOneEarlierPendingChange
            UNTIL pendingChangeBrowseAtEnd
    END-IF
    IF NOT pendingChangeWasAlreadyFiled
        MOVE employeeMasterEmployeeIdentifier TO pendingChangeEmployeeIdentifier
        MOVE pendingChangeCandidateFieldCode TO pendingChangeFieldCode
        MOVE pendingChangeRequestTimestampText TO pendingChangeRequestTimestamp
        SET pendingChangeIsPending TO TRUE
        MOVE "EMPMTRAN" TO pendingChangeSourceCode
        MOVE maintenanceRequestedByUserText TO pendingChangeRequestedByUser
        MOVE employeeMasterBankRoutingNumber  TO pendingChangeBeforeRoutingNumber
        MOVE employeeMasterBankAccountNumber  TO pendingChangeBeforeAccountNumber
        MOVE employeeMasterHourlyWageAmount   TO pendingChangeBeforeHourlyWage
        MOVE employeeMasterPayTypeCode        TO pendingChangeBeforePayTypeCode
        MOVE employeeMasterAnnualSalaryAmount TO pendingChangeBeforeAnnualSalary
        MOVE pendingChangeCandidateValues TO pendingChangeAfterValues
        MOVE SPACES TO pendingChangeDecidedByUser
        MOVE SPACES TO pendingChangeDecisionTimestamp
        MOVE SPACES TO pendingChangeDecisionNoteText
        WRITE pendingChangeRecord
            INVALID KEY
                *> Two requests for one field inside the same
                *> hundredth of a second: the row on that key is the
                *> one just superseded, so this request replaces it.
                REWRITE pendingChangeRecord
        END-WRITE
    END-IF
    ADD 1 TO maintenanceChangesHeldCount
    PERFORM holdPendingChangeReportNote.

readNextPendingChangeForField.
    READ pendingChangeFile NEXT RECORD
        AT END SET pendingChangeBrowseAtEnd TO TRUE
    END-READ
    IF NOT pendingChangeBrowseAtEnd
        IF pendingChangeEmployeeIdentifier NOT = employeeMasterEmployeeIdentifier
           OR pendingChangeFieldCode NOT = pendingChangeCandidateFieldCode
            SET pendingChangeBrowseAtEnd TO TRUE
        END-IF
    END-IF.

checkOneEarlierPendingChange.
    IF pendingChangeIsPending
        IF pendingChangeAfterValues = pendingChangeCandidateValues
            SET pendingChangeWasAlreadyFiled TO TRUE
        ELSE
            SET pendingChangeIsSuperseded TO TRUE
            MOVE maintenanceRequestedByUserText TO pendingChangeDecidedByUser
            MOVE pendingChangeRequestTimestampText TO pendingChangeDecisionTimestamp
            MOVE "Superseded by a later request" TO pendingChangeDecisionNoteText
            REWRITE pendingChangeRecord
        END-IF
    END-IF
    PERFORM readNextPendingChangeForField.

holdPendingChangeReportNote.
    *> Describes the held change from the master's current values to
    *> the candidate's, for the note line under the AFTER image.
    MOVE employeeMasterBankRoutingNumber  TO pendingChangeBeforeRoutingNumber
    MOVE employeeMasterBankAccountNumber  TO pendingChangeBeforeAccountNumber
    MOVE employeeMasterHourlyWageAmount   TO pendingChangeBeforeHourlyWage
    MOVE employeeMasterPayTypeCode        TO pendingChangeBeforePayTypeCode
    MOVE employeeMasterAnnualSalaryAmount TO pendingChangeBeforeAnnualSalary
    MOVE pendingChangeCandidateValues TO pendingChangeAfterValues
    MOVE pendingChangeCandidateFieldCode TO pendingChangeFieldCode
    PERFORM buildPendingChangeBeforeAfterText
    IF maintenanceReportHeldNoteCount < 4
        ADD 1 TO maintenanceReportHeldNoteCount
        MOVE pendingChangeFieldNameText TO maintenanceReportHeldFieldName
        MOVE pendingChangeBeforeText TO maintenanceReportHeldBefore
        MOVE pendingChangeAfterText TO maintenanceReportHeldAfter
        MOVE maintenanceReportHeldChangeLine
            TO maintenanceReportHeldNote(maintenanceReportHeldNoteCount)
    END-IF.

buildPendingChangeBeforeAfterText.
    *> Prints the field a pending change row names, from its before
    *> and after images.
    MOVE SPACES TO pendingChangeBeforeText
    MOVE SPACES TO pendingChangeAfterText
    EVALUATE TRUE
        WHEN pendingChangeIsBankDetails
            MOVE "BANK DETAILS" TO pendingChangeFieldNameText
            STRING pendingChangeBeforeRoutingNumber "/"
                FUNCTION TRIM(pendingChangeBeforeAccountNumber)
                DELIMITED BY SIZE INTO pendingChangeBeforeText
            END-STRING
            STRING pendingChangeAfterRoutingNumber "/"
                FUNCTION TRIM(pendingChangeAfterAccountNumber)
                DELIMITED BY SIZE INTO pendingChangeAfterText
            END-STRING
        WHEN pendingChangeIsHourlyWage
            MOVE "HOURLY WAGE" TO pendingChangeFieldNameText
            MOVE pendingChangeBeforeHourlyWage TO pendingChangeWageDisplay
            MOVE FUNCTION TRIM(pendingChangeWageDisplay) TO pendingChangeBeforeText
            MOVE pendingChangeAfterHourlyWage TO pendingChangeWageDisplay
            MOVE FUNCTION TRIM(pendingChangeWageDisplay) TO pendingChangeAfterText
        WHEN pendingChangeIsAnnualSalary
            MOVE "ANNUAL SALARY" TO pendingChangeFieldNameText
            MOVE pendingChangeBeforeAnnualSalary TO pendingChangeSalaryDisplay
            MOVE FUNCTION TRIM(pendingChangeSalaryDisplay) TO pendingChangeBeforeText
            MOVE pendingChangeAfterAnnualSalary TO pendingChangeSalaryDisplay
            MOVE FUNCTION TRIM(pendingChangeSalaryDisplay) TO pendingChangeAfterText
        WHEN OTHER
            MOVE "PAY TYPE" TO pendingChangeFieldNameText
            MOVE pendingChangeBeforeAnnualSalary TO pendingChangeSalaryDisplay
            STRING pendingChangeBeforePayTypeCode " SALARY "
                FUNCTION TRIM(pendingChangeSalaryDisplay)
                DELIMITED BY SIZE INTO pendingChangeBeforeText
            END-STRING
            MOVE pendingChangeAfterAnnualSalary TO pendingChangeSalaryDisplay
            STRING pendingChangeAfterPayTypeCode " SALARY "
                FUNCTION TRIM(pendingChangeSalaryDisplay)
                DELIMITED BY SIZE INTO pendingChangeAfterText
            END-STRING
    END-EVALUATE.

applyMaintenanceHomeAddress.
    *> Validation has already insisted an address arrives whole, so
    *> line 1 on the transaction means the whole address replaces
    *> the one on file (a blank line 2 included).
    IF FUNCTION TRIM(maintenanceAddressLine1Text) NOT = SPACES
        MOVE maintenanceAddressLine1Text  TO employeeMasterAddressLine1
        MOVE maintenanceAddressLine2Text  TO employeeMasterAddressLine2
        MOVE maintenanceCityNameText      TO employeeMasterCityName
        MOVE maintenanceHomeStateCodeText TO employeeMasterHomeStateCode
        MOVE maintenancePostalCodeText    TO employeeMasterPostalCode
    END-IF.

applyTerminateTransaction.
    *> A termination that leaves unused paid leave behind does not go
    *> straight to inactive: the payout-pending status tells the next
    ELSE
        SET employeeMasterIsInactive TO TRUE
    END-IF
    MOVE effectiveDateText TO employeeMasterTerminationDate
    REWRITE employeeMasterRecord.

applyReactivateTransaction.
    *> Reactivating an employee whose final leave payout was still
    *> pending simply cancels the payout -- the balance was never
    *> spent, so it is still there for them to use. That is also the
    *> one reactivation that is not a rehire: the employee never
    *> finished leaving, so the hire date stands. Bringing back an
    *> employee who had gone fully inactive starts a new stretch of
    *> employment, which the new-hire report picks up as a rehire.
    IF employeeMasterIsInactive
        MOVE effectiveDateText TO employeeMasterHireDate
        IF employeeMasterOriginalHireDate = SPACES
            MOVE effectiveDateText TO employeeMasterOriginalHireDate
        END-IF
    END-IF
    MOVE SPACES TO employeeMasterTerminationDate
    SET employeeMasterIsActive TO TRUE
    REWRITE employeeMasterRecord.

    MOVE employeeMasterAnnualSalaryAmount     TO maintenanceReportDetailSalary
    MOVE employeeMasterDepartmentCode         TO maintenanceReportDetailDepartment.

buildMaintenanceReportEmploymentLine.
    MOVE employeeMasterHireDate           TO maintenanceReportHireDate
    MOVE employeeMasterOriginalHireDate   TO maintenanceReportOriginalHireDate
    MOVE employeeMasterTerminationDate    TO maintenanceReportTerminationDate
    MOVE SPACES                           TO maintenanceReportSsnMasked
    IF employeeMasterSocialSecurityNumber NOT = SPACES
        STRING "***-**-" employeeMasterSocialSecurityNumber(6:4)
            DELIMITED BY SIZE INTO maintenanceReportSsnMasked
        END-STRING
    END-IF
    MOVE employeeMasterBirthDate          TO maintenanceReportBirthDate
    MOVE employeeMasterCityName           TO maintenanceReportHomeCity
    MOVE employeeMasterHomeStateCode      TO maintenanceReportHomeState
    MOVE employeeMasterPostalCode         TO maintenanceReportHomePostalCode.

buildMaintenanceReportElectionLine.
    MOVE employeeMasterFilingStatusCode       TO maintenanceReportElectionStatus
    MOVE employeeMasterDependentCreditAmount  TO maintenanceReportElectionCredit
    MOVE maintenanceActionCodeText         TO maintenanceReportActionCode
    MOVE maintenanceEmployeeIdentifierText TO maintenanceReportEmployeeId
    IF errorMessageText = SPACES
        IF maintenanceReportHeldNoteCount > ZERO
            MOVE "APPLIED - BANK OR PAY RATE CHANGE HELD FOR APPROVAL"
                TO maintenanceReportResultText
        ELSE
            MOVE "APPLIED" TO maintenanceReportResultText
        END-IF
    ELSE
        MOVE SPACES TO maintenanceReportResultText
        STRING "REJECTED - " FUNCTION TRIM(errorMessageText)
            WRITE maintenanceReportPrintLine
                FROM maintenanceReportBeforeElectionSaved
        END-IF
        IF maintenanceReportBeforeEmploymentSaved NOT = SPACES
            WRITE maintenanceReportPrintLine
                FROM maintenanceReportBeforeEmploymentSaved
        END-IF
    ELSE
        WRITE maintenanceReportPrintLine FROM maintenanceReportNoRecordLine
    END-IF
            WRITE maintenanceReportPrintLine
                FROM maintenanceReportElectionLine
        END-IF
        IF employeeMasterHireDate NOT = SPACES
           OR employeeMasterSocialSecurityNumber NOT = SPACES
            PERFORM buildMaintenanceReportEmploymentLine
            WRITE maintenanceReportPrintLine
                FROM maintenanceReportEmploymentLine
        END-IF
        IF employeeMasterFinalLeavePayoutIsPending
            *> Tells HR the engine still owes this employee a final
            *> check for this many leave hours on the next batch run.
            WRITE maintenanceReportPrintLine
                FROM maintenanceReportPayoutNoteLine
        END-IF
        PERFORM writeOneHeldChangeNote
            VARYING maintenanceReportHeldNoteIndex FROM 1 BY 1
            UNTIL maintenanceReportHeldNoteIndex > maintenanceReportHeldNoteCount
    END-IF
    WRITE maintenanceReportPrintLine FROM maintenanceReportBlankLine.

writeOneHeldChangeNote.
    WRITE maintenanceReportPrintLine
        FROM maintenanceReportHeldNote(maintenanceReportHeldNoteIndex).
