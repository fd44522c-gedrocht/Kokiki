>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PENDING-CHANGE-APPROVAL.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER. GNUCOBOL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The employee master. This program is the only way a change to
    *> bank details, hourly wage, annual salary, or pay type reaches
    *> it once the employee exists: maintenance, the feed, and the
    *> engine's own inputs all file such changes as pending instead.
    SELECT employeeMasterFile ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS employeeMasterEmployeeIdentifier
        FILE STATUS IS employeeMasterFileStatus.

    *> The changes waiting for a decision, and the decided ones kept
    *> as the audit trail of who asked and who approved.
    SELECT pendingChangeFile ASSIGN TO "PENDCHG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pendingChangeRecordKey
        FILE STATUS IS pendingChangeFileStatus.

    *> The approving user's decisions, applied in file order.
    *> Optional: a run with no decisions submitted simply prints the
    *> report of what is waiting, which is how the approver sees what
    *> there is to decide.
    SELECT changeApprovalTransactionFile ASSIGN TO "APPRTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS changeApprovalTransactionFileStatus.

    *> The pay calendar, read only: the last completed period's end
    *> date bounds the approved-since-last-payroll section, and the
    *> next period's scheduled pay date is the payment the bank
    *> change alerts are measured against.
    SELECT payPeriodControlFile ASSIGN TO "PAYPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payPeriodControlFileStatus.

    *> The decision and pending change report. Runs append to it, the
    *> same way the maintenance reports accumulate.
    SELECT changeApprovalReportFile ASSIGN TO "APPRRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS changeApprovalReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  employeeMasterFile.
COPY "employeeMasterRecord.cpy".

FD  pendingChangeFile.
COPY "pendingChangeRecord.cpy".

FD  changeApprovalTransactionFile.
COPY "changeApprovalTransactionRecord.cpy".

FD  payPeriodControlFile.
COPY "payPeriodControlRecord.cpy".

FD  changeApprovalReportFile.
COPY "changeApprovalReportRecord.cpy".

WORKING-STORAGE SECTION.
*> When this run took its decisions, stamped on each row it decides
*> and (as a date) on the master's bank change date.
01 runTimestampText                      PIC X(16) VALUE SPACES.
01 runDateText                           PIC X(08) VALUE SPACES.

*> What the pay calendar says about the payroll either side of
*> today: approved changes since the last completed period's end
*> date are the ones the next payroll will be the first to pay on.
01 lastCompletedPeriodEndDate            PIC X(08) VALUE SPACES.
01 nextScheduledPayDate                  PIC X(08) VALUE SPACES.
01 nextPayDateFoundSwitch                PIC X(01) VALUE "N".
    88 nextPayDateWasFound               VALUE "Y".

*> Payments to bank details changed this many days or fewer before
*> the pay date are called out, the same window the engine uses.
01 bankChangeAlertDayCount               PIC 9(03) VALUE 10.
01 bankChangeDaysBeforePayment           PIC S9(05) VALUE ZERO.

*> Every problem found with a decision is appended here rather than
*> overwriting whatever was already found, the same
*> append-not-overwrite contract the maintenance programs keep.
01 errorMessageText                      PIC X(500) VALUE SPACES.
01 errorMessageCandidateText             PIC X(120) VALUE SPACES.

*> Before and after values of a change, as printed.
01 pendingChangeFieldNameText            PIC X(13) VALUE SPACES.
01 pendingChangeBeforeText               PIC X(28) VALUE SPACES.
01 pendingChangeAfterText                PIC X(28) VALUE SPACES.
01 pendingChangeStatusText               PIC X(13) VALUE SPACES.
01 pendingChangeWageDisplay              PIC Z(4)9.99.
01 pendingChangeSalaryDisplay            PIC Z(6)9.99.

*> File status and control switches.
01 employeeMasterFileStatus              PIC X(02) VALUE "00".
01 pendingChangeFileStatus               PIC X(02) VALUE "00".
01 changeApprovalTransactionFileStatus   PIC X(02) VALUE "00".
01 payPeriodControlFileStatus            PIC X(02) VALUE "00".
01 changeApprovalReportFileStatus        PIC X(02) VALUE "00".
01 approvalTransactionsAvailableSwitch   PIC X(01) VALUE "N".
    88 approvalTransactionsAreAvailable  VALUE "Y".
01 approvalTransactionEndSwitch          PIC X(01) VALUE "N".
    88 approvalTransactionsAtEnd         VALUE "Y".
01 payCalendarEndSwitch                  PIC X(01) VALUE "N".
    88 payCalendarAtEnd                  VALUE "Y".
01 pendingChangeBrowseEndSwitch          PIC X(01) VALUE "N".
    88 pendingChangeBrowseAtEnd          VALUE "Y".
01 pendingChangeRowFoundSwitch           PIC X(01) VALUE "N".
    88 pendingChangeRowWasFound          VALUE "Y".
01 employeeMasterRecordFoundSwitch       PIC X(01) VALUE "N".
    88 employeeMasterRecordWasFound      VALUE "Y".
01 employeeMasterBrowseEndSwitch         PIC X(01) VALUE "N".
    88 employeeMasterBrowseAtEnd         VALUE "Y".

*> Run counters for the report trailer and the console summary.
01 approvalTransactionsReadCount         PIC 9(05) VALUE ZERO.
01 changesApprovedCount                  PIC 9(05) VALUE ZERO.
01 changesRejectedCount                  PIC 9(05) VALUE ZERO.
01 decisionsRefusedCount                 PIC 9(05) VALUE ZERO.
01 changesStillPendingCount              PIC 9(05) VALUE ZERO.
01 changesApprovedSinceCount             PIC 9(05) VALUE ZERO.
01 recentBankChangeAlertCount            PIC 9(05) VALUE ZERO.

*> Report lines, built the same way the maintenance reports build
*> their own.
01 approvalReportTimestampText           PIC X(21).
01 approvalReportHeaderLine.
    05 FILLER                            PIC X(33) VALUE "PENDING CHANGE APPROVAL REPORT   ".
    05 approvalReportHeaderTimestamp     PIC X(21).
    05 FILLER                            PIC X(78) VALUE SPACES.
01 approvalReportSectionLine.
    05 approvalReportSectionText         PIC X(80).
    05 FILLER                            PIC X(52) VALUE SPACES.
01 approvalReportActionLine.
    05 FILLER                            PIC X(08) VALUE "ACTION: ".
    05 approvalReportActionCode          PIC X(04).
    05 FILLER                            PIC X(12) VALUE "  EMPLOYEE: ".
    05 approvalReportEmployeeId          PIC X(20).
    05 FILLER                            PIC X(09) VALUE "  FIELD: ".
    05 approvalReportFieldCode           PIC X(04).
    05 FILLER                            PIC X(06) VALUE "  BY: ".
    05 approvalReportUser                PIC X(08).
    05 FILLER                            PIC X(10) VALUE "  RESULT: ".
    05 approvalReportResultText          PIC X(51).
01 approvalReportColumnHeaderLine.
    05 FILLER                            PIC X(20) VALUE "EMPLOYEE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(13) VALUE "FIELD".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(28) VALUE "BEFORE".
    05 FILLER                            PIC X(04) VALUE SPACES.
    05 FILLER                            PIC X(28) VALUE "AFTER".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "BY".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "ON".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(13) VALUE "STATUS".
01 approvalReportDetailLine.
    05 approvalDetailEmployeeId          PIC X(20).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 approvalDetailFieldName           PIC X(13).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 approvalDetailBeforeText          PIC X(28).
    05 FILLER                            PIC X(04) VALUE " -> ".
    05 approvalDetailAfterText           PIC X(28).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 approvalDetailUser                PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 approvalDetailDate                PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 approvalDetailStatusText          PIC X(13).
01 approvalReportBankAlertLine.
    05 bankAlertEmployeeId               PIC X(20).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 bankAlertEmployeeName             PIC X(24).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 bankAlertRoutingNumber            PIC X(09).
    05 FILLER                            PIC X(01) VALUE "/".
    05 bankAlertAccountNumber            PIC X(17).
    05 FILLER                            PIC X(11) VALUE "  CHANGED ".
    05 bankAlertChangeDate               PIC X(08).
    05 FILLER                            PIC X(11) VALUE "  PAY DATE ".
    05 bankAlertPayDate                  PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 bankAlertDayCount                 PIC Z(4)9.
    05 FILLER                            PIC X(12) VALUE " DAYS BEFORE".
01 approvalReportSummaryLine.
    05 FILLER                            PIC X(16) VALUE "DECISIONS READ: ".
    05 approvalSummaryReadCount          PIC Z(4)9.
    05 FILLER                            PIC X(12) VALUE "  APPROVED: ".
    05 approvalSummaryApprovedCount      PIC Z(4)9.
    05 FILLER                            PIC X(12) VALUE "  REJECTED: ".
    05 approvalSummaryRejectedCount      PIC Z(4)9.
    05 FILLER                            PIC X(11) VALUE "  REFUSED: ".
    05 approvalSummaryRefusedCount       PIC Z(4)9.
    05 FILLER                            PIC X(17) VALUE "  STILL PENDING: ".
    05 approvalSummaryPendingCount       PIC Z(4)9.
    05 FILLER                            PIC X(15) VALUE "  BANK ALERTS: ".
    05 approvalSummaryAlertCount         PIC Z(4)9.
    05 FILLER                            PIC X(19) VALUE SPACES.
01 approvalReportNoneLine.
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(122) VALUE "(none)".
01 approvalReportSeparatorLine           PIC X(132) VALUE ALL "-".
01 approvalReportBlankLine               PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:16) TO runTimestampText
    MOVE runTimestampText(1:8) TO runDateText
    PERFORM readPayCalendarDates
    PERFORM openChangeApprovalFiles
    PERFORM writeApprovalReportHeader

    IF approvalTransactionsAreAvailable
        MOVE "DECISIONS TAKEN THIS RUN" TO approvalReportSectionText
        WRITE changeApprovalReportPrintLine FROM approvalReportSectionLine
        WRITE changeApprovalReportPrintLine FROM approvalReportSeparatorLine
        MOVE "N" TO approvalTransactionEndSwitch
        PERFORM readNextApprovalTransaction
        PERFORM processOneApprovalTransaction
            UNTIL approvalTransactionsAtEnd
        CLOSE changeApprovalTransactionFile
    END-IF

    PERFORM writeStillPendingSection
    PERFORM writeApprovedSinceLastPayrollSection
    PERFORM writeRecentBankChangeSection
    PERFORM writeApprovalReportSummary

    CLOSE employeeMasterFile
    CLOSE pendingChangeFile
    CLOSE changeApprovalReportFile

    DISPLAY "approvalTransactionsRead=" approvalTransactionsReadCount
    DISPLAY "changesApproved=" changesApprovedCount
    DISPLAY "changesRejected=" changesRejectedCount
    DISPLAY "decisionsRefused=" decisionsRefusedCount
    DISPLAY "changesStillPending=" changesStillPendingCount
    DISPLAY "recentBankChangeAlerts=" recentBankChangeAlertCount
    GOBACK.

readPayCalendarDates.
    *> No calendar is not an error here: the approved section then
    *> lists every approved change, and alerts are measured against
    *> today.
    MOVE "N" TO payCalendarEndSwitch
    OPEN INPUT payPeriodControlFile
    IF payPeriodControlFileStatus = "00"
        PERFORM readNextPayCalendarLine
        PERFORM checkOnePayCalendarLine
            UNTIL payCalendarAtEnd
        CLOSE payPeriodControlFile
    END-IF
    IF NOT nextPayDateWasFound
       OR nextScheduledPayDate = SPACES
        MOVE runDateText TO nextScheduledPayDate
    END-IF.

readNextPayCalendarLine.
    READ payPeriodControlFile
        AT END SET payCalendarAtEnd TO TRUE
    END-READ.

checkOnePayCalendarLine.
    IF payPeriodIsCompleted
        MOVE payPeriodEndDate TO lastCompletedPeriodEndDate
    ELSE
        IF NOT nextPayDateWasFound
            MOVE payPeriodScheduledPayDate TO nextScheduledPayDate
            SET nextPayDateWasFound TO TRUE
        END-IF
    END-IF
    PERFORM readNextPayCalendarLine.

openChangeApprovalFiles.
    OPEN I-O employeeMasterFile
    IF employeeMasterFileStatus NOT = "00"
        DISPLAY "errorMessage=Employee master file is not available for approval run, status " employeeMasterFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    *> No pending change file yet just means nothing has ever been
    *> filed; create it so the report can say so.
    OPEN I-O pendingChangeFile
    IF pendingChangeFileStatus = "35"
        OPEN OUTPUT pendingChangeFile
        CLOSE pendingChangeFile
        OPEN I-O pendingChangeFile
    END-IF
    IF pendingChangeFileStatus NOT = "00"
        DISPLAY "errorMessage=Pending change file is not available for approval run, status " pendingChangeFileStatus
        CLOSE employeeMasterFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "N" TO approvalTransactionsAvailableSwitch
    OPEN INPUT changeApprovalTransactionFile
    IF changeApprovalTransactionFileStatus = "00"
        SET approvalTransactionsAreAvailable TO TRUE
    END-IF

    OPEN EXTEND changeApprovalReportFile
    IF changeApprovalReportFileStatus = "35"
        OPEN OUTPUT changeApprovalReportFile
    END-IF.

writeApprovalReportHeader.
    MOVE FUNCTION CURRENT-DATE TO approvalReportTimestampText
    MOVE approvalReportTimestampText TO approvalReportHeaderTimestamp
    WRITE changeApprovalReportPrintLine FROM approvalReportHeaderLine
    WRITE changeApprovalReportPrintLine FROM approvalReportSeparatorLine.

writeApprovalReportSummary.
    MOVE approvalTransactionsReadCount TO approvalSummaryReadCount
    MOVE changesApprovedCount          TO approvalSummaryApprovedCount
    MOVE changesRejectedCount          TO approvalSummaryRejectedCount
    MOVE decisionsRefusedCount         TO approvalSummaryRefusedCount
    MOVE changesStillPendingCount      TO approvalSummaryPendingCount
    MOVE recentBankChangeAlertCount    TO approvalSummaryAlertCount
    WRITE changeApprovalReportPrintLine FROM approvalReportSeparatorLine
    WRITE changeApprovalReportPrintLine FROM approvalReportSummaryLine
    WRITE changeApprovalReportPrintLine FROM approvalReportBlankLine.

readNextApprovalTransaction.
    READ changeApprovalTransactionFile
        AT END SET approvalTransactionsAtEnd TO TRUE
    END-READ.

processOneApprovalTransaction.
    ADD 1 TO approvalTransactionsReadCount
    MOVE SPACES TO errorMessageText
    PERFORM findPendingChangeForTransaction
    PERFORM validateApprovalTransaction
    IF errorMessageText = SPACES
       AND changeApprovalActionIsApprove
        PERFORM applyApprovedChangeToMaster
    END-IF
    IF errorMessageText = SPACES
        PERFORM recordDecisionOnPendingChange
    END-IF
    PERFORM writeApprovalReportForTransaction
    IF errorMessageText = SPACES
        IF changeApprovalActionIsApprove
            ADD 1 TO changesApprovedCount
        ELSE
            ADD 1 TO changesRejectedCount
        END-IF
    ELSE
        ADD 1 TO decisionsRefusedCount
        DISPLAY "errorMessage=Approval decision for employeeIdentifier="
            FUNCTION TRIM(changeApprovalEmployeeIdentifierText)
            " refused (" FUNCTION TRIM(errorMessageText) ")"
    END-IF
    PERFORM readNextApprovalTransaction.

findPendingChangeForTransaction.
    *> With a request timestamp the row is read directly; without one
    *> the employee's rows for the field are browsed for the one that
    *> is pending (there is never more than one).
    MOVE "N" TO pendingChangeRowFoundSwitch
    MOVE changeApprovalEmployeeIdentifierText TO pendingChangeEmployeeIdentifier
    MOVE changeApprovalFieldCodeText TO pendingChangeFieldCode
    IF changeApprovalRequestTimestampText NOT = SPACES
        MOVE changeApprovalRequestTimestampText TO pendingChangeRequestTimestamp
        READ pendingChangeFile
            INVALID KEY CONTINUE
            NOT INVALID KEY SET pendingChangeRowWasFound TO TRUE
        END-READ
    ELSE
        MOVE "N" TO pendingChangeBrowseEndSwitch
        MOVE LOW-VALUES TO pendingChangeRequestTimestamp
        START pendingChangeFile KEY IS NOT LESS THAN pendingChangeRecordKey
            INVALID KEY SET pendingChangeBrowseAtEnd TO TRUE
        END-START
        IF NOT pendingChangeBrowseAtEnd
            PERFORM readNextPendingChangeForTransaction
            PERFORM checkOnePendingChangeForTransaction
                UNTIL pendingChangeBrowseAtEnd
                   OR pendingChangeRowWasFound
        END-IF
    END-IF.

readNextPendingChangeForTransaction.
    READ pendingChangeFile NEXT RECORD
        AT END SET pendingChangeBrowseAtEnd TO TRUE
    END-READ
    IF NOT pendingChangeBrowseAtEnd
        IF pendingChangeEmployeeIdentifier NOT = changeApprovalEmployeeIdentifierText
           OR pendingChangeFieldCode NOT = changeApprovalFieldCodeText
            SET pendingChangeBrowseAtEnd TO TRUE
        END-IF
    END-IF.

checkOnePendingChangeForTransaction.
    IF pendingChangeIsPending
        SET pendingChangeRowWasFound TO TRUE
    ELSE
        PERFORM readNextPendingChangeForTransaction
    END-IF.

validateApprovalTransaction.
    *> Every check runs regardless of whether an earlier one failed,
    *> so the report shows the approver the whole list.
    IF NOT changeApprovalActionIsApprove
       AND NOT changeApprovalActionIsReject
        MOVE "Action code is not recognized." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF
    IF FUNCTION TRIM(changeApprovalUserText) = SPACES
        MOVE "Approving user is required." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF
    IF NOT pendingChangeRowWasFound
        MOVE "No pending change on file for this employee and field." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    ELSE
        IF NOT pendingChangeIsPending
            MOVE "Change is no longer pending." TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
        *> The whole point of the file: nobody approves their own
        *> change.
        IF changeApprovalUserText = pendingChangeRequestedByUser
            MOVE "Approving user must not be the requesting user." TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
    END-IF
    IF changeApprovalActionIsApprove
       AND pendingChangeRowWasFound
        PERFORM checkMasterStillHoldsBeforeValues
    END-IF.

checkMasterStillHoldsBeforeValues.
    *> The approver approved a change from what the requester saw; if
    *> the master no longer holds that, the change is refused and has
    *> to be rejected and requested again.
    MOVE "N" TO employeeMasterRecordFoundSwitch
    MOVE pendingChangeEmployeeIdentifier TO employeeMasterEmployeeIdentifier
    READ employeeMasterFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET employeeMasterRecordWasFound TO TRUE
    END-READ
    IF NOT employeeMasterRecordWasFound
        MOVE "Employee does not exist on the master." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    ELSE
        MOVE SPACES TO errorMessageCandidateText
        EVALUATE TRUE
            WHEN pendingChangeIsBankDetails
                IF employeeMasterBankRoutingNumber NOT = pendingChangeBeforeRoutingNumber
                   OR employeeMasterBankAccountNumber NOT = pendingChangeBeforeAccountNumber
                    MOVE "X" TO errorMessageCandidateText
                END-IF
            WHEN pendingChangeIsHourlyWage
                IF employeeMasterHourlyWageAmount NOT = pendingChangeBeforeHourlyWage
                    MOVE "X" TO errorMessageCandidateText
                END-IF
            WHEN pendingChangeIsAnnualSalary
                IF employeeMasterAnnualSalaryAmount NOT = pendingChangeBeforeAnnualSalary
                    MOVE "X" TO errorMessageCandidateText
                END-IF
            WHEN pendingChangeIsPayType
                IF employeeMasterPayTypeCode NOT = pendingChangeBeforePayTypeCode
                   OR employeeMasterAnnualSalaryAmount NOT = pendingChangeBeforeAnnualSalary
                    MOVE "X" TO errorMessageCandidateText
                END-IF
            WHEN OTHER
                MOVE "Field code is not recognized." TO errorMessageCandidateText
                PERFORM appendErrorMessage
                MOVE SPACES TO errorMessageCandidateText
        END-EVALUATE
        IF errorMessageCandidateText NOT = SPACES
            MOVE "Master no longer holds the values this change was requested against." TO errorMessageCandidateText
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
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF.

applyApprovedChangeToMaster.
    *> Only the fields the row's field code names change; the master
    *> record was read by checkMasterStillHoldsBeforeValues.
    EVALUATE TRUE
        WHEN pendingChangeIsBankDetails
            MOVE pendingChangeAfterRoutingNumber TO employeeMasterBankRoutingNumber
            MOVE pendingChangeAfterAccountNumber TO employeeMasterBankAccountNumber
            *> Fresh bank details lift the unusable flag a bank return
            *> set, so the next batch run tries direct deposit again,
            *> and the change date starts the alert window.
            MOVE "N" TO employeeMasterBankDetailsUnusableSwitch
            MOVE runDateText TO employeeMasterBankChangeDate
        WHEN pendingChangeIsHourlyWage
            MOVE pendingChangeAfterHourlyWage TO employeeMasterHourlyWageAmount
        WHEN pendingChangeIsAnnualSalary
            MOVE pendingChangeAfterAnnualSalary TO employeeMasterAnnualSalaryAmount
        WHEN pendingChangeIsPayType
            MOVE pendingChangeAfterPayTypeCode TO employeeMasterPayTypeCode
            MOVE pendingChangeAfterAnnualSalary TO employeeMasterAnnualSalaryAmount
    END-EVALUATE
    REWRITE employeeMasterRecord
        INVALID KEY
            MOVE "Employee master record could not be rewritten." TO errorMessageCandidateText
            PERFORM appendErrorMessage
    END-REWRITE.

recordDecisionOnPendingChange.
    IF changeApprovalActionIsApprove
        SET pendingChangeIsApproved TO TRUE
    ELSE
        SET pendingChangeIsRejected TO TRUE
    END-IF
    MOVE changeApprovalUserText TO pendingChangeDecidedByUser
    MOVE runTimestampText TO pendingChangeDecisionTimestamp
    MOVE changeApprovalNoteText TO pendingChangeDecisionNoteText
    REWRITE pendingChangeRecord
        INVALID KEY
            DISPLAY "errorMessage=Decision for employeeIdentifier="
                FUNCTION TRIM(pendingChangeEmployeeIdentifier)
                " could not be recorded on the pending change file, status "
                pendingChangeFileStatus
    END-REWRITE.

writeApprovalReportForTransaction.
    MOVE changeApprovalActionCodeText TO approvalReportActionCode
    MOVE changeApprovalEmployeeIdentifierText TO approvalReportEmployeeId
    MOVE changeApprovalFieldCodeText TO approvalReportFieldCode
    MOVE changeApprovalUserText TO approvalReportUser
    IF errorMessageText = SPACES
        IF changeApprovalActionIsApprove
            MOVE "APPROVED - APPLIED TO THE MASTER" TO approvalReportResultText
        ELSE
            MOVE "REJECTED - MASTER UNCHANGED" TO approvalReportResultText
        END-IF
    ELSE
        MOVE SPACES TO approvalReportResultText
        STRING "REFUSED - " FUNCTION TRIM(errorMessageText)
            DELIMITED BY SIZE INTO approvalReportResultText
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF
    WRITE changeApprovalReportPrintLine FROM approvalReportActionLine
    IF pendingChangeRowWasFound
        WRITE changeApprovalReportPrintLine FROM approvalReportColumnHeaderLine
        PERFORM writePendingChangeDetailLine
    END-IF
    WRITE changeApprovalReportPrintLine FROM approvalReportBlankLine.

writeStillPendingSection.
    MOVE "CHANGES AWAITING APPROVAL" TO approvalReportSectionText
    WRITE changeApprovalReportPrintLine FROM approvalReportSectionLine
    WRITE changeApprovalReportPrintLine FROM approvalReportSeparatorLine
    WRITE changeApprovalReportPrintLine FROM approvalReportColumnHeaderLine
    MOVE "N" TO pendingChangeBrowseEndSwitch
    MOVE LOW-VALUES TO pendingChangeRecordKey
    START pendingChangeFile KEY IS NOT LESS THAN pendingChangeRecordKey
        INVALID KEY SET pendingChangeBrowseAtEnd TO TRUE
    END-START
    IF NOT pendingChangeBrowseAtEnd
        PERFORM readNextPendingChangeRow
        PERFORM listOneStillPendingChange
            UNTIL pendingChangeBrowseAtEnd
    END-IF
    IF changesStillPendingCount = ZERO
        WRITE changeApprovalReportPrintLine FROM approvalReportNoneLine
    END-IF
    WRITE changeApprovalReportPrintLine FROM approvalReportBlankLine.

readNextPendingChangeRow.
    READ pendingChangeFile NEXT RECORD
        AT END SET pendingChangeBrowseAtEnd TO TRUE
    END-READ.

listOneStillPendingChange.
    IF pendingChangeIsPending
        ADD 1 TO changesStillPendingCount
        PERFORM writePendingChangeDetailLine
    END-IF
    PERFORM readNextPendingChangeRow.

writeApprovedSinceLastPayrollSection.
    *> Approved changes the next payroll is the first to pay on:
    *> those decided after the last completed period ended.
    MOVE SPACES TO approvalReportSectionText
    IF lastCompletedPeriodEndDate = SPACES
        MOVE "CHANGES APPROVED" TO approvalReportSectionText
    ELSE
        STRING "CHANGES APPROVED SINCE THE PERIOD ENDING "
            lastCompletedPeriodEndDate
            DELIMITED BY SIZE INTO approvalReportSectionText
        END-STRING
    END-IF
    WRITE changeApprovalReportPrintLine FROM approvalReportSectionLine
    WRITE changeApprovalReportPrintLine FROM approvalReportSeparatorLine
    WRITE changeApprovalReportPrintLine FROM approvalReportColumnHeaderLine
    MOVE "N" TO pendingChangeBrowseEndSwitch
    MOVE LOW-VALUES TO pendingChangeRecordKey
    START pendingChangeFile KEY IS NOT LESS THAN pendingChangeRecordKey
        INVALID KEY SET pendingChangeBrowseAtEnd TO TRUE
    END-START
    IF NOT pendingChangeBrowseAtEnd
        PERFORM readNextPendingChangeRow
        PERFORM listOneApprovedSinceChange
            UNTIL pendingChangeBrowseAtEnd
    END-IF
    IF changesApprovedSinceCount = ZERO
        WRITE changeApprovalReportPrintLine FROM approvalReportNoneLine
    END-IF
    WRITE changeApprovalReportPrintLine FROM approvalReportBlankLine.

listOneApprovedSinceChange.
    IF pendingChangeIsApproved
       AND pendingChangeDecisionTimestamp(1:8) > lastCompletedPeriodEndDate
        ADD 1 TO changesApprovedSinceCount
        PERFORM writePendingChangeDetailLine
    END-IF
    PERFORM readNextPendingChangeRow.

writePendingChangeDetailLine.
    PERFORM buildPendingChangeBeforeAfterText
    MOVE pendingChangeEmployeeIdentifier TO approvalDetailEmployeeId
    MOVE pendingChangeFieldNameText TO approvalDetailFieldName
    MOVE pendingChangeBeforeText TO approvalDetailBeforeText
    MOVE pendingChangeAfterText TO approvalDetailAfterText
    *> A pending row shows who asked and when; a decided row shows
    *> who decided and when.
    IF pendingChangeIsPending
        MOVE pendingChangeRequestedByUser TO approvalDetailUser
        MOVE pendingChangeRequestTimestamp(1:8) TO approvalDetailDate
    ELSE
        MOVE pendingChangeDecidedByUser TO approvalDetailUser
        MOVE pendingChangeDecisionTimestamp(1:8) TO approvalDetailDate
    END-IF
    EVALUATE TRUE
        WHEN pendingChangeIsPending
            MOVE "PENDING" TO approvalDetailStatusText
        WHEN pendingChangeIsApproved
            MOVE "APPROVED" TO approvalDetailStatusText
        WHEN pendingChangeIsRejected
            MOVE "REJECTED" TO approvalDetailStatusText
        WHEN OTHER
            MOVE "SUPERSEDED" TO approvalDetailStatusText
    END-EVALUATE
    WRITE changeApprovalReportPrintLine FROM approvalReportDetailLine.

buildPendingChangeBeforeAfterText.
    *> Prints the field a pending change row names, from its before
    *> and after images, the same way the maintenance report does.
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

writeRecentBankChangeSection.
    *> Every employee still paid by direct deposit whose bank details
    *> changed within the alert window before the next pay date. The
    *> changes were approved; these are the deposits worth confirming
    *> with the employee before the file goes to the bank.
    MOVE SPACES TO approvalReportSectionText
    STRING "BANK DETAILS CHANGED WITHIN " bankChangeAlertDayCount
        " DAYS BEFORE THE PAYMENT ON " nextScheduledPayDate
        DELIMITED BY SIZE INTO approvalReportSectionText
    END-STRING
    WRITE changeApprovalReportPrintLine FROM approvalReportSectionLine
    WRITE changeApprovalReportPrintLine FROM approvalReportSeparatorLine
    MOVE "N" TO employeeMasterBrowseEndSwitch
    MOVE LOW-VALUES TO employeeMasterEmployeeIdentifier
    START employeeMasterFile KEY IS NOT LESS THAN employeeMasterEmployeeIdentifier
        INVALID KEY SET employeeMasterBrowseAtEnd TO TRUE
    END-START
    IF NOT employeeMasterBrowseAtEnd
        PERFORM readNextEmployeeMasterForAlert
        PERFORM checkOneEmployeeForRecentBankChange
            UNTIL employeeMasterBrowseAtEnd
    END-IF
    IF recentBankChangeAlertCount = ZERO
        WRITE changeApprovalReportPrintLine FROM approvalReportNoneLine
    END-IF.

readNextEmployeeMasterForAlert.
    READ employeeMasterFile NEXT RECORD
        AT END SET employeeMasterBrowseAtEnd TO TRUE
    END-READ.

checkOneEmployeeForRecentBankChange.
    IF NOT employeeMasterIsInactive
       AND employeeMasterBankChangeDate NOT = SPACES
       AND employeeMasterBankChangeDate IS NUMERIC
       AND nextScheduledPayDate IS NUMERIC
       AND FUNCTION TRIM(employeeMasterBankRoutingNumber) NOT = SPACES
       AND NOT employeeMasterBankDetailsAreUnusable
        COMPUTE bankChangeDaysBeforePayment =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(nextScheduledPayDate))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(employeeMasterBankChangeDate))
        IF bankChangeDaysBeforePayment >= ZERO
           AND bankChangeDaysBeforePayment <= bankChangeAlertDayCount
            ADD 1 TO recentBankChangeAlertCount
            MOVE employeeMasterEmployeeIdentifier TO bankAlertEmployeeId
            MOVE employeeMasterEmployeeFullName TO bankAlertEmployeeName
            MOVE employeeMasterBankRoutingNumber TO bankAlertRoutingNumber
            MOVE employeeMasterBankAccountNumber TO bankAlertAccountNumber
            MOVE employeeMasterBankChangeDate TO bankAlertChangeDate
            MOVE nextScheduledPayDate TO bankAlertPayDate
            MOVE bankChangeDaysBeforePayment TO bankAlertDayCount
            WRITE changeApprovalReportPrintLine FROM approvalReportBankAlertLine
            DISPLAY "alert=Bank details for employeeIdentifier="
                FUNCTION TRIM(employeeMasterEmployeeIdentifier)
                " changed " employeeMasterBankChangeDate
                ", within " bankChangeAlertDayCount
                " days of the payment on " nextScheduledPayDate
        END-IF
    END-IF
    PERFORM readNextEmployeeMasterForAlert.
