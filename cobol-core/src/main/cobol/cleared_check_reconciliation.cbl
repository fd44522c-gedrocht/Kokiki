>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CLEARED-CHECK-RECONCILIATION.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER. GNUCOBOL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The standing list of issued checks and where each one stands.
    *> Everything this program knows about a check outlives the
    *> register it came from, so it lives here.
    SELECT checkStatusFile ASSIGN TO "CHKSTAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS checkStatusCheckNumber
        FILE STATUS IS checkStatusFileStatus.

    *> The check register the batch run (payroll checks) and the
    *> remittance run (REMT checks) wrote. Each batch run starts it
    *> fresh, so its new check numbers are copied into the check
    *> status file every run; a VOID line for a check number marks
    *> that check voided by a void/reissue run.
    SELECT checkRegisterFile ASSIGN TO "CHKREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS checkRegisterFileStatus.

    *> The positive-pay issue file written alongside the register,
    *> read only for each check's issue date and payee name, which the
    *> register line does not carry.
    SELECT positivePayFile ASSIGN TO "POSPAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS positivePayFileStatus.

    *> The bank's paid-items file. Optional: a day the bank sent
    *> nothing still ages the outstanding checks and voids the stale
    *> ones.
    SELECT paidItemFile ASSIGN TO "PAIDITEM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS paidItemFileStatus.

    *> The employee master, read only: the name, address, and state a
    *> stale-dated check's unclaimed property is reported under.
    SELECT employeeMasterFile ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS employeeMasterEmployeeIdentifier
        FILE STATUS IS employeeMasterFileStatus.

    *> The GL journal the engine appends to: a stale-dated check's
    *> void writes its pair here (cash back, unclaimed property owed),
    *> stamped with the most recently completed period and typed STAL
    *> so the reconciliation's register-vs-cash proof leaves it out.
    SELECT glJournalFile ASSIGN TO "GLJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS glJournalFileStatus.

    *> The pay calendar, read only for the period number to stamp on
    *> the void GL lines and on newly captured checks.
    SELECT payPeriodControlFile ASSIGN TO "PAYPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payPeriodControlFileStatus.

    *> The reconciliation and aging report. Opened fresh each run: it
    *> describes exactly one paid-items file and one day's aging, or
    *> for a CAPTURE run, just the checks that run captured.
    SELECT checkReconciliationReportFile ASSIGN TO "CHKRECON"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS checkReconciliationReportFileStatus.

    *> The annual unclaimed property report, written only by an
    *> ESCHEAT run.
    SELECT escheatmentReportFile ASSIGN TO "ESCHRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS escheatmentReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  checkStatusFile.
COPY "checkStatusRecord.cpy".

FD  checkRegisterFile.
COPY "checkRegisterRecord.cpy".

FD  positivePayFile.
COPY "positivePayRecord.cpy".

FD  paidItemFile.
COPY "paidItemRecord.cpy".

FD  employeeMasterFile.
COPY "employeeMasterRecord.cpy".

FD  glJournalFile.
COPY "glJournalRecord.cpy".

FD  payPeriodControlFile.
COPY "payPeriodControlRecord.cpy".

FD  checkReconciliationReportFile.
COPY "checkReconciliationReportRecord.cpy".

FD  escheatmentReportFile.
COPY "escheatmentReportRecord.cpy".

WORKING-STORAGE SECTION.
*> "ESCHEAT" on the command line (optionally followed by the year,
*> which defaults to last year) prints the annual unclaimed property
*> report instead of reconciling; "CAPTURE" only copies the check
*> register into the check status file, the payroll cycle's step
*> after the remittance run; anything else is the daily run.
01 commandLineArgumentText               PIC X(40) VALUE SPACES.
01 requestedActionText                   PIC X(10) VALUE SPACES.
    88 escheatmentReportRequested        VALUE "ESCHEAT".
    88 checkCaptureRequested             VALUE "CAPTURE".
01 requestedYearText                     PIC X(10) VALUE SPACES.
01 escheatmentYearText                   PIC X(04) VALUE SPACES.
01 escheatmentYearNumber                 PIC 9(04) VALUE ZERO.

*> The day the checks are aged to, and the limit past which an
*> outstanding check is stale-dated and voided to unclaimed property.
01 runDateText                           PIC X(08) VALUE SPACES.
01 staleCheckDayLimit                    PIC 9(03) VALUE 180.
01 checkAgeDayCount                      PIC S9(05) VALUE ZERO.

*> Which period newly captured checks and the void GL lines are
*> stamped with: the most recently completed one.
01 currentPayPeriodNumber                PIC 9(04) VALUE ZERO.

*> The positive-pay issue lines, loaded up front for each check's
*> issue date and payee name. Sized the same way the bank exception
*> program sizes its copy of this table.
01 posPayCount                           PIC 9(04) VALUE ZERO.
01 posPayTable.
    05 posPayEntry OCCURS 500 TIMES.
        10 posPayCheckNumber             PIC 9(08).
        10 posPayIssueDate               PIC X(08).
        10 posPayPayeeName               PIC X(60).
01 posPayIndex                           PIC 9(04) VALUE ZERO.
01 posPayFoundSwitch                     PIC X(01) VALUE "N".
    88 posPayWasFound                    VALUE "Y".

*> Work fields for one paid item.
01 paidItemAmount                        PIC 9(7)V99 VALUE ZERO.

*> The aging buckets: outstanding count and amount per bracket.
01 agingBucketIndex                      PIC 9(01) VALUE ZERO.
01 agingBucketLabelData.
    05 FILLER                            PIC X(08) VALUE "0-30".
    05 FILLER                            PIC X(08) VALUE "31-90".
    05 FILLER                            PIC X(08) VALUE "91-180".
    05 FILLER                            PIC X(08) VALUE "OVER 180".
01 agingBucketLabelTable REDEFINES agingBucketLabelData.
    05 agingBucketLabel OCCURS 4 TIMES   PIC X(08).
01 agingBucketTable.
    05 agingBucketEntry OCCURS 4 TIMES.
        10 agingBucketCheckCount         PIC 9(05).
        10 agingBucketAmount             PIC 9(9)V99.

*> The stale-dated checks found in an ESCHEAT run's year, loaded up
*> front so they can be printed one state at a time without a sort:
*> each pass prints the lowest state code above the last one printed.
01 escheatEntryCount                     PIC 9(04) VALUE ZERO.
01 escheatEntryIndex                     PIC 9(04) VALUE ZERO.
01 escheatEntryTable.
    05 escheatEntry OCCURS 500 TIMES.
        10 escheatEntryStateCode         PIC X(02).
        10 escheatEntryCheckNumber       PIC 9(08).
        10 escheatEntryOwnerIdentifier   PIC X(20).
        10 escheatEntryOwnerName         PIC X(30).
        10 escheatEntryOwnerAddress      PIC X(36).
        10 escheatEntryIssueDate         PIC X(08).
        10 escheatEntryAmount            PIC 9(7)V99.
        10 escheatEntryVoidDate          PIC X(08).
01 escheatCurrentStateCode               PIC X(02) VALUE SPACES.
01 escheatLastPrintedStateCode           PIC X(02) VALUE LOW-VALUES.
01 escheatNextStateFoundSwitch           PIC X(01) VALUE "N".
    88 escheatNextStateWasFound          VALUE "Y".
01 escheatStateCheckCount                PIC 9(05) VALUE ZERO.
01 escheatStateAmount                    PIC 9(9)V99 VALUE ZERO.
01 escheatStateCount                     PIC 9(03) VALUE ZERO.
01 escheatTotalAmount                    PIC 9(11)V99 VALUE ZERO.
01 escheatOwnerAddressText               PIC X(36) VALUE SPACES.

*> Run counters for the report trailer and the console summary.
01 checksCapturedCount                   PIC 9(05) VALUE ZERO.
01 checksVoidedByReissueCount            PIC 9(05) VALUE ZERO.
01 paidItemsReadCount                    PIC 9(05) VALUE ZERO.
01 checksClearedCount                    PIC 9(05) VALUE ZERO.
01 amountMismatchCount                   PIC 9(05) VALUE ZERO.
01 paidNotIssuedCount                    PIC 9(05) VALUE ZERO.
01 paidItemOtherExceptionCount           PIC 9(05) VALUE ZERO.
01 outstandingCheckCount                 PIC 9(05) VALUE ZERO.
01 outstandingCheckAmount                PIC 9(11)V99 VALUE ZERO.
01 staleChecksVoidedCount                PIC 9(05) VALUE ZERO.
01 staleChecksVoidedAmount               PIC 9(11)V99 VALUE ZERO.

*> File status and control switches.
01 checkStatusFileStatus                 PIC X(02) VALUE "00".
01 checkRegisterFileStatus               PIC X(02) VALUE "00".
01 positivePayFileStatus                 PIC X(02) VALUE "00".
01 paidItemFileStatus                    PIC X(02) VALUE "00".
01 employeeMasterFileStatus              PIC X(02) VALUE "00".
01 glJournalFileStatus                   PIC X(02) VALUE "00".
01 payPeriodControlFileStatus            PIC X(02) VALUE "00".
01 checkReconciliationReportFileStatus   PIC X(02) VALUE "00".
01 escheatmentReportFileStatus           PIC X(02) VALUE "00".
01 checkRegisterEndSwitch                PIC X(01) VALUE "N".
    88 checkRegisterAtEnd                VALUE "Y".
01 positivePayEndSwitch                  PIC X(01) VALUE "N".
    88 positivePayAtEnd                  VALUE "Y".
01 paidItemEndSwitch                     PIC X(01) VALUE "N".
    88 paidItemsAtEnd                    VALUE "Y".
01 payPeriodControlEndSwitch             PIC X(01) VALUE "N".
    88 payPeriodControlAtEnd             VALUE "Y".
01 checkStatusBrowseEndSwitch            PIC X(01) VALUE "N".
    88 checkStatusBrowseAtEnd            VALUE "Y".
01 checkStatusRecordFoundSwitch          PIC X(01) VALUE "N".
    88 checkStatusRecordWasFound         VALUE "Y".
01 employeeMasterAvailableSwitch         PIC X(01) VALUE "N".
    88 employeeMasterIsAvailable         VALUE "Y".
01 employeeMasterRecordFoundSwitch       PIC X(01) VALUE "N".
    88 employeeMasterRecordWasFound      VALUE "Y".

*> Report lines, built and written the same way the bank exception
*> program builds its own.
01 checkReportTimestampText              PIC X(21).
01 checkReportHeaderLine.
    05 FILLER                            PIC X(33) VALUE "CLEARED CHECK RECONCILIATION     ".
    05 checkReportHeaderTimestamp        PIC X(21).
    05 FILLER                            PIC X(78) VALUE SPACES.
01 checkReportSectionLine.
    05 checkReportSectionText            PIC X(80).
    05 FILLER                            PIC X(52) VALUE SPACES.
01 checkReportDetailLine.
    05 checkReportDetailTag              PIC X(22).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkReportDetailPayeeId          PIC X(20).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkReportDetailText             PIC X(86).
01 checkAgingColumnHeaderLine.
    05 FILLER                            PIC X(08) VALUE "CHECK".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(20) VALUE "PAYEE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "NAME".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(07) VALUE "TYPE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "ISSUED".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(10) VALUE "    AMOUNT".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(05) VALUE "  AGE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "BUCKET".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(20) VALUE SPACES.
01 checkAgingDetailLine.
    05 checkAgingCheckNumber             PIC 9(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkAgingPayeeId                 PIC X(20).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkAgingPayeeName               PIC X(30).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkAgingTypeText                PIC X(07).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkAgingIssueDate               PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkAgingAmount                  PIC Z(6)9.99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkAgingDayCount                PIC Z(4)9.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkAgingBucketText              PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkAgingNoteText                PIC X(20).
01 checkReportBucketLine.
    05 checkReportBucketLabel            PIC X(30).
    05 checkReportBucketCount            PIC Z(6)9.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 checkReportBucketAmount           PIC Z(9).99.
    05 FILLER                            PIC X(80) VALUE SPACES.
01 checkReportCountLine.
    05 checkReportCountLabel             PIC X(40).
    05 checkReportCountValue             PIC Z(6)9.
    05 FILLER                            PIC X(85) VALUE SPACES.
01 checkReportSeparatorLine              PIC X(132) VALUE ALL "-".
01 checkReportBlankLine                  PIC X(132) VALUE SPACES.
01 checkAmountDisplay                    PIC Z(6)9.99.
01 paidAmountDisplay                     PIC Z(6)9.99.

01 escheatReportHeaderLine.
    05 FILLER                            PIC X(40) VALUE "UNCLAIMED PROPERTY (ESCHEATMENT) REPORT ".
    05 FILLER                            PIC X(13) VALUE "FOR THE YEAR ".
    05 escheatReportHeaderYear           PIC X(04).
    05 FILLER                            PIC X(03) VALUE SPACES.
    05 escheatReportHeaderTimestamp      PIC X(21).
    05 FILLER                            PIC X(51) VALUE SPACES.
01 escheatStateHeaderLine.
    05 FILLER                            PIC X(07) VALUE "STATE: ".
    05 escheatStateHeaderText            PIC X(20).
    05 FILLER                            PIC X(105) VALUE SPACES.
01 escheatColumnHeaderLine.
    05 FILLER                            PIC X(08) VALUE "CHECK".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(20) VALUE "OWNER".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "NAME".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(36) VALUE "LAST KNOWN ADDRESS".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "ISSUED".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(10) VALUE "    AMOUNT".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "VOIDED".
01 escheatDetailLine.
    05 escheatDetailCheckNumber          PIC 9(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 escheatDetailOwnerId              PIC X(20).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 escheatDetailOwnerName            PIC X(30).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 escheatDetailOwnerAddress         PIC X(36).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 escheatDetailIssueDate            PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 escheatDetailAmount               PIC Z(6)9.99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 escheatDetailVoidDate             PIC X(08).
01 escheatTotalLine.
    05 escheatTotalLabel                 PIC X(30).
    05 escheatTotalCount                 PIC Z(6)9.
    05 FILLER                            PIC X(09) VALUE " CHECKS  ".
    05 escheatTotalAmountValue           PIC Z(10).99.
    05 FILLER                            PIC X(73) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDateText
    PERFORM collectCommandLineArguments

    OPEN I-O checkStatusFile
    IF checkStatusFileStatus = "35"
        OPEN OUTPUT checkStatusFile
        CLOSE checkStatusFile
        OPEN I-O checkStatusFile
    END-IF
    IF checkStatusFileStatus NOT = "00"
        DISPLAY "errorMessage=Check status file is not available, status " checkStatusFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM openEmployeeMasterForLookup

    EVALUATE TRUE
        WHEN escheatmentReportRequested
            PERFORM produceEscheatmentReport
        WHEN checkCaptureRequested
            PERFORM captureIssuedChecksForCycle
        WHEN OTHER
            PERFORM reconcileClearedChecks
    END-EVALUATE

    IF employeeMasterIsAvailable
        CLOSE employeeMasterFile
    END-IF
    CLOSE checkStatusFile
    GOBACK.

collectCommandLineArguments.
    ACCEPT commandLineArgumentText FROM COMMAND-LINE
    UNSTRING commandLineArgumentText
        DELIMITED BY ALL " "
        INTO requestedActionText
             requestedYearText
    END-UNSTRING
    *> The holder report is filed for a finished year, so a bare
    *> ESCHEAT reports last year.
    IF requestedYearText(1:4) IS NUMERIC
       AND requestedYearText(5:6) = SPACES
        MOVE requestedYearText(1:4) TO escheatmentYearText
    ELSE
        COMPUTE escheatmentYearNumber =
            FUNCTION NUMVAL(runDateText(1:4)) - 1
        MOVE escheatmentYearNumber TO escheatmentYearText
    END-IF.

openEmployeeMasterForLookup.
    *> Only names, addresses, and states come from the master; a run
    *> without it still reconciles, reporting those as unknown.
    MOVE "N" TO employeeMasterAvailableSwitch
    OPEN INPUT employeeMasterFile
    IF employeeMasterFileStatus = "00"
        SET employeeMasterIsAvailable TO TRUE
    END-IF.

readEmployeeMasterForPayee.
    MOVE "N" TO employeeMasterRecordFoundSwitch
    IF employeeMasterIsAvailable
       AND NOT checkStatusIsRemittanceCheck
        MOVE checkStatusPayeeIdentifier TO employeeMasterEmployeeIdentifier
        READ employeeMasterFile
            INVALID KEY CONTINUE
            NOT INVALID KEY SET employeeMasterRecordWasFound TO TRUE
        END-READ
    END-IF.

reconcileClearedChecks.
    PERFORM readPayPeriodControlForClearing
    PERFORM loadPositivePayIssueTable

    OPEN EXTEND glJournalFile
    IF glJournalFileStatus = "35"
        OPEN OUTPUT glJournalFile
    END-IF
    OPEN OUTPUT checkReconciliationReportFile
    PERFORM writeCheckReportHeader

    PERFORM captureIssuedChecksFromRegister
    PERFORM applyBankPaidItems
    PERFORM ageOutstandingChecks
    PERFORM writeCheckReportTrailer

    CLOSE checkReconciliationReportFile
    CLOSE glJournalFile

    DISPLAY "checksCaptured=" checksCapturedCount
    DISPLAY "checksVoidedByReissue=" checksVoidedByReissueCount
    DISPLAY "paidItemsRead=" paidItemsReadCount
    DISPLAY "checksCleared=" checksClearedCount
    DISPLAY "amountMismatches=" amountMismatchCount
    DISPLAY "paidNotIssued=" paidNotIssuedCount
    DISPLAY "checksOutstanding=" outstandingCheckCount
    DISPLAY "staleChecksVoided=" staleChecksVoidedCount
    IF amountMismatchCount > ZERO
       OR paidNotIssuedCount > ZERO
       OR paidItemOtherExceptionCount > ZERO
        *> Money the bank paid that does not agree with what was
        *> issued has to be worked by hand, so the scheduler is told,
        *> the same signal the bank exception program gives.
        MOVE 8 TO RETURN-CODE
    END-IF.

captureIssuedChecksForCycle.
    *> The next BATCH starts the check register over, so the cycle
    *> copies this period's checks into the check status file before
    *> it can. The daily run captures the same way and skips numbers
    *> already on file, so the two never double a check. A register
    *> that cannot be read leaves the period's checks off the
    *> outstanding list, so the cycle is stopped rather than told the
    *> capture is done.
    PERFORM readPayPeriodControlForClearing
    PERFORM loadPositivePayIssueTable

    OPEN OUTPUT checkReconciliationReportFile
    PERFORM writeCheckReportHeader
    PERFORM captureIssuedChecksFromRegister
    CLOSE checkReconciliationReportFile

    DISPLAY "checksCaptured=" checksCapturedCount
    DISPLAY "checksVoidedByReissue=" checksVoidedByReissueCount
    IF checkRegisterFileStatus NOT = "00"
        DISPLAY "errorMessage=Check register is not available to capture, status " checkRegisterFileStatus
        MOVE 1 TO RETURN-CODE
    END-IF.

readPayPeriodControlForClearing.
    *> The most recently completed period, the same walk the bank
    *> exception program makes; no completed period stamps zero.
    MOVE ZERO TO currentPayPeriodNumber
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
    IF payPeriodIsCompleted
        MOVE payPeriodNumber TO currentPayPeriodNumber
    END-IF
    PERFORM readNextPayPeriodControlLine.

loadPositivePayIssueTable.
    *> Void lines are skipped: the issue line already carries the
    *> date and payee, and the void itself is read off the register.
    MOVE ZERO TO posPayCount
    MOVE "N" TO positivePayEndSwitch
    OPEN INPUT positivePayFile
    IF positivePayFileStatus NOT = "00"
        SET positivePayAtEnd TO TRUE
    ELSE
        PERFORM readNextPositivePayLine
        PERFORM loadOnePositivePayLine
            UNTIL positivePayAtEnd
        CLOSE positivePayFile
    END-IF.

readNextPositivePayLine.
    READ positivePayFile
        AT END SET positivePayAtEnd TO TRUE
    END-READ.

loadOnePositivePayLine.
    IF NOT positivePayLineIsVoid
        IF posPayCount < 500
            ADD 1 TO posPayCount
            MOVE positivePayCheckNumber TO posPayCheckNumber(posPayCount)
            MOVE positivePayIssueDate TO posPayIssueDate(posPayCount)
            MOVE positivePayPayeeName TO posPayPayeeName(posPayCount)
        ELSE
            DISPLAY "errorMessage=More positive-pay lines than the issue table holds; issue dates incomplete"
        END-IF
    END-IF
    PERFORM readNextPositivePayLine.

findPosPayEntryForRegisterLine.
    IF posPayCheckNumber(posPayIndex) = checkRegisterCheckNumber
        SET posPayWasFound TO TRUE
    END-IF.

writeCheckReportHeader.
    MOVE FUNCTION CURRENT-DATE TO checkReportTimestampText
    MOVE checkReportTimestampText TO checkReportHeaderTimestamp
    WRITE checkReconciliationReportPrintLine FROM checkReportHeaderLine
    WRITE checkReconciliationReportPrintLine FROM checkReportSeparatorLine.

captureIssuedChecksFromRegister.
    *> A register line whose check number is already on file was
    *> captured by an earlier run against the same register, so only
    *> new numbers are added; rerunning the program is harmless.
    MOVE "CHECKS CAPTURED FROM THE CHECK REGISTER" TO checkReportSectionText
    WRITE checkReconciliationReportPrintLine FROM checkReportSectionLine
    MOVE "N" TO checkRegisterEndSwitch
    OPEN INPUT checkRegisterFile
    IF checkRegisterFileStatus = "00"
        PERFORM readNextCheckRegisterLine
        PERFORM captureOneCheckRegisterLine
            UNTIL checkRegisterAtEnd
        CLOSE checkRegisterFile
    END-IF
    WRITE checkReconciliationReportPrintLine FROM checkReportBlankLine.

readNextCheckRegisterLine.
    READ checkRegisterFile
        AT END SET checkRegisterAtEnd TO TRUE
    END-READ.

captureOneCheckRegisterLine.
    *> Check number zero is a voided direct deposit's register line;
    *> there is no check behind it to track.
    IF checkRegisterCheckNumber > ZERO
        MOVE checkRegisterCheckNumber TO checkStatusCheckNumber
        MOVE "N" TO checkStatusRecordFoundSwitch
        READ checkStatusFile
            INVALID KEY CONTINUE
            NOT INVALID KEY SET checkStatusRecordWasFound TO TRUE
        END-READ
        IF checkRegisterEntryIsVoid
            PERFORM markCheckVoidedByReissue
        ELSE
            IF NOT checkStatusRecordWasFound
                PERFORM addIssuedCheckToStatusFile
            END-IF
        END-IF
    END-IF
    PERFORM readNextCheckRegisterLine.

addIssuedCheckToStatusFile.
    MOVE "N" TO posPayFoundSwitch
    PERFORM findPosPayEntryForRegisterLine
        VARYING posPayIndex FROM 1 BY 1
        UNTIL posPayIndex > posPayCount
           OR posPayWasFound
    MOVE SPACES TO checkStatusRecord
    MOVE checkRegisterCheckNumber TO checkStatusCheckNumber
    MOVE checkRegisterEmployeeIdentifier TO checkStatusPayeeIdentifier
    MOVE checkRegisterEntryTypeCode TO checkStatusCheckTypeCode
    COMPUTE checkStatusIssuedAmount =
        FUNCTION NUMVAL(checkRegisterNetPayAmount)
    MOVE currentPayPeriodNumber TO checkStatusPayPeriodNumber
    SET checkStatusIsOutstanding TO TRUE
    MOVE ZERO TO checkStatusClearedAmount
    MOVE "N" TO checkStatusAmountMismatchSwitch
    *> A check missing from the issue file (a lost positive-pay file)
    *> is aged from the day it was captured, which can only make it
    *> look younger than it is, never stale too soon.
    IF posPayWasFound
        SUBTRACT 1 FROM posPayIndex
        MOVE posPayIssueDate(posPayIndex) TO checkStatusIssueDate
        MOVE posPayPayeeName(posPayIndex) TO checkStatusPayeeName
    ELSE
        MOVE runDateText TO checkStatusIssueDate
    END-IF
    WRITE checkStatusRecord
        INVALID KEY
            DISPLAY "errorMessage=Check " checkRegisterCheckNumber
                " could not be added to the check status file, status "
                checkStatusFileStatus
        NOT INVALID KEY
            ADD 1 TO checksCapturedCount
            MOVE checkStatusIssuedAmount TO checkAmountDisplay
            MOVE "ISSUED" TO checkReportDetailTag
            MOVE checkStatusPayeeIdentifier TO checkReportDetailPayeeId
            MOVE SPACES TO checkReportDetailText
            STRING "check " checkStatusCheckNumber " dated "
                checkStatusIssueDate " for "
                FUNCTION TRIM(checkAmountDisplay)
                DELIMITED BY SIZE INTO checkReportDetailText
                ON OVERFLOW CONTINUE
            END-STRING
            IF checkStatusIsRemittanceCheck
                MOVE "ISSUED (REMITTANCE)" TO checkReportDetailTag
            END-IF
            WRITE checkReconciliationReportPrintLine FROM checkReportDetailLine
    END-WRITE.

markCheckVoidedByReissue.
    *> A void/reissue run took the check back before the bank paid
    *> it; it stops aging. One the bank already paid stays cleared --
    *> the bank exception program is the one that works that case.
    IF checkStatusRecordWasFound
       AND checkStatusIsOutstanding
        SET checkStatusIsVoided TO TRUE
        REWRITE checkStatusRecord
        ADD 1 TO checksVoidedByReissueCount
        MOVE "VOIDED BY REISSUE" TO checkReportDetailTag
        MOVE checkStatusPayeeIdentifier TO checkReportDetailPayeeId
        MOVE SPACES TO checkReportDetailText
        STRING "check " checkStatusCheckNumber
            " voided by a void/reissue run; no longer outstanding"
            DELIMITED BY SIZE INTO checkReportDetailText
            ON OVERFLOW CONTINUE
        END-STRING
        WRITE checkReconciliationReportPrintLine FROM checkReportDetailLine
    END-IF.

applyBankPaidItems.
    MOVE "PAID ITEMS NEEDING ATTENTION" TO checkReportSectionText
    WRITE checkReconciliationReportPrintLine FROM checkReportSectionLine
    MOVE "N" TO paidItemEndSwitch
    OPEN INPUT paidItemFile
    IF paidItemFileStatus NOT = "00"
        MOVE "NO PAID ITEMS" TO checkReportDetailTag
        MOVE SPACES TO checkReportDetailPayeeId
        MOVE "no paid-items file from the bank this run; nothing cleared"
            TO checkReportDetailText
        WRITE checkReconciliationReportPrintLine FROM checkReportDetailLine
    ELSE
        PERFORM readNextPaidItem
        PERFORM applyOnePaidItem
            UNTIL paidItemsAtEnd
        CLOSE paidItemFile
    END-IF
    WRITE checkReconciliationReportPrintLine FROM checkReportBlankLine.

readNextPaidItem.
    READ paidItemFile
        AT END SET paidItemsAtEnd TO TRUE
    END-READ.

applyOnePaidItem.
    ADD 1 TO paidItemsReadCount
    COMPUTE paidItemAmount = paidItemAmountInCents / 100
    MOVE paidItemAmount TO paidAmountDisplay
    MOVE paidItemCheckNumber TO checkStatusCheckNumber
    MOVE "N" TO checkStatusRecordFoundSwitch
    READ checkStatusFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET checkStatusRecordWasFound TO TRUE
    END-READ
    MOVE SPACES TO checkReportDetailText
    IF NOT checkStatusRecordWasFound
        ADD 1 TO paidNotIssuedCount
        MOVE "PAID NOT ISSUED" TO checkReportDetailTag
        MOVE SPACES TO checkReportDetailPayeeId
        STRING "bank paid check " paidItemCheckNumber " for "
            FUNCTION TRIM(paidAmountDisplay) " on " paidItemPaidDate
            "; never issued -- refer for fraud review"
            DELIMITED BY SIZE INTO checkReportDetailText
            ON OVERFLOW CONTINUE
        END-STRING
        WRITE checkReconciliationReportPrintLine FROM checkReportDetailLine
    ELSE
        MOVE checkStatusPayeeIdentifier TO checkReportDetailPayeeId
        EVALUATE TRUE
            WHEN checkStatusIsOutstanding
                PERFORM clearOutstandingCheck
            WHEN checkStatusIsCleared
                ADD 1 TO paidItemOtherExceptionCount
                MOVE "PAID TWICE" TO checkReportDetailTag
                STRING "check " paidItemCheckNumber " paid again on "
                    paidItemPaidDate "; already cleared "
                    checkStatusClearedDate " -- recover from the bank"
                    DELIMITED BY SIZE INTO checkReportDetailText
                    ON OVERFLOW CONTINUE
                END-STRING
                WRITE checkReconciliationReportPrintLine FROM checkReportDetailLine
            WHEN OTHER
                *> Voided, or already moved to unclaimed property: the
                *> money has gone out against a check the books say is
                *> dead, so the GL has to be set right by hand.
                ADD 1 TO paidItemOtherExceptionCount
                MOVE "PAID AFTER VOID" TO checkReportDetailTag
                STRING "check " paidItemCheckNumber " paid on "
                    paidItemPaidDate " for "
                    FUNCTION TRIM(paidAmountDisplay)
                    " after it was voided; work by hand"
                    DELIMITED BY SIZE INTO checkReportDetailText
                    ON OVERFLOW CONTINUE
                END-STRING
                WRITE checkReconciliationReportPrintLine FROM checkReportDetailLine
        END-EVALUATE
    END-IF
    PERFORM readNextPaidItem.

clearOutstandingCheck.
    SET checkStatusIsCleared TO TRUE
    MOVE paidItemPaidDate TO checkStatusClearedDate
    MOVE paidItemAmount TO checkStatusClearedAmount
    IF paidItemAmount NOT = checkStatusIssuedAmount
        MOVE "Y" TO checkStatusAmountMismatchSwitch
        ADD 1 TO amountMismatchCount
        MOVE checkStatusIssuedAmount TO checkAmountDisplay
        MOVE "AMOUNT MISMATCH" TO checkReportDetailTag
        STRING "check " paidItemCheckNumber " issued for "
            FUNCTION TRIM(checkAmountDisplay) " paid for "
            FUNCTION TRIM(paidAmountDisplay) " on " paidItemPaidDate
            "; refer for review"
            DELIMITED BY SIZE INTO checkReportDetailText
            ON OVERFLOW CONTINUE
        END-STRING
        WRITE checkReconciliationReportPrintLine FROM checkReportDetailLine
    ELSE
        ADD 1 TO checksClearedCount
    END-IF
    REWRITE checkStatusRecord.

ageOutstandingChecks.
    *> Every check still outstanding, aged from its issue date to
    *> today. One past the stale-date limit is voided on the spot and
    *> its amount moved to unclaimed property, so it is listed here
    *> one last time with that note and then leaves the list.
    MOVE "OUTSTANDING CHECK AGING" TO checkReportSectionText
    WRITE checkReconciliationReportPrintLine FROM checkReportSectionLine
    WRITE checkReconciliationReportPrintLine FROM checkReportSeparatorLine
    WRITE checkReconciliationReportPrintLine FROM checkAgingColumnHeaderLine
    INITIALIZE agingBucketTable
    MOVE "N" TO checkStatusBrowseEndSwitch
    MOVE LOW-VALUES TO checkStatusCheckNumber
    START checkStatusFile KEY IS NOT LESS THAN checkStatusCheckNumber
        INVALID KEY SET checkStatusBrowseAtEnd TO TRUE
    END-START
    IF NOT checkStatusBrowseAtEnd
        PERFORM readNextCheckStatusRecord
        PERFORM ageOneCheckStatusRecord
            UNTIL checkStatusBrowseAtEnd
    END-IF
    WRITE checkReconciliationReportPrintLine FROM checkReportSeparatorLine
    PERFORM writeOneAgingBucketLine
        VARYING agingBucketIndex FROM 1 BY 1
        UNTIL agingBucketIndex > 4
    MOVE "TOTAL OUTSTANDING" TO checkReportBucketLabel
    MOVE outstandingCheckCount TO checkReportBucketCount
    MOVE outstandingCheckAmount TO checkReportBucketAmount
    WRITE checkReconciliationReportPrintLine FROM checkReportBucketLine
    MOVE "VOIDED TO UNCLAIMED PROPERTY" TO checkReportBucketLabel
    MOVE staleChecksVoidedCount TO checkReportBucketCount
    MOVE staleChecksVoidedAmount TO checkReportBucketAmount
    WRITE checkReconciliationReportPrintLine FROM checkReportBucketLine
    WRITE checkReconciliationReportPrintLine FROM checkReportBlankLine.

readNextCheckStatusRecord.
    READ checkStatusFile NEXT RECORD
        AT END SET checkStatusBrowseAtEnd TO TRUE
    END-READ.

ageOneCheckStatusRecord.
    IF checkStatusIsOutstanding
        MOVE ZERO TO checkAgeDayCount
        IF checkStatusIssueDate IS NUMERIC
            COMPUTE checkAgeDayCount =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(runDateText))
                - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(checkStatusIssueDate))
        END-IF
        EVALUATE TRUE
            WHEN checkAgeDayCount <= 30
                MOVE 1 TO agingBucketIndex
            WHEN checkAgeDayCount <= 90
                MOVE 2 TO agingBucketIndex
            WHEN checkAgeDayCount <= 180
                MOVE 3 TO agingBucketIndex
            WHEN OTHER
                MOVE 4 TO agingBucketIndex
        END-EVALUATE

        MOVE checkStatusCheckNumber TO checkAgingCheckNumber
        MOVE checkStatusPayeeIdentifier TO checkAgingPayeeId
        MOVE checkStatusPayeeName TO checkAgingPayeeName
        IF checkStatusIsRemittanceCheck
            MOVE "REMIT" TO checkAgingTypeText
        ELSE
            MOVE "PAYROLL" TO checkAgingTypeText
        END-IF
        MOVE checkStatusIssueDate TO checkAgingIssueDate
        MOVE checkStatusIssuedAmount TO checkAgingAmount
        MOVE checkAgeDayCount TO checkAgingDayCount
        MOVE agingBucketLabel(agingBucketIndex) TO checkAgingBucketText
        MOVE SPACES TO checkAgingNoteText
        IF checkAgeDayCount > staleCheckDayLimit
            PERFORM voidStaleDatedCheck
            MOVE "VOIDED - STALE DATED" TO checkAgingNoteText
        ELSE
            ADD 1 TO outstandingCheckCount
            ADD checkStatusIssuedAmount TO outstandingCheckAmount
            ADD 1 TO agingBucketCheckCount(agingBucketIndex)
            ADD checkStatusIssuedAmount TO agingBucketAmount(agingBucketIndex)
        END-IF
        WRITE checkReconciliationReportPrintLine FROM checkAgingDetailLine
    END-IF
    PERFORM readNextCheckStatusRecord.

voidStaleDatedCheck.
    *> The check is dead: the cash it never drew comes back onto the
    *> books and is owed instead to the state as unclaimed property,
    *> held in 2500 until the annual holder report remits it. The
    *> owner's state is fixed now, from the master as it stands.
    PERFORM readEmployeeMasterForPayee
    MOVE SPACES TO checkStatusEscheatStateCode
    IF employeeMasterRecordWasFound
        IF employeeMasterHomeStateCode NOT = SPACES
            MOVE employeeMasterHomeStateCode TO checkStatusEscheatStateCode
        ELSE
            MOVE employeeMasterWorkStateCode TO checkStatusEscheatStateCode
        END-IF
    END-IF
    SET checkStatusIsEscheatable TO TRUE
    MOVE runDateText TO checkStatusStaleVoidDate
    REWRITE checkStatusRecord
    ADD 1 TO staleChecksVoidedCount
    ADD checkStatusIssuedAmount TO staleChecksVoidedAmount

    MOVE checkStatusPayeeIdentifier TO glJournalEmployeeIdentifier
    MOVE currentPayPeriodNumber TO glJournalPayPeriodNumber
    MOVE "STAL" TO glJournalSourceCode
    MOVE SPACES TO glJournalEffectiveDate

    MOVE "1000"                    TO glJournalAccountCode
    MOVE "Cash - stale check voided" TO glJournalAccountDescription
    MOVE checkStatusIssuedAmount   TO glJournalDebitAmount
    MOVE ZERO                      TO glJournalCreditAmount
    WRITE glJournalEntryLine

    MOVE "2500"                       TO glJournalAccountCode
    MOVE "Unclaimed property payable" TO glJournalAccountDescription
    MOVE ZERO                         TO glJournalDebitAmount
    MOVE checkStatusIssuedAmount      TO glJournalCreditAmount
    WRITE glJournalEntryLine.

writeOneAgingBucketLine.
    MOVE SPACES TO checkReportBucketLabel
    STRING "  " agingBucketLabel(agingBucketIndex) " DAYS"
        DELIMITED BY SIZE INTO checkReportBucketLabel
    END-STRING
    MOVE agingBucketCheckCount(agingBucketIndex) TO checkReportBucketCount
    MOVE agingBucketAmount(agingBucketIndex) TO checkReportBucketAmount
    WRITE checkReconciliationReportPrintLine FROM checkReportBucketLine.

writeCheckReportTrailer.
    WRITE checkReconciliationReportPrintLine FROM checkReportSeparatorLine

    MOVE "  Checks captured from the register"    TO checkReportCountLabel
    MOVE checksCapturedCount                      TO checkReportCountValue
    WRITE checkReconciliationReportPrintLine FROM checkReportCountLine

    MOVE "  Checks voided by a reissue run"       TO checkReportCountLabel
    MOVE checksVoidedByReissueCount               TO checkReportCountValue
    WRITE checkReconciliationReportPrintLine FROM checkReportCountLine

    MOVE "  Paid items read"                      TO checkReportCountLabel
    MOVE paidItemsReadCount                       TO checkReportCountValue
    WRITE checkReconciliationReportPrintLine FROM checkReportCountLine

    MOVE "  Checks cleared at the issued amount"  TO checkReportCountLabel
    MOVE checksClearedCount                       TO checkReportCountValue
    WRITE checkReconciliationReportPrintLine FROM checkReportCountLine

    MOVE "  Checks cleared at a different amount" TO checkReportCountLabel
    MOVE amountMismatchCount                      TO checkReportCountValue
    WRITE checkReconciliationReportPrintLine FROM checkReportCountLine

    MOVE "  Paid items never issued"              TO checkReportCountLabel
    MOVE paidNotIssuedCount                       TO checkReportCountValue
    WRITE checkReconciliationReportPrintLine FROM checkReportCountLine

    MOVE "  Paid twice or after a void"           TO checkReportCountLabel
    MOVE paidItemOtherExceptionCount              TO checkReportCountValue
    WRITE checkReconciliationReportPrintLine FROM checkReportCountLine

    WRITE checkReconciliationReportPrintLine FROM checkReportBlankLine.

produceEscheatmentReport.
    *> Every check voided as stale-dated during the year, by state.
    MOVE ZERO TO escheatEntryCount
    MOVE "N" TO checkStatusBrowseEndSwitch
    MOVE LOW-VALUES TO checkStatusCheckNumber
    START checkStatusFile KEY IS NOT LESS THAN checkStatusCheckNumber
        INVALID KEY SET checkStatusBrowseAtEnd TO TRUE
    END-START
    IF NOT checkStatusBrowseAtEnd
        PERFORM readNextCheckStatusRecord
        PERFORM loadOneEscheatableCheck
            UNTIL checkStatusBrowseAtEnd
    END-IF

    OPEN OUTPUT escheatmentReportFile
    MOVE escheatmentYearText TO escheatReportHeaderYear
    MOVE FUNCTION CURRENT-DATE TO checkReportTimestampText
    MOVE checkReportTimestampText TO escheatReportHeaderTimestamp
    WRITE escheatmentReportPrintLine FROM escheatReportHeaderLine
    WRITE escheatmentReportPrintLine FROM checkReportSeparatorLine

    MOVE LOW-VALUES TO escheatLastPrintedStateCode
    MOVE "Y" TO escheatNextStateFoundSwitch
    PERFORM printNextEscheatState
        UNTIL NOT escheatNextStateWasFound

    WRITE escheatmentReportPrintLine FROM checkReportSeparatorLine
    MOVE "YEAR TOTAL" TO escheatTotalLabel
    MOVE escheatEntryCount TO escheatTotalCount
    MOVE escheatTotalAmount TO escheatTotalAmountValue
    WRITE escheatmentReportPrintLine FROM escheatTotalLine
    CLOSE escheatmentReportFile

    DISPLAY "escheatmentYear=" escheatmentYearText
    DISPLAY "escheatableChecks=" escheatEntryCount
    DISPLAY "escheatmentStates=" escheatStateCount.

loadOneEscheatableCheck.
    IF checkStatusIsEscheatable
       AND checkStatusStaleVoidDate(1:4) = escheatmentYearText
        IF escheatEntryCount < 500
            ADD 1 TO escheatEntryCount
            PERFORM storeEscheatEntry
        ELSE
            DISPLAY "errorMessage=More stale-dated checks than the escheatment table holds; report incomplete"
        END-IF
    END-IF
    PERFORM readNextCheckStatusRecord.

storeEscheatEntry.
    *> The owner's name and last known address come from the master
    *> where the payee is still on it; otherwise the name the check
    *> was made out to, with no address.
    MOVE checkStatusEscheatStateCode TO escheatEntryStateCode(escheatEntryCount)
    MOVE checkStatusCheckNumber TO escheatEntryCheckNumber(escheatEntryCount)
    MOVE checkStatusPayeeIdentifier TO escheatEntryOwnerIdentifier(escheatEntryCount)
    MOVE checkStatusIssueDate TO escheatEntryIssueDate(escheatEntryCount)
    MOVE checkStatusIssuedAmount TO escheatEntryAmount(escheatEntryCount)
    MOVE checkStatusStaleVoidDate TO escheatEntryVoidDate(escheatEntryCount)
    ADD checkStatusIssuedAmount TO escheatTotalAmount
    PERFORM readEmployeeMasterForPayee
    MOVE SPACES TO escheatOwnerAddressText
    IF employeeMasterRecordWasFound
        MOVE employeeMasterEmployeeFullName TO escheatEntryOwnerName(escheatEntryCount)
        IF employeeMasterAddressLine1 NOT = SPACES
            STRING FUNCTION TRIM(employeeMasterAddressLine1) ", "
                FUNCTION TRIM(employeeMasterCityName) " "
                employeeMasterHomeStateCode " "
                FUNCTION TRIM(employeeMasterPostalCode)
                DELIMITED BY SIZE INTO escheatOwnerAddressText
                ON OVERFLOW CONTINUE
            END-STRING
        END-IF
    ELSE
        MOVE checkStatusPayeeName TO escheatEntryOwnerName(escheatEntryCount)
    END-IF
    IF escheatOwnerAddressText = SPACES
        MOVE "(no address on file)" TO escheatOwnerAddressText
    END-IF
    MOVE escheatOwnerAddressText TO escheatEntryOwnerAddress(escheatEntryCount).

printNextEscheatState.
    *> Finds the lowest state code above the last one printed; none
    *> left ends the report.
    MOVE "N" TO escheatNextStateFoundSwitch
    MOVE HIGH-VALUES TO escheatCurrentStateCode
    PERFORM findLowestRemainingEscheatState
        VARYING escheatEntryIndex FROM 1 BY 1
        UNTIL escheatEntryIndex > escheatEntryCount
    IF escheatNextStateWasFound
        ADD 1 TO escheatStateCount
        MOVE ZERO TO escheatStateCheckCount
        MOVE ZERO TO escheatStateAmount
        IF escheatCurrentStateCode = SPACES
            MOVE "NO STATE ON FILE" TO escheatStateHeaderText
        ELSE
            MOVE escheatCurrentStateCode TO escheatStateHeaderText
        END-IF
        WRITE escheatmentReportPrintLine FROM checkReportBlankLine
        WRITE escheatmentReportPrintLine FROM escheatStateHeaderLine
        WRITE escheatmentReportPrintLine FROM escheatColumnHeaderLine
        PERFORM printOneEscheatEntryForState
            VARYING escheatEntryIndex FROM 1 BY 1
            UNTIL escheatEntryIndex > escheatEntryCount
        MOVE SPACES TO escheatTotalLabel
        STRING "STATE TOTAL " escheatStateHeaderText
            DELIMITED BY SIZE INTO escheatTotalLabel
        END-STRING
        MOVE escheatStateCheckCount TO escheatTotalCount
        MOVE escheatStateAmount TO escheatTotalAmountValue
        WRITE escheatmentReportPrintLine FROM escheatTotalLine
        MOVE escheatCurrentStateCode TO escheatLastPrintedStateCode
    END-IF.

findLowestRemainingEscheatState.
    IF escheatEntryStateCode(escheatEntryIndex) > escheatLastPrintedStateCode
       AND escheatEntryStateCode(escheatEntryIndex) < escheatCurrentStateCode
        MOVE escheatEntryStateCode(escheatEntryIndex) TO escheatCurrentStateCode
        SET escheatNextStateWasFound TO TRUE
    END-IF.

printOneEscheatEntryForState.
    IF escheatEntryStateCode(escheatEntryIndex) = escheatCurrentStateCode
        ADD 1 TO escheatStateCheckCount
        ADD escheatEntryAmount(escheatEntryIndex) TO escheatStateAmount
        MOVE escheatEntryCheckNumber(escheatEntryIndex) TO escheatDetailCheckNumber
        MOVE escheatEntryOwnerIdentifier(escheatEntryIndex) TO escheatDetailOwnerId
        MOVE escheatEntryOwnerName(escheatEntryIndex) TO escheatDetailOwnerName
        MOVE escheatEntryOwnerAddress(escheatEntryIndex) TO escheatDetailOwnerAddress
        MOVE escheatEntryIssueDate(escheatEntryIndex) TO escheatDetailIssueDate
        MOVE escheatEntryAmount(escheatEntryIndex) TO escheatDetailAmount
        MOVE escheatEntryVoidDate(escheatEntryIndex) TO escheatDetailVoidDate
        WRITE escheatmentReportPrintLine FROM escheatDetailLine
    END-IF.
