>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MONTH-END-ACCRUAL.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER. GNUCOBOL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The pay calendar: which periods straddle the month end, how
    *> many of their days fall in the month, and whether each has been
    *> paid yet (and if not, which completed period to estimate from).
    SELECT payPeriodControlFile ASSIGN TO "PAYPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payPeriodControlFileStatus.

    *> The employee master, browsed in key order for each straddling
    *> period: the department the accrual is charged to, and whether
    *> an employee is still on the payroll to be estimated for.
    SELECT employeeMasterFile ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS employeeMasterEmployeeIdentifier
        FILE STATUS IS employeeMasterFileStatus.

    *> The pay history, read by key: each employee's gross pay and
    *> employer taxes for the period the accrual is measured from.
    SELECT payHistoryFile ASSIGN TO "PAYHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS payHistoryRecordKey
        FILE STATUS IS payHistoryFileStatus.

    *> The GL journal the engine appends to. Scanned first for an
    *> accrual already posted for the month, then appended with the
    *> accrual (ACCR) lines and their reversing (ARVS) lines.
    SELECT glJournalFile ASSIGN TO "GLJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS glJournalFileStatus.

    *> The accrual report. Opened fresh each run: it describes exactly
    *> one month end.
    SELECT accrualReportFile ASSIGN TO "ACCRRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS accrualReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  payPeriodControlFile.
COPY "payPeriodControlRecord.cpy".

FD  employeeMasterFile.
COPY "employeeMasterRecord.cpy".

FD  payHistoryFile.
COPY "payHistoryRecord.cpy".

FD  glJournalFile.
COPY "glJournalRecord.cpy".

FD  accrualReportFile.
COPY "accrualReportRecord.cpy".

WORKING-STORAGE SECTION.
*> The month to accrue, as YYYYMM on the command line. Left off, it
*> is the month before the run date -- the job normally runs in the
*> first days of the month, closing the one just ended.
01 commandLineArgumentText               PIC X(40) VALUE SPACES.
01 requestedMonthText                    PIC X(10) VALUE SPACES.
01 accrualMonthText                      PIC X(06) VALUE SPACES.
01 accrualMonthDigits REDEFINES accrualMonthText.
    05 accrualYearNumber                 PIC 9(04).
    05 accrualMonthNumber                PIC 9(02).
01 runDateText                           PIC X(08) VALUE SPACES.
01 runDateDigits REDEFINES runDateText.
    05 runYearNumber                     PIC 9(04).
    05 runMonthNumber                    PIC 9(02).
    05 runDayNumber                      PIC 9(02).

*> The month end the accrual is dated, and the first of the next
*> month the reversal is dated. Month end is the day before the first
*> of the next month, the same way the pay calendar maintenance
*> program finds it.
01 nextMonthYearNumber                   PIC 9(04) VALUE ZERO.
01 nextMonthMonthNumber                  PIC 9(02) VALUE ZERO.
01 reversalDateNumeric                   PIC 9(08) VALUE ZERO.
01 reversalDateText                      PIC X(08) VALUE SPACES.
01 monthEndDateNumeric                   PIC 9(08) VALUE ZERO.
01 monthEndDateText                      PIC X(08) VALUE SPACES.
01 workDateInteger                       PIC 9(07) VALUE ZERO.

*> The pay calendar, loaded up front. Sized for a weekly year with
*> room left over for off-cycle periods.
01 calendarPeriodCount                   PIC 9(03) VALUE ZERO.
01 calendarPeriodTable.
    05 calendarPeriodEntry OCCURS 120 TIMES.
        10 calendarPeriodNumber          PIC 9(04).
        10 calendarPeriodStartDate       PIC X(08).
        10 calendarPeriodEndDate         PIC X(08).
        10 calendarPeriodCompletedSwitch PIC X(01).
            88 calendarPeriodIsCompleted VALUE "Y".
01 calendarPeriodIndex                   PIC 9(03) VALUE ZERO.
*> The most recent regular period run to completion: the pay an
*> unpaid straddling period is estimated from. Off-cycle correction
*> periods are never a fair picture of a normal period's pay.
01 latestCompletedPeriodNumber           PIC 9(04) VALUE ZERO.
*> The first period on the calendar not yet run to completion. The
*> accrual lines carry its number: a straddling period may already be
*> completed and closed by the time the month is accrued, and lines
*> stamped with it would never be archived.
01 firstOpenPeriodNumber                 PIC 9(04) VALUE ZERO.

*> The straddling period being accrued: how many of its days fall in
*> the month, and which period's pay history measures it.
01 periodDayCount                        PIC 9(03) VALUE ZERO.
01 accruedDayCount                       PIC 9(03) VALUE ZERO.
01 basisPeriodNumber                     PIC 9(04) VALUE ZERO.
01 basisPeriodIsEstimateSwitch           PIC X(01) VALUE "N".
    88 basisPeriodIsEstimate             VALUE "Y".
01 basisPeriodNumberText                 PIC 9(04) VALUE ZERO.

*> Per-department accumulators for one straddling period. PAYHIST
*> keeps no per-department split of a period's pay, so the accrual is
*> charged to each employee's home department on the master.
01 accrualDepartmentCount                PIC 9(03) VALUE ZERO.
01 accrualDepartmentTable.
    05 accrualDepartmentEntry OCCURS 100 TIMES.
        10 accrualDepartmentCode         PIC X(04).
        10 accrualDepartmentEmployeeCount PIC 9(05).
        10 accrualDepartmentGrossBasis   PIC 9(9)V99.
        10 accrualDepartmentAccruedGross PIC 9(9)V99.
        10 accrualDepartmentTaxBasis     PIC 9(9)V99.
        10 accrualDepartmentAccruedTax   PIC 9(9)V99.
01 accrualDepartmentIndex                PIC 9(03) VALUE ZERO.
01 accrualDepartmentFoundSwitch          PIC X(01) VALUE "N".
    88 accrualDepartmentWasFound         VALUE "Y".
01 accrualDepartmentLabelText            PIC X(12) VALUE SPACES.

*> One employee's share.
01 employeeTaxBasisAmount                PIC 9(7)V99 VALUE ZERO.
01 employeeAccruedGrossAmount            PIC 9(7)V99 VALUE ZERO.
01 employeeAccruedTaxAmount              PIC 9(7)V99 VALUE ZERO.

*> Period totals, and run totals for the trailer and the console.
01 periodEmployeeCount                   PIC 9(05) VALUE ZERO.
01 periodGrossBasisTotal                 PIC 9(9)V99 VALUE ZERO.
01 periodAccruedGrossTotal               PIC 9(9)V99 VALUE ZERO.
01 periodTaxBasisTotal                   PIC 9(9)V99 VALUE ZERO.
01 periodAccruedTaxTotal                 PIC 9(9)V99 VALUE ZERO.
01 periodsAccruedCount                   PIC 9(03) VALUE ZERO.
01 periodsNotAccruedCount                PIC 9(03) VALUE ZERO.
01 employeesAccruedCount                 PIC 9(05) VALUE ZERO.
01 employeesWithoutHistoryCount          PIC 9(05) VALUE ZERO.
01 employeesNotAccruedCount              PIC 9(05) VALUE ZERO.
01 accruedGrossTotal                     PIC 9(11)V99 VALUE ZERO.
01 accruedTaxTotal                       PIC 9(11)V99 VALUE ZERO.
01 glLinesWrittenCount                   PIC 9(05) VALUE ZERO.

*> File status and control switches.
01 payPeriodControlFileStatus            PIC X(02) VALUE "00".
01 employeeMasterFileStatus              PIC X(02) VALUE "00".
01 payHistoryFileStatus                  PIC X(02) VALUE "00".
01 glJournalFileStatus                   PIC X(02) VALUE "00".
01 accrualReportFileStatus               PIC X(02) VALUE "00".
01 payPeriodControlEndSwitch             PIC X(01) VALUE "N".
    88 payPeriodControlAtEnd             VALUE "Y".
01 employeeMasterEndOfFileSwitch         PIC X(01) VALUE "N".
    88 employeeMasterAtEndOfFile         VALUE "Y".
01 payHistoryRecordFoundSwitch           PIC X(01) VALUE "N".
    88 payHistoryRecordWasFound          VALUE "Y".
01 glJournalScanEndSwitch                PIC X(01) VALUE "N".
    88 glJournalScanAtEnd                VALUE "Y".
01 priorAccrualFoundSwitch               PIC X(01) VALUE "N".
    88 priorAccrualWasPosted             VALUE "Y".

*> Report lines, built and written the same way the cleared check
*> reconciliation builds its own.
01 accrualReportTimestampText            PIC X(21).
01 accrualReportHeaderLine.
    05 FILLER                            PIC X(36) VALUE "MONTH-END WAGE ACCRUAL  MONTH ENDING".
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 accrualReportHeaderMonthEnd       PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 accrualReportHeaderTimestamp      PIC X(21).
    05 FILLER                            PIC X(64) VALUE SPACES.
01 accrualReportPeriodLine.
    05 FILLER                            PIC X(11) VALUE "PAY PERIOD ".
    05 accrualReportPeriodNumber         PIC 9(04).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 accrualReportPeriodStartDate      PIC X(08).
    05 FILLER                            PIC X(03) VALUE " - ".
    05 accrualReportPeriodEndDate        PIC X(08).
    05 FILLER                            PIC X(15) VALUE "  DAYS ACCRUED ".
    05 accrualReportAccruedDays          PIC ZZ9.
    05 FILLER                            PIC X(04) VALUE " OF ".
    05 accrualReportPeriodDays           PIC ZZ9.
    05 FILLER                            PIC X(09) VALUE "  BASIS: ".
    05 accrualReportBasisText            PIC X(40).
    05 FILLER                            PIC X(22) VALUE SPACES.
01 accrualReportColumnHeaderLine.
    05 FILLER                            PIC X(12) VALUE "DEPARTMENT".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(05) VALUE "EMPLS".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(13) VALUE "  BASIS GROSS".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(13) VALUE "ACCRUED GROSS".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(13) VALUE " BASIS ER TAX".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(13) VALUE "ACCRUED ER TX".
    05 FILLER                            PIC X(53) VALUE SPACES.
01 accrualReportDetailLine.
    05 accrualReportDetailLabel          PIC X(12).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 accrualReportDetailEmployees      PIC Z(4)9.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 accrualReportDetailGrossBasis     PIC Z(9).99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 accrualReportDetailAccruedGross   PIC Z(9).99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 accrualReportDetailTaxBasis       PIC Z(9).99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 accrualReportDetailAccruedTax     PIC Z(9).99.
    05 FILLER                            PIC X(53) VALUE SPACES.
01 accrualReportExceptionLine.
    05 FILLER                            PIC X(08) VALUE SPACES.
    05 accrualReportExceptionEmployeeId  PIC X(20).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 accrualReportExceptionText        PIC X(102).
01 accrualReportNoteLine.
    05 FILLER                            PIC X(08) VALUE SPACES.
    05 accrualReportNoteText             PIC X(124).
01 accrualReportTrailerCountLine.
    05 accrualReportTrailerCountLabel    PIC X(40).
    05 accrualReportTrailerCountValue    PIC Z(6)9.
    05 FILLER                            PIC X(85) VALUE SPACES.
01 accrualReportTrailerAmountLine.
    05 accrualReportTrailerAmountLabel   PIC X(40).
    05 accrualReportTrailerAmountValue   PIC Z(9).99.
    05 FILLER                            PIC X(79) VALUE SPACES.
01 accrualReportSeparatorLine            PIC X(132) VALUE ALL "-".
01 accrualReportBlankLine                PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM determineAccrualMonth
    IF accrualMonthText NOT NUMERIC
       OR accrualMonthNumber < 1
       OR accrualMonthNumber > 12
        DISPLAY "errorMessage=Accrual month must be given as YYYYMM, got " FUNCTION TRIM(requestedMonthText)
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM computeAccrualDates

    PERFORM loadPayCalendarForAccrual
    IF calendarPeriodCount = ZERO
        DISPLAY "errorMessage=Pay calendar is empty or not available for month-end accrual"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF firstOpenPeriodNumber = ZERO
        DISPLAY "errorMessage=Every period on the pay calendar is completed; add the coming periods before accruing the month"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    *> Accruing the same month twice would double the liability on the
    *> books; the month end carried on the ACCR lines is the mark.
    PERFORM checkForPriorAccrualRun
    IF priorAccrualWasPosted
        DISPLAY "errorMessage=Month ending " monthEndDateText " already carries accrual GL lines; refusing to accrue it a second time"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT employeeMasterFile
    IF employeeMasterFileStatus NOT = "00"
        DISPLAY "errorMessage=Employee master file is not available for month-end accrual, status " employeeMasterFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN INPUT payHistoryFile
    IF payHistoryFileStatus NOT = "00"
        DISPLAY "errorMessage=Pay history file is not available for month-end accrual, status " payHistoryFileStatus
        CLOSE employeeMasterFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN EXTEND glJournalFile
    IF glJournalFileStatus = "35"
        OPEN OUTPUT glJournalFile
    END-IF
    OPEN OUTPUT accrualReportFile
    PERFORM writeAccrualReportHeader

    PERFORM accrueOneCalendarPeriod
        VARYING calendarPeriodIndex FROM 1 BY 1
        UNTIL calendarPeriodIndex > calendarPeriodCount
    IF periodsAccruedCount = ZERO
       AND periodsNotAccruedCount = ZERO
        MOVE "No pay period straddles this month end; nothing to accrue"
            TO accrualReportNoteText
        WRITE accrualReportPrintLine FROM accrualReportNoteLine
    END-IF
    PERFORM writeAccrualReportTrailer

    CLOSE accrualReportFile
    CLOSE glJournalFile
    CLOSE payHistoryFile
    CLOSE employeeMasterFile

    DISPLAY "accrualMonthEnd=" monthEndDateText
    DISPLAY "reversalDate=" reversalDateText
    DISPLAY "periodsAccrued=" periodsAccruedCount
    DISPLAY "employeesAccrued=" employeesAccruedCount
    DISPLAY "employeesWithoutHistory=" employeesWithoutHistoryCount
    DISPLAY "accruedGross=" accruedGrossTotal
    DISPLAY "accruedEmployerTax=" accruedTaxTotal
    DISPLAY "glLinesWritten=" glLinesWrittenCount
    *> A straddling period with nothing to measure it from, or
    *> employees the department table had no room for, leaves the
    *> accrual short -- work it by hand.
    IF periodsNotAccruedCount > ZERO
       OR employeesNotAccruedCount > ZERO
        MOVE 8 TO RETURN-CODE
    END-IF
    GOBACK.

determineAccrualMonth.
    ACCEPT commandLineArgumentText FROM COMMAND-LINE
    UNSTRING commandLineArgumentText DELIMITED BY ALL " "
        INTO requestedMonthText
    END-UNSTRING
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDateText
    IF requestedMonthText = SPACES
        IF runMonthNumber = 1
            COMPUTE accrualYearNumber = runYearNumber - 1
            MOVE 12 TO accrualMonthNumber
        ELSE
            MOVE runYearNumber TO accrualYearNumber
            COMPUTE accrualMonthNumber = runMonthNumber - 1
        END-IF
    ELSE
        IF requestedMonthText(7:4) = SPACES
            MOVE requestedMonthText(1:6) TO accrualMonthText
        ELSE
            MOVE "X" TO accrualMonthText
        END-IF
    END-IF.

computeAccrualDates.
    IF accrualMonthNumber = 12
        COMPUTE nextMonthYearNumber = accrualYearNumber + 1
        MOVE 1 TO nextMonthMonthNumber
    ELSE
        MOVE accrualYearNumber TO nextMonthYearNumber
        COMPUTE nextMonthMonthNumber = accrualMonthNumber + 1
    END-IF
    COMPUTE reversalDateNumeric =
        nextMonthYearNumber * 10000
        + nextMonthMonthNumber * 100 + 1
    COMPUTE workDateInteger =
        FUNCTION INTEGER-OF-DATE(reversalDateNumeric) - 1
    COMPUTE monthEndDateNumeric =
        FUNCTION DATE-OF-INTEGER(workDateInteger)
    MOVE reversalDateNumeric TO reversalDateText
    MOVE monthEndDateNumeric TO monthEndDateText.

loadPayCalendarForAccrual.
    MOVE ZERO TO calendarPeriodCount
    MOVE ZERO TO latestCompletedPeriodNumber
    MOVE ZERO TO firstOpenPeriodNumber
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
        MOVE payPeriodStartDate TO calendarPeriodStartDate(calendarPeriodCount)
        MOVE payPeriodEndDate TO calendarPeriodEndDate(calendarPeriodCount)
        MOVE payPeriodCompletedSwitch
            TO calendarPeriodCompletedSwitch(calendarPeriodCount)
    END-IF
    IF payPeriodIsCompleted
       AND payPeriodNumber < 9000
        MOVE payPeriodNumber TO latestCompletedPeriodNumber
    END-IF
    IF NOT payPeriodIsCompleted
       AND firstOpenPeriodNumber = ZERO
        MOVE payPeriodNumber TO firstOpenPeriodNumber
    END-IF
    PERFORM readNextPayPeriodControlLine.

checkForPriorAccrualRun.
    *> One pass over the GL journal looking for an ACCR line dated
    *> this month end. A missing journal simply means nothing has
    *> posted yet. As with the remittance guard, the working journal
    *> is the whole horizon: once the period close has archived the
    *> lines a rerun is an operator override, not an accident.
    MOVE "N" TO priorAccrualFoundSwitch
    MOVE "N" TO glJournalScanEndSwitch
    OPEN INPUT glJournalFile
    IF glJournalFileStatus = "00"
        PERFORM readNextGlJournalLineForGuard
        PERFORM matchOneGlJournalLineForGuard
            UNTIL glJournalScanAtEnd
        CLOSE glJournalFile
    END-IF.

readNextGlJournalLineForGuard.
    READ glJournalFile
        AT END SET glJournalScanAtEnd TO TRUE
    END-READ.

matchOneGlJournalLineForGuard.
    IF glJournalLineIsMonthEndAccrual
       AND glJournalEffectiveDate = monthEndDateText
        SET priorAccrualWasPosted TO TRUE
    END-IF
    PERFORM readNextGlJournalLineForGuard.

accrueOneCalendarPeriod.
    *> A regular period straddles the month end when it starts on or
    *> before the last day of the month and ends after it. Off-cycle
    *> correction periods pay for time some regular period already
    *> covers, so they are never accrued on their own.
    IF calendarPeriodNumber(calendarPeriodIndex) < 9000
       AND calendarPeriodStartDate(calendarPeriodIndex) <= monthEndDateText
       AND calendarPeriodEndDate(calendarPeriodIndex) > monthEndDateText
        PERFORM accrueStraddlingPeriod
    END-IF.

accrueStraddlingPeriod.
    COMPUTE periodDayCount =
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(calendarPeriodEndDate(calendarPeriodIndex)))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(calendarPeriodStartDate(calendarPeriodIndex)))
        + 1
    COMPUTE accruedDayCount =
        FUNCTION INTEGER-OF-DATE(monthEndDateNumeric)
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(calendarPeriodStartDate(calendarPeriodIndex)))
        + 1

    *> A period already paid is measured by what it actually paid. One
    *> not yet paid is estimated from the most recent completed period,
    *> for the employees still on the payroll.
    IF calendarPeriodIsCompleted(calendarPeriodIndex)
        MOVE "N" TO basisPeriodIsEstimateSwitch
        MOVE calendarPeriodNumber(calendarPeriodIndex) TO basisPeriodNumber
    ELSE
        SET basisPeriodIsEstimate TO TRUE
        MOVE latestCompletedPeriodNumber TO basisPeriodNumber
    END-IF

    MOVE calendarPeriodNumber(calendarPeriodIndex) TO accrualReportPeriodNumber
    MOVE calendarPeriodStartDate(calendarPeriodIndex)
        TO accrualReportPeriodStartDate
    MOVE calendarPeriodEndDate(calendarPeriodIndex)
        TO accrualReportPeriodEndDate
    MOVE accruedDayCount TO accrualReportAccruedDays
    MOVE periodDayCount TO accrualReportPeriodDays
    MOVE basisPeriodNumber TO basisPeriodNumberText
    MOVE SPACES TO accrualReportBasisText
    IF basisPeriodIsEstimate
        STRING "ESTIMATED FROM PERIOD " basisPeriodNumberText
            DELIMITED BY SIZE INTO accrualReportBasisText
        END-STRING
    ELSE
        STRING "PAID IN PERIOD " basisPeriodNumberText
            DELIMITED BY SIZE INTO accrualReportBasisText
        END-STRING
    END-IF
    WRITE accrualReportPrintLine FROM accrualReportSeparatorLine
    WRITE accrualReportPrintLine FROM accrualReportPeriodLine

    IF basisPeriodNumber = ZERO
        ADD 1 TO periodsNotAccruedCount
        MOVE "No completed period on the calendar to estimate from; period not accrued"
            TO accrualReportNoteText
        WRITE accrualReportPrintLine FROM accrualReportNoteLine
    ELSE
        ADD 1 TO periodsAccruedCount
        PERFORM measureStraddlingPeriodByDepartment
        PERFORM writeStraddlingPeriodResults
    END-IF.

measureStraddlingPeriodByDepartment.
    MOVE ZERO TO accrualDepartmentCount
    MOVE ZERO TO periodEmployeeCount
    MOVE ZERO TO periodGrossBasisTotal
    MOVE ZERO TO periodAccruedGrossTotal
    MOVE ZERO TO periodTaxBasisTotal
    MOVE ZERO TO periodAccruedTaxTotal
    MOVE "N" TO employeeMasterEndOfFileSwitch
    MOVE LOW-VALUES TO employeeMasterEmployeeIdentifier
    START employeeMasterFile KEY IS NOT LESS THAN employeeMasterEmployeeIdentifier
        INVALID KEY SET employeeMasterAtEndOfFile TO TRUE
    END-START
    IF NOT employeeMasterAtEndOfFile
        PERFORM readNextEmployeeMasterRecord
        PERFORM accrueOneEmployee
            UNTIL employeeMasterAtEndOfFile
    END-IF.

readNextEmployeeMasterRecord.
    READ employeeMasterFile NEXT RECORD
        AT END SET employeeMasterAtEndOfFile TO TRUE
    END-READ.

accrueOneEmployee.
    *> An estimate covers only the employees still on the payroll; a
    *> period already paid covers whoever it actually paid, whatever
    *> their status since.
    IF NOT basisPeriodIsEstimate
       OR employeeMasterIsActive
        MOVE employeeMasterEmployeeIdentifier TO payHistoryEmployeeIdentifier
        MOVE basisPeriodNumber TO payHistoryPayPeriodNumber
        MOVE "N" TO payHistoryRecordFoundSwitch
        READ payHistoryFile
            INVALID KEY CONTINUE
            NOT INVALID KEY SET payHistoryRecordWasFound TO TRUE
        END-READ
        IF payHistoryRecordWasFound
            PERFORM addEmployeeToAccrualDepartment
        ELSE
            *> Someone active but not paid in the basis period (a hire
            *> since) cannot be estimated from it. Someone not paid in
            *> a completed period simply earned nothing in it.
            IF basisPeriodIsEstimate
                ADD 1 TO employeesWithoutHistoryCount
                MOVE employeeMasterEmployeeIdentifier
                    TO accrualReportExceptionEmployeeId
                MOVE "NO PAY HISTORY IN BASIS PERIOD -- NOT ESTIMATED, ACCRUE BY HAND IF THEY WORKED"
                    TO accrualReportExceptionText
                WRITE accrualReportPrintLine FROM accrualReportExceptionLine
            END-IF
        END-IF
    END-IF
    PERFORM readNextEmployeeMasterRecord.

addEmployeeToAccrualDepartment.
    MOVE "N" TO accrualDepartmentFoundSwitch
    PERFORM findAccrualDepartmentEntry
        VARYING accrualDepartmentIndex FROM 1 BY 1
        UNTIL accrualDepartmentIndex > accrualDepartmentCount
           OR accrualDepartmentWasFound
    IF accrualDepartmentWasFound
        SUBTRACT 1 FROM accrualDepartmentIndex
    ELSE
        IF accrualDepartmentCount < 100
            ADD 1 TO accrualDepartmentCount
            MOVE accrualDepartmentCount TO accrualDepartmentIndex
            MOVE employeeMasterDepartmentCode
                TO accrualDepartmentCode(accrualDepartmentIndex)
            MOVE ZERO TO accrualDepartmentEmployeeCount(accrualDepartmentIndex)
            MOVE ZERO TO accrualDepartmentGrossBasis(accrualDepartmentIndex)
            MOVE ZERO TO accrualDepartmentAccruedGross(accrualDepartmentIndex)
            MOVE ZERO TO accrualDepartmentTaxBasis(accrualDepartmentIndex)
            MOVE ZERO TO accrualDepartmentAccruedTax(accrualDepartmentIndex)
            SET accrualDepartmentWasFound TO TRUE
        END-IF
    END-IF

    IF accrualDepartmentWasFound
        *> The month's share of the period's pay: its days in the month
        *> over its days in all, applied per employee so the
        *> department figures foot to what was accrued.
        COMPUTE employeeTaxBasisAmount =
            payHistoryEmployerFicaMatch
            + payHistoryFutaAmount
            + payHistorySutaAmount
        COMPUTE employeeAccruedGrossAmount ROUNDED =
            payHistoryGrossPayAmount * accruedDayCount / periodDayCount
        COMPUTE employeeAccruedTaxAmount ROUNDED =
            employeeTaxBasisAmount * accruedDayCount / periodDayCount
        ADD 1 TO accrualDepartmentEmployeeCount(accrualDepartmentIndex)
        ADD payHistoryGrossPayAmount
            TO accrualDepartmentGrossBasis(accrualDepartmentIndex)
        ADD employeeAccruedGrossAmount
            TO accrualDepartmentAccruedGross(accrualDepartmentIndex)
        ADD employeeTaxBasisAmount
            TO accrualDepartmentTaxBasis(accrualDepartmentIndex)
        ADD employeeAccruedTaxAmount
            TO accrualDepartmentAccruedTax(accrualDepartmentIndex)
        ADD 1 TO periodEmployeeCount
        ADD payHistoryGrossPayAmount TO periodGrossBasisTotal
        ADD employeeAccruedGrossAmount TO periodAccruedGrossTotal
        ADD employeeTaxBasisAmount TO periodTaxBasisTotal
        ADD employeeAccruedTaxAmount TO periodAccruedTaxTotal
        ADD 1 TO employeesAccruedCount
        ADD employeeAccruedGrossAmount TO accruedGrossTotal
        ADD employeeAccruedTaxAmount TO accruedTaxTotal
    ELSE
        ADD 1 TO employeesNotAccruedCount
        MOVE employeeMasterEmployeeIdentifier
            TO accrualReportExceptionEmployeeId
        MOVE "DEPARTMENT TABLE FULL -- NOT ACCRUED, ACCRUE BY HAND"
            TO accrualReportExceptionText
        WRITE accrualReportPrintLine FROM accrualReportExceptionLine
    END-IF.

findAccrualDepartmentEntry.
    IF accrualDepartmentCode(accrualDepartmentIndex)
       = employeeMasterDepartmentCode
        SET accrualDepartmentWasFound TO TRUE
    END-IF.

writeStraddlingPeriodResults.
    WRITE accrualReportPrintLine FROM accrualReportColumnHeaderLine
    PERFORM writeOneAccrualDepartment
        VARYING accrualDepartmentIndex FROM 1 BY 1
        UNTIL accrualDepartmentIndex > accrualDepartmentCount
    MOVE "PERIOD TOTAL" TO accrualReportDetailLabel
    MOVE periodEmployeeCount TO accrualReportDetailEmployees
    MOVE periodGrossBasisTotal TO accrualReportDetailGrossBasis
    MOVE periodAccruedGrossTotal TO accrualReportDetailAccruedGross
    MOVE periodTaxBasisTotal TO accrualReportDetailTaxBasis
    MOVE periodAccruedTaxTotal TO accrualReportDetailAccruedTax
    WRITE accrualReportPrintLine FROM accrualReportDetailLine.

writeOneAccrualDepartment.
    IF FUNCTION TRIM(accrualDepartmentCode(accrualDepartmentIndex)) = SPACES
        MOVE "DEPT ----" TO accrualDepartmentLabelText
    ELSE
        MOVE SPACES TO accrualDepartmentLabelText
        STRING "DEPT " accrualDepartmentCode(accrualDepartmentIndex)
            DELIMITED BY SIZE INTO accrualDepartmentLabelText
        END-STRING
    END-IF
    MOVE accrualDepartmentLabelText TO accrualReportDetailLabel
    MOVE accrualDepartmentEmployeeCount(accrualDepartmentIndex)
        TO accrualReportDetailEmployees
    MOVE accrualDepartmentGrossBasis(accrualDepartmentIndex)
        TO accrualReportDetailGrossBasis
    MOVE accrualDepartmentAccruedGross(accrualDepartmentIndex)
        TO accrualReportDetailAccruedGross
    MOVE accrualDepartmentTaxBasis(accrualDepartmentIndex)
        TO accrualReportDetailTaxBasis
    MOVE accrualDepartmentAccruedTax(accrualDepartmentIndex)
        TO accrualReportDetailAccruedTax
    WRITE accrualReportPrintLine FROM accrualReportDetailLine
    PERFORM writeAccrualDepartmentGlLines.

writeAccrualDepartmentGlLines.
    *> Identified by department rather than by employee -- the accrual
    *> is an estimate of a department's labor cost, not anyone's pay --
    *> and stamped with the first open period so the period close
    *> archives it with that period's lines.
    MOVE SPACES TO glJournalEmployeeIdentifier
    STRING "ACCRUAL " accrualDepartmentLabelText
        DELIMITED BY SIZE INTO glJournalEmployeeIdentifier
    END-STRING
    MOVE firstOpenPeriodNumber TO glJournalPayPeriodNumber

    *> The accrual, dated the month end: wage expense and employer tax
    *> expense recognized in the month, owed as accrued liabilities.
    MOVE "ACCR" TO glJournalSourceCode
    MOVE monthEndDateText TO glJournalEffectiveDate
    IF accrualDepartmentAccruedGross(accrualDepartmentIndex) > ZERO
        MOVE "5000" TO glJournalAccountCode
        MOVE SPACES TO glJournalAccountDescription
        STRING "Accrued wages " accrualDepartmentLabelText
            DELIMITED BY SIZE INTO glJournalAccountDescription
            ON OVERFLOW CONTINUE
        END-STRING
        MOVE accrualDepartmentAccruedGross(accrualDepartmentIndex)
            TO glJournalDebitAmount
        MOVE ZERO TO glJournalCreditAmount
        WRITE glJournalEntryLine

        MOVE "2150"                  TO glJournalAccountCode
        MOVE "Accrued wages payable" TO glJournalAccountDescription
        MOVE ZERO TO glJournalDebitAmount
        MOVE accrualDepartmentAccruedGross(accrualDepartmentIndex)
            TO glJournalCreditAmount
        WRITE glJournalEntryLine
        ADD 2 TO glLinesWrittenCount
    END-IF
    IF accrualDepartmentAccruedTax(accrualDepartmentIndex) > ZERO
        MOVE "5100"                 TO glJournalAccountCode
        MOVE "Accrued employer tax" TO glJournalAccountDescription
        MOVE accrualDepartmentAccruedTax(accrualDepartmentIndex)
            TO glJournalDebitAmount
        MOVE ZERO TO glJournalCreditAmount
        WRITE glJournalEntryLine

        MOVE "2160"                  TO glJournalAccountCode
        MOVE "Accrued taxes payable" TO glJournalAccountDescription
        MOVE ZERO TO glJournalDebitAmount
        MOVE accrualDepartmentAccruedTax(accrualDepartmentIndex)
            TO glJournalCreditAmount
        WRITE glJournalEntryLine
        ADD 2 TO glLinesWrittenCount
    END-IF

    *> The reversal, dated the first of the next month: the same
    *> amounts with sides swapped, so the real payroll posting for the
    *> period lands against a cleared accrual instead of on top of it.
    MOVE "ARVS" TO glJournalSourceCode
    MOVE reversalDateText TO glJournalEffectiveDate
    IF accrualDepartmentAccruedGross(accrualDepartmentIndex) > ZERO
        MOVE "5000" TO glJournalAccountCode
        MOVE SPACES TO glJournalAccountDescription
        STRING "REV Accrued wages " accrualDepartmentLabelText
            DELIMITED BY SIZE INTO glJournalAccountDescription
            ON OVERFLOW CONTINUE
        END-STRING
        MOVE ZERO TO glJournalDebitAmount
        MOVE accrualDepartmentAccruedGross(accrualDepartmentIndex)
            TO glJournalCreditAmount
        WRITE glJournalEntryLine

        MOVE "2150"                      TO glJournalAccountCode
        MOVE "REV Accrued wages payable" TO glJournalAccountDescription
        MOVE accrualDepartmentAccruedGross(accrualDepartmentIndex)
            TO glJournalDebitAmount
        MOVE ZERO TO glJournalCreditAmount
        WRITE glJournalEntryLine
        ADD 2 TO glLinesWrittenCount
    END-IF
    IF accrualDepartmentAccruedTax(accrualDepartmentIndex) > ZERO
        MOVE "5100"                     TO glJournalAccountCode
        MOVE "REV Accrued employer tax" TO glJournalAccountDescription
        MOVE ZERO TO glJournalDebitAmount
        MOVE accrualDepartmentAccruedTax(accrualDepartmentIndex)
            TO glJournalCreditAmount
        WRITE glJournalEntryLine

        MOVE "2160"                      TO glJournalAccountCode
        MOVE "REV Accrued taxes payable" TO glJournalAccountDescription
        MOVE accrualDepartmentAccruedTax(accrualDepartmentIndex)
            TO glJournalDebitAmount
        MOVE ZERO TO glJournalCreditAmount
        WRITE glJournalEntryLine
        ADD 2 TO glLinesWrittenCount
    END-IF.

writeAccrualReportHeader.
    MOVE FUNCTION CURRENT-DATE TO accrualReportTimestampText
    MOVE monthEndDateText TO accrualReportHeaderMonthEnd
    MOVE accrualReportTimestampText TO accrualReportHeaderTimestamp
    WRITE accrualReportPrintLine FROM accrualReportHeaderLine.

writeAccrualReportTrailer.
    WRITE accrualReportPrintLine FROM accrualReportSeparatorLine
    MOVE "Periods accrued" TO accrualReportTrailerCountLabel
    MOVE periodsAccruedCount TO accrualReportTrailerCountValue
    WRITE accrualReportPrintLine FROM accrualReportTrailerCountLine
    MOVE "Periods with no basis to accrue from" TO accrualReportTrailerCountLabel
    MOVE periodsNotAccruedCount TO accrualReportTrailerCountValue
    WRITE accrualReportPrintLine FROM accrualReportTrailerCountLine
    MOVE "Employees accrued" TO accrualReportTrailerCountLabel
    MOVE employeesAccruedCount TO accrualReportTrailerCountValue
    WRITE accrualReportPrintLine FROM accrualReportTrailerCountLine
    MOVE "Employees with no basis pay history" TO accrualReportTrailerCountLabel
    MOVE employeesWithoutHistoryCount TO accrualReportTrailerCountValue
    WRITE accrualReportPrintLine FROM accrualReportTrailerCountLine
    MOVE "Employees not accrued (table full)" TO accrualReportTrailerCountLabel
    MOVE employeesNotAccruedCount TO accrualReportTrailerCountValue
    WRITE accrualReportPrintLine FROM accrualReportTrailerCountLine
    MOVE "Accrued wages" TO accrualReportTrailerAmountLabel
    MOVE accruedGrossTotal TO accrualReportTrailerAmountValue
    WRITE accrualReportPrintLine FROM accrualReportTrailerAmountLine
    MOVE "Accrued employer taxes" TO accrualReportTrailerAmountLabel
    MOVE accruedTaxTotal TO accrualReportTrailerAmountValue
    WRITE accrualReportPrintLine FROM accrualReportTrailerAmountLine
    MOVE "GL lines written (accrual and reversal)" TO accrualReportTrailerCountLabel
    MOVE glLinesWrittenCount TO accrualReportTrailerCountValue
    WRITE accrualReportPrintLine FROM accrualReportTrailerCountLine
    MOVE SPACES TO accrualReportNoteText
    STRING "Accrual lines (ACCR) dated " monthEndDateText
        "; reversing lines (ARVS) dated " reversalDateText
        DELIMITED BY SIZE INTO accrualReportNoteText
    END-STRING
    WRITE accrualReportPrintLine FROM accrualReportNoteLine
    WRITE accrualReportPrintLine FROM accrualReportBlankLine.
