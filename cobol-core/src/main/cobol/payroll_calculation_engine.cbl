        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS payPeriodControlFileStatus.

    *> The effective-dated tax rate file, kept by the tax rate
    *> maintenance program. Read once per run, right after the run's
    *> period is known, for the rates in effect on that period's end
    *> date; never written here.
    SELECT taxRateFile ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS taxRateRecordKey
        FILE STATUS IS taxRateFileStatus.

    *> Trial-run report a PROOF run produces instead of moving money:
    *> company totals, would-be feed rejections, missing feed rows,
    *> pending payouts, and sharp net pay swings. Opened fresh each
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS proofReportFileStatus.

    *> The wage-and-hour exception report a PROOF or BATCH run writes
    *> once the whole master has been checked: every pay that would
    *> fall below the minimum wage, every regular-hours figure past the
    *> overtime threshold, every salary below the exempt floor, and
    *> every final leave payout past the state's deadline, grouped by
    *> rule. Opened fresh each run: it describes exactly one pass.
    SELECT complianceReportFile ASSIGN TO "COMPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS complianceReportFileStatus.

    *> The payroll supervisor's overrides for this period's pay holds:
    *> one row per employee and rule the supervisor has looked into
    *> and released. No file simply means nothing is overridden.
    SELECT complianceOverrideFile ASSIGN TO "COMPOVRD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS complianceOverrideFileStatus.

    *> One annual wage statement per employee plus a company totals
    *> block, produced by a YEAREND run. Opened fresh (OUTPUT) each
    *> year-end: the statements belong to exactly one closing year.
        RECORD KEY IS payHistoryRecordKey
        FILE STATUS IS payHistoryFileStatus.

    *> Retroactive pay waiting to be paid, one row per employee per
    *> period a late raise reached back over, written by the
    *> retroactive pay adjustment run. A BATCH run pays each active
    *> employee's unpaid rows as one retro earnings line and zeroes
    *> them; PROOF reads them so the rehearsal's gross matches.
    SELECT retroPayFile ASSIGN TO "RETROPAY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS retroPayRecordKey
        FILE STATUS IS retroPayFileStatus.

    *> The earnings code table, kept by the earnings code maintenance
    *> program. Loaded whole into working storage once per run by the
    *> paths that pay coded earnings (BATCH, PROOF, and a void's
    *> reissue); every coded line on the feed is validated and priced
    *> against it.
    SELECT earningsCodeFile ASSIGN TO "EARNCODE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS earningsCodeIdentifier
        FILE STATUS IS earningsCodeFileStatus.

    *> Changes to bank details, hourly wage, annual salary, or pay
    *> type held for a second user's approval. A feed row (or a
    *> single-employee or void input) carrying one does not pay on it:
    *> the change is filed here and the employee is paid on the values
    *> already approved onto the master. Only the pending change
    *> approval run moves a change onto the master.
    SELECT pendingChangeFile ASSIGN TO "PENDCHG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS pendingChangeRecordKey
        FILE STATUS IS pendingChangeFileStatus.

DATA DIVISION.
FILE SECTION.
FD  employeeMasterFile.
FD  payPeriodControlFile.
COPY "payPeriodControlRecord.cpy".

FD  taxRateFile.
COPY "taxRateRecord.cpy".

FD  retroPayFile.
COPY "retroPayRecord.cpy".

FD  earningsCodeFile.
COPY "earningsCodeRecord.cpy".

FD  pendingChangeFile.
COPY "pendingChangeRecord.cpy".

FD  proofReportFile.
COPY "proofReportRecord.cpy".

FD  complianceReportFile.
COPY "complianceReportRecord.cpy".

FD  complianceOverrideFile.
COPY "complianceOverrideRecord.cpy".

FD  annualWageStatementFile.
COPY "annualWageStatementRecord.cpy".

01 overtimeHoursWorked                   PIC 9(3)V99 VALUE ZERO.
01 benefitDeductionAmount                PIC 9(5)V99 VALUE ZERO.
01 performanceBonusAmount                PIC 9(5)V99 VALUE ZERO.
*> Retroactive pay owed for earlier periods, collected from the retro
*> pay file by the BATCH and PROOF paths (and carried forward from
*> the original period's history by a void/reissue). Zero on every
*> other path.
01 retroPayAmount                        PIC 9(7)V99 VALUE ZERO.

*> The earnings code table as loaded for this run, and the period's
*> coded earnings lines: copied off a valid feed row (or carried from
*> the original period's history by a void/reissue), then priced by
*> calculatePayrollAmounts. Each line keeps the description it prints
*> under, the GL expense account it debits, and whether it counts
*> toward overtime. A line carried from history arrives already
*> priced and keeps its amount.
01 earningsCodeTableCount                PIC 9(03) VALUE ZERO.
01 earningsCodeTableIndex                PIC 9(03) VALUE ZERO.
01 earningsCodeTable.
    05 earningsCodeTableEntry OCCURS 50 TIMES.
        10 earningsTableCode             PIC X(04).
        10 earningsTableDescription      PIC X(30).
        10 earningsTableMethodCode       PIC X(01).
        10 earningsTableRateAmount       PIC 9(5)V99.
        10 earningsTablePremiumFactor    PIC 9V9999.
        10 earningsTableOvertimeSwitch   PIC X(01).
        10 earningsTableGlAccountCode    PIC X(04).
        10 earningsTableActiveSwitch     PIC X(01).
01 earningsCodeCandidateText             PIC X(04) VALUE SPACES.
01 earningsCodeFoundSwitch               PIC X(01) VALUE "N".
    88 earningsCodeWasFound              VALUE "Y".
01 earningsCodeTableEndSwitch            PIC X(01) VALUE "N".
    88 earningsCodeTableAtEnd            VALUE "Y".
01 currentEarningsLineCount              PIC 9(01) VALUE ZERO.
01 currentEarningsLineIndex              PIC 9(01) VALUE ZERO.
01 currentEarningsLineTable.
    05 currentEarningsLine OCCURS 6 TIMES.
        10 earningsLineCode              PIC X(04).
        10 earningsLineDescription       PIC X(30).
        10 earningsLineHours             PIC 9(3)V99.
        10 earningsLineRateAmount        PIC 9(5)V99.
        10 earningsLineAmount            PIC 9(7)V99.
        10 earningsLineGlAccountCode     PIC X(04).
        10 earningsLineOvertimeSwitch    PIC X(01).
            88 earningsLineCountsTowardOvertime VALUE "Y".
        10 earningsLinePricedSwitch      PIC X(01).
            88 earningsLineIsPriced      VALUE "Y".
01 feedEarningsIndex                     PIC 9(01) VALUE ZERO.
*> The period's coded earnings in total, the part of them that
*> counts toward overtime, and the overtime premium that part draws:
*> an hourly employee who worked overtime is owed the overtime
*> premium on the counting earnings too, spread over every hour
*> worked -- the counting earnings divided by the hours worked raise
*> the rate the overtime hours are paid from, and the straight-time
*> half of those hours is already inside the earnings themselves, so
*> only the premium half (the overtime multiplier less one) is added.
01 codedEarningsTotalAmount              PIC 9(7)V99 VALUE ZERO.
01 codedEarningsOvertimeBasisAmount      PIC 9(7)V99 VALUE ZERO.
01 earningsOvertimePremiumAmount         PIC 9(7)V99 VALUE ZERO.
01 earningsBaseHourlyWageAmount          PIC 9(5)V99 VALUE ZERO.
*> The period's hours worked: regular and overtime hours, plus the
*> hours on coded lines priced by the hour that count toward
*> overtime (time actually worked, such as on-call hours). Premium
*> lines are left out -- their hours are already inside regular or
*> overtime hours -- and so are leave hours, which were not worked.
*> The overtime premium on counting earnings is spread over this
*> figure, and the wage-and-hour checks measure against it, so both
*> mean the same thing by an hour worked.
01 codedHoursWorked                      PIC 9(4)V99 VALUE ZERO.
01 straightTimeHoursWorked               PIC 9(4)V99 VALUE ZERO.
01 totalHoursWorked                      PIC 9(4)V99 VALUE ZERO.
01 overtimePayMultiplier                 PIC 9V99 VALUE 1.50.
01 retirementContributionRate            PIC 9V9999 VALUE 0.0500.
01 paidLeaveAccrualPerWorkedHour         PIC 9V9999 VALUE 0.0385.
*> the married set doubles the single limits and the head-of-household
*> set sits halfway between, the usual shape of the real schedules.
*> The set for the current employee is copied into the work table the
*> bracket walk reads before each calculation. These VALUE clauses,
*> like every statutory rate below, are the rates the company ran on
*> before the tax rate file existed: each run starts from them and
*> lays over whatever rows the file has in effect on the period's
*> end date (loadTaxRatesInEffect), so a table the file does not
*> carry yet keeps withholding exactly as it always has.
01 singleFilerBracketTableData.
    05 FILLER                            PIC X(12) VALUE "000050000010".
    05 FILLER                            PIC X(12) VALUE "000150000012".
    05 FILLER                            PIC X(12) VALUE "000600000024".
    05 FILLER                            PIC X(12) VALUE "001000000032".
    05 FILLER                            PIC X(12) VALUE "999999999037".
01 singleFilerBracketTable REDEFINES singleFilerBracketTableData.
    05 singleFilerBracketEntry OCCURS 6 TIMES.
        10 singleFilerBracketUpperLimit  PIC 9(7)V99.
        10 singleFilerBracketRate        PIC 9V99.
01 marriedFilerBracketTableData.
    05 FILLER                            PIC X(12) VALUE "000100000010".
    05 FILLER                            PIC X(12) VALUE "000300000012".
    05 FILLER                            PIC X(12) VALUE "001200000024".
    05 FILLER                            PIC X(12) VALUE "002000000032".
    05 FILLER                            PIC X(12) VALUE "999999999037".
01 marriedFilerBracketTable REDEFINES marriedFilerBracketTableData.
    05 marriedFilerBracketEntry OCCURS 6 TIMES.
        10 marriedFilerBracketUpperLimit PIC 9(7)V99.
        10 marriedFilerBracketRate       PIC 9V99.
01 headHouseholdBracketTableData.
    05 FILLER                            PIC X(12) VALUE "000075000010".
    05 FILLER                            PIC X(12) VALUE "000225000012".
    05 FILLER                            PIC X(12) VALUE "000900000024".
    05 FILLER                            PIC X(12) VALUE "001500000032".
    05 FILLER                            PIC X(12) VALUE "999999999037".
01 headHouseholdBracketTable REDEFINES headHouseholdBracketTableData.
    05 headHouseholdBracketEntry OCCURS 6 TIMES.
        10 headHouseholdBracketUpperLimit PIC 9(7)V99.
        10 headHouseholdBracketRate      PIC 9V99.
01 federalTaxBracketTable.
    05 federalTaxBracketEntry OCCURS 6 TIMES.
        10 federalTaxBracketUpperLimitAmount PIC 9(7)V99.
01 federalUnemploymentWageCapAmount      PIC 9(7)V99 VALUE 7000.00.
01 employerRetirementMatchRate           PIC 9V9999 VALUE 0.5000.

*> The employee's own share of FICA, withheld from the check. Social
*> Security is withheld only on wages up to the annual wage base, so
*> the master tracks the year's Social Security wages to know how
*> much room is left; Medicare has no cap, but every dollar of the
*> year's Medicare wages past the additional Medicare threshold is
*> withheld at the additional rate on top.
01 employeeSocialSecurityTaxRate         PIC 9V9999 VALUE 0.0620.
01 socialSecurityWageBaseAmount          PIC 9(7)V99 VALUE 168600.00.
01 employeeMedicareTaxRate               PIC 9V9999 VALUE 0.0145.
01 additionalMedicareTaxRate             PIC 9V9999 VALUE 0.0090.
01 additionalMedicareThresholdAmount     PIC 9(7)V99 VALUE 200000.00.

*> Employer unemployment contribution rate and annual wage cap per
*> work-state code, alongside stateTaxRateTable the same way: a code
*> not carried here contributes only the federal layer. Each entry is
*> the two-letter code, the rate, and the cap. Like the withholding
*> table it carries empty slots past its starting ten, filled by SUTA
*> rows on the tax rate file for codes not listed here.
01 stateUnemploymentTableData.
    05 FILLER                            PIC X(16) VALUE "CA03400000700000".
    05 FILLER                            PIC X(16) VALUE "NY04020001250000".
    05 FILLER                            PIC X(16) VALUE "OH02700000900000".
    05 FILLER                            PIC X(16) VALUE "GA02640000950000".
    05 FILLER                            PIC X(16) VALUE "NC01000002520000".
    05 FILLER                            PIC X(160) VALUE SPACES.
01 stateUnemploymentTable REDEFINES stateUnemploymentTableData.
    05 stateUnemploymentEntry OCCURS 20 TIMES.
        10 stateUnemploymentStateCode    PIC X(02).
        10 stateUnemploymentRatePercentage PIC 9V9999.
        10 stateUnemploymentWageCapAmount PIC 9(7)V99.

01 stateUnemploymentEntryCount           PIC 9(02) VALUE 10.
01 stateUnemploymentIndex                PIC 9(02) VALUE ZERO.

*> Loading the tax rate file. The as-of date is the run period's end
*> date (today, for a single-employee caller with no calendar on
*> hand); a row dated after it is not yet in effect and is skipped.
*> The bracket number and filing status are pulled out of a federal
*> bracket row's entry code to address the right set.
01 taxRateAsOfDate                       PIC X(08) VALUE SPACES.
01 taxRateEndSwitch                      PIC X(01) VALUE "N".
    88 taxRatesAtEnd                     VALUE "Y".
01 taxRateRowsAppliedCount               PIC 9(05) VALUE ZERO.
01 taxRateBracketNumber                  PIC 9(01) VALUE ZERO.
01 taxRateStateFoundSwitch               PIC X(01) VALUE "N".
    88 taxRateStateWasFound              VALUE "Y".
01 stateUnemploymentFoundSwitch          PIC X(01) VALUE "N".
    88 stateUnemploymentWasFound         VALUE "Y".

01 federalTaxWithholdingAmount           PIC 9(7)V99 VALUE ZERO.
01 stateTaxWithholdingAmount             PIC 9(7)V99 VALUE ZERO.
01 taxWithholdingAmount                  PIC 9(7)V99 VALUE ZERO.
*> The employee's FICA for the period, kept apart from the income tax
*> figures above because it is reported, booked, and remitted apart
*> from them. The wage amounts are the slices each tax was computed
*> on: gross up to what is left of the Social Security wage base, and
*> the part of gross that lands past the additional Medicare
*> threshold. The year-to-date wages they are measured against are
*> copied in ahead of the calculation by whichever path is paying.
01 socialSecurityWageAmount              PIC 9(7)V99 VALUE ZERO.
01 socialSecurityTaxAmount               PIC 9(7)V99 VALUE ZERO.
01 medicareTaxAmount                     PIC 9(7)V99 VALUE ZERO.
01 addlMedicareWageAmount                PIC 9(7)V99 VALUE ZERO.
01 addlMedicareTaxAmount                 PIC 9(7)V99 VALUE ZERO.
01 employeeFicaWithholdingAmount         PIC 9(7)V99 VALUE ZERO.
01 ficaPriorSocialSecurityWages          PIC 9(7)V99 VALUE ZERO.
01 ficaPriorMedicareWages                PIC 9(7)V99 VALUE ZERO.
01 ficaRemainingWageBaseAmount           PIC S9(7)V99 VALUE ZERO.
01 ficaMedicareWagesAfterPeriod          PIC 9(8)V99 VALUE ZERO.
01 retirementContributionAmount          PIC 9(7)V99 VALUE ZERO.
01 paidLeaveAccruedHours                 PIC 9(3)V99 VALUE ZERO.
01 netPayAmount                          PIC 9(7)V99 VALUE ZERO.
        10 departmentSplitFraction       PIC 9V9999.
        10 departmentSplitGrossAmount    PIC 9(7)V99.
        10 departmentSplitEmployerAmount PIC 9(7)V99.
*> The slice of the gross that books to payroll expense 5000 -- the
*> gross less the coded earnings, which debit their own accounts.
        10 departmentSplitExpenseAmount  PIC 9(7)V99.
01 departmentSplitGrossSoFar             PIC 9(8)V99 VALUE ZERO.
01 departmentSplitEmployerSoFar          PIC 9(8)V99 VALUE ZERO.
01 departmentSplitExpenseSoFar           PIC 9(8)V99 VALUE ZERO.
01 feedSplitFractionTotal                PIC 9(2)V9999 VALUE ZERO.
01 feedSplitEntryCount                   PIC 9(01) VALUE ZERO.
01 feedSplitIndex                        PIC 9(01) VALUE ZERO.
01 laborDetailTableFullSwitch            PIC X(01) VALUE "N".
    88 laborDetailTableIsFull            VALUE "Y".

*> Company totals by earnings code behind the report's earnings-by-
*> code section, discovered as coded lines are written and rebuilt
*> from those lines on a checkpoint resume, the same way the
*> department totals are.
01 laborEarningsCodeCount                PIC 9(02) VALUE ZERO.
01 laborEarningsCodeIndex                PIC 9(02) VALUE ZERO.
01 laborEarningsFoundSwitch              PIC X(01) VALUE "N".
    88 laborEarningsCodeWasFound         VALUE "Y".
01 laborEarningsCodeTable.
    05 laborEarningsCodeEntry OCCURS 50 TIMES.
        10 laborEarningsCode             PIC X(04).
        10 laborEarningsDescription      PIC X(30).
        10 laborEarningsGlAccountCode    PIC X(04).
        10 laborEarningsTotalAmount      PIC 9(11)V99.
01 laborEarningsSliceAmount              PIC 9(7)V99 VALUE ZERO.

*> Employer-side results, computed per employee alongside the
*> employee-side amounts so the GL can book true loaded labor cost.
01 employerFicaMatchAmount               PIC 9(7)V99 VALUE ZERO.
01 employerUnemploymentAmountDisplay     PIC Z(7).99.
01 employerRetirementMatchAmountDisplay  PIC Z(7).99.
01 totalEmployerCostAmountDisplay        PIC Z(7).99.
01 socialSecurityTaxAmountDisplay        PIC Z(7).99.
01 medicareTaxAmountDisplay              PIC Z(7).99.
01 addlMedicareTaxAmountDisplay          PIC Z(7).99.

*> A simple error message channel lets the Java client detect bad input.
*> Every problem validatePayrollInputData finds is appended here rather
01 voidOriginalTaxAmount                 PIC 9(7)V99 VALUE ZERO.
01 voidOriginalRetirementAmount          PIC 9(7)V99 VALUE ZERO.
01 voidOriginalNetAmount                 PIC 9(7)V99 VALUE ZERO.
*> The employee's FICA the original run withheld, from the 2130 and
*> 2140 credits (Medicare including any additional Medicare).
01 voidOriginalSocialSecurityAmount      PIC 9(7)V99 VALUE ZERO.
01 voidOriginalMedicareAmount            PIC 9(7)V99 VALUE ZERO.
01 voidOriginalCheckNumber               PIC 9(08) VALUE ZERO.
01 voidOriginalCheckFoundSwitch          PIC X(01) VALUE "N".
    88 voidOriginalCheckWasFound         VALUE "Y".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 laborDeptSubtotalLoaded           PIC Z(9).99.
    05 FILLER                            PIC X(37) VALUE SPACES.
*> One line per coded earnings entry, written under the employee's
*> slice lines. The department column stays blank so the department
*> refoot passes over it; the prefix is what the earnings-by-code
*> refoot looks for instead.
01 laborCostEarningsLine.
    05 FILLER                            PIC X(12) VALUE "    EARNINGS".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 laborCostEarningsCode             PIC X(04).
    05 FILLER                            PIC X(04) VALUE SPACES.
    05 laborCostEarningsDescription      PIC X(30).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 laborCostEarningsAmount           PIC Z(9).99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "GL ACCT ".
    05 laborCostEarningsGlAccountCode    PIC X(04).
    05 FILLER                            PIC X(52) VALUE SPACES.
01 laborEarningsSectionHeaderLine.
    05 FILLER                            PIC X(34) VALUE "EARNINGS BY CODE -- COMPANY TOTALS".
    05 FILLER                            PIC X(98) VALUE SPACES.
01 laborEarningsTotalLine.
    05 FILLER                            PIC X(12) VALUE "CODE TOTAL".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 laborEarningsTotalCode            PIC X(04).
    05 FILLER                            PIC X(04) VALUE SPACES.
    05 laborEarningsTotalDescription     PIC X(30).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 laborEarningsTotalAmountOut       PIC Z(9).99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "GL ACCT ".
    05 laborEarningsTotalGlAccountCode   PIC X(04).
    05 FILLER                            PIC X(52) VALUE SPACES.
01 laborCostSeparatorLine                PIC X(132) VALUE ALL "-".

*> Leave balance report lines, built and written the same way the
01 proofCompanyGrossTotal                PIC 9(11)V99 VALUE ZERO.
01 proofCompanyWithholdingTotal          PIC 9(11)V99 VALUE ZERO.
01 proofCompanyNetTotal                  PIC 9(11)V99 VALUE ZERO.
01 proofCompanyFicaTotal                 PIC 9(11)V99 VALUE ZERO.
01 priorBasisNetPayAmountDisplay         PIC Z(7).99.

*> Dual control. A sensitive change arriving on a feed row or an
*> input is built here as it would leave the master (laid out the
*> same as the pending change record's after image, so the two
*> compare as one group), then filed for approval instead of paid.
01 pendingChangeCandidateFieldCode       PIC X(04) VALUE SPACES.
01 pendingChangeCandidateValues.
    05 candidateRoutingNumber            PIC X(09).
    05 candidateAccountNumber            PIC X(17).
    05 candidateHourlyWage               PIC 9(5)V99.
    05 candidatePayTypeCode              PIC X(01).
    05 candidateAnnualSalary             PIC 9(7)V99.
01 pendingChangeSourceText               PIC X(08) VALUE SPACES.
01 pendingChangeRequesterText            PIC X(08) VALUE SPACES.
01 pendingChangeRequestTimestampText     PIC X(16) VALUE SPACES.
01 pendingChangeFieldNameText            PIC X(13) VALUE SPACES.
*> Pay types with the legacy blank read as hourly, so blank against
*> H is not taken for a change.
01 masterPayTypeCode                     PIC X(01) VALUE SPACE.
01 feedPayTypeCode                       PIC X(01) VALUE SPACE.
01 changesHeldForApprovalCount           PIC 9(05) VALUE ZERO.
*> Payments to bank details changed this many days or fewer before
*> the pay date are called out -- the usual pattern of a diverted
*> deposit is a change made just ahead of payday.
01 bankChangeAlertDayCount               PIC 9(03) VALUE 10.
01 bankChangeDaysBeforePayment           PIC S9(05) VALUE ZERO.
01 bankChangeDaysDisplay                 PIC Z(4)9.
01 bankChangePaymentDate                 PIC X(08) VALUE SPACES.
01 recentBankChangeAlertCount            PIC 9(05) VALUE ZERO.

*> Proof-report lines, built and written the same way the pay stub
*> lines are.
01 proofReportHeaderLine.
01 proofReportSeparatorLine              PIC X(132) VALUE ALL "-".
01 proofReportBlankLine                  PIC X(132) VALUE SPACES.

*> Wage-and-hour compliance. Before a PROOF or BATCH run pays an
*> employee, the calculated pay is checked against the floors in the
*> compliance table for the employee's work state (never below the
*> federal floor). Two rules hold the employee's pay out of a BATCH
*> run, because the pay itself would be unlawful: an hourly effective
*> rate below the minimum wage (MINW), and regular hours past the
*> overtime threshold (OT40). Two are reported as warnings only,
*> because holding the check would not cure them and would make some
*> of them worse: a salaried employee paid below the exempt-salary
*> floor (EXSL), which is a classification question for HR, and a
*> final leave payout already past the state's deadline (FPAY),
*> which holding would only make later. A hold is lifted for one
*> period by a supervisor's row on the override file.
COPY "wageHourComplianceTable.cpy".
01 complianceLookupStateCode             PIC X(02) VALUE SPACES.
01 complianceStateFoundSwitch            PIC X(01) VALUE "N".
    88 complianceStateWasFound           VALUE "Y".
*> The floors that apply to the current employee: the higher of the
*> federal and work-state figure, and the work state's own deadline.
01 applicableMinimumWageAmount           PIC 9(3)V99 VALUE ZERO.
01 applicableExemptSalaryAmount          PIC 9(7)V99 VALUE ZERO.
01 applicableFinalPayDeadlineDays        PIC 9(03) VALUE 999.
01 complianceNoDeadlineDays              PIC 9(03) VALUE 999.
*> The minimum-wage and overtime-threshold checks measure against
*> the period's hours worked (totalHoursWorked and
*> straightTimeHoursWorked), the same figure the coded earnings
*> overtime premium is spread over; see determineHoursWorked.
*> Forty hours a week, stretched over the weeks one of the employee's
*> pay periods spans (fifty-two weeks over the periods per year).
01 complianceWeeklyOvertimeHours         PIC 9(02) VALUE 40.
01 complianceOvertimeThresholdHours      PIC 9(3)V99 VALUE ZERO.
*> Pay for the hours worked: gross less leave pay (hours not worked)
*> and retro pay (owed for an earlier period's hours).
01 complianceWagesForHoursWorked         PIC 9(7)V99 VALUE ZERO.
01 complianceEffectiveHourlyRate         PIC 9(9)V99 VALUE ZERO.
01 complianceFinalPayDueDate             PIC X(08) VALUE SPACES.
01 complianceFinalPayDueDateNumber       PIC 9(08) VALUE ZERO.
01 complianceFinalPayDate                PIC X(08) VALUE SPACES.
01 complianceHoursDisplay                PIC Z(4).99.
01 complianceThresholdDisplay            PIC Z(4).99.
01 complianceRateDisplay                 PIC Z(8).99.
01 complianceFloorDisplay                PIC Z(7).99.
01 complianceAmountDisplay               PIC Z(7).99.
01 complianceDaysDisplay                 PIC ZZ9.
*> Set when any rule that holds pay fires for the current employee
*> and no override covers it.
01 complianceHoldSwitch                  PIC X(01) VALUE "N".
    88 complianceHoldsCurrentEmployee    VALUE "Y".
*> The exception being recorded.
01 complianceCandidateRuleCode           PIC X(04) VALUE SPACES.
01 complianceCandidateSeverityCode       PIC X(01) VALUE SPACE.
    88 complianceCandidateHoldsPay       VALUE "H".
    88 complianceCandidateIsWarning      VALUE "W".
01 complianceCandidateDispositionText    PIC X(10) VALUE SPACES.
01 complianceCandidateApprovedByText     PIC X(08) VALUE SPACES.
01 complianceCandidateDetailText         PIC X(80) VALUE SPACES.
*> This period's overrides, read once at the start of the run. Rows
*> for another period, for a rule that does not hold pay, with no
*> approver named, or past the table's room are not loaded, and are
*> counted so the report can say so.
01 complianceOverrideCount               PIC 9(03) VALUE ZERO.
01 complianceOverrideIndex               PIC 9(03) VALUE ZERO.
01 complianceOverrideTable.
    05 complianceOverrideEntry OCCURS 200 TIMES.
        10 overrideEmployeeIdentifier    PIC X(20).
        10 overrideRuleCode              PIC X(04).
        10 overrideApprovedByText        PIC X(08).
01 complianceOverridePeriodNumber        PIC 9(04) VALUE ZERO.
01 complianceOverridesSkippedCount       PIC 9(05) VALUE ZERO.
01 complianceOverrideEndSwitch           PIC X(01) VALUE "N".
    88 complianceOverridesAtEnd          VALUE "Y".
01 complianceOverrideFoundSwitch         PIC X(01) VALUE "N".
    88 complianceOverrideWasFound        VALUE "Y".
*> Every exception the pass finds, held until the whole master has
*> been checked so the report can print them grouped by rule. An
*> exception past the table's room still holds pay and is still
*> counted; it is only left off the listing, and the report says how
*> many were.
01 complianceExceptionCount              PIC 9(04) VALUE ZERO.
01 complianceExceptionIndex              PIC 9(04) VALUE ZERO.
01 complianceExceptionTable.
    05 complianceExceptionEntry OCCURS 500 TIMES.
        10 exceptionRuleCode             PIC X(04).
        10 exceptionEmployeeIdentifier   PIC X(20).
        10 exceptionDispositionText      PIC X(10).
        10 exceptionApprovedByText       PIC X(08).
        10 exceptionDetailText           PIC X(80).
01 complianceExceptionsUnlistedCount     PIC 9(05) VALUE ZERO.
01 complianceHeldCount                   PIC 9(05) VALUE ZERO.
01 complianceOverriddenCount             PIC 9(05) VALUE ZERO.
01 complianceWarningCount                PIC 9(05) VALUE ZERO.
01 complianceRuleListedCount             PIC 9(05) VALUE ZERO.
*> The rules in the order the report prints them.
01 complianceRuleTableData.
    05 FILLER                            PIC X(64) VALUE "MINWEFFECTIVE HOURLY RATE BELOW THE MINIMUM WAGE (HOLDS PAY)".
    05 FILLER                            PIC X(64) VALUE "OT40REGULAR HOURS PAST THE OVERTIME THRESHOLD (HOLDS PAY)".
    05 FILLER                            PIC X(64) VALUE "EXSLSALARY BELOW THE EXEMPT-SALARY FLOOR (WARNING)".
    05 FILLER                            PIC X(64) VALUE "FPAYFINAL LEAVE PAYOUT PAST THE STATE DEADLINE (WARNING)".
01 complianceRuleTable REDEFINES complianceRuleTableData.
    05 complianceRuleEntry OCCURS 4 TIMES.
        10 complianceRuleCode            PIC X(04).
        10 complianceRuleTitle           PIC X(60).
01 complianceRuleIndex                   PIC 9(01) VALUE ZERO.

*> Compliance report lines, built and written the same way the proof
*> report lines are.
01 complianceReportHeaderLine.
    05 FILLER                            PIC X(50) VALUE "WAGE-AND-HOUR COMPLIANCE EXCEPTIONS -- PAY PERIOD ".
    05 complianceReportHeaderPeriodNumber PIC 9(04).
    05 FILLER                            PIC X(04) VALUE " -- ".
    05 complianceReportHeaderModeText    PIC X(05).
    05 FILLER                            PIC X(69) VALUE SPACES.
01 complianceReportNoteLine.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 complianceReportNoteText          PIC X(130).
01 complianceReportRuleLine.
    05 complianceReportRuleCode          PIC X(04).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 complianceReportRuleTitle         PIC X(60).
    05 FILLER                            PIC X(66) VALUE SPACES.
01 complianceReportDetailLine.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 complianceReportEmployeeId        PIC X(20).
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 complianceReportDispositionText   PIC X(10).
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 complianceReportApprovedByText    PIC X(08).
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 complianceReportDetailText        PIC X(80).
    05 FILLER                            PIC X(09) VALUE SPACES.
01 complianceReportCountLine.
    05 complianceReportCountLabel        PIC X(30).
    05 complianceReportCountValue        PIC Z(6)9.
    05 FILLER                            PIC X(95) VALUE SPACES.
01 complianceReportSeparatorLine         PIC X(132) VALUE ALL "-".
01 complianceReportBlankLine             PIC X(132) VALUE SPACES.

*> Year-end run control: which calendar year the statements report,
*> and the company-level totals the accountants' summary block needs.
*> Company totals get two extra integer digits over the per-employee
01 companyTotalYtdTaxWithheldAmount      PIC 9(9)V99 VALUE ZERO.
01 companyTotalYtdRetirementContribution PIC 9(9)V99 VALUE ZERO.
01 companyTotalYtdPaidLeaveAccruedHours  PIC 9(7)V99 VALUE ZERO.
01 companyTotalYtdSocialSecurityWages    PIC 9(9)V99 VALUE ZERO.
01 companyTotalYtdSocialSecurityWithheld PIC 9(9)V99 VALUE ZERO.
01 companyTotalYtdMedicareWages          PIC 9(9)V99 VALUE ZERO.
01 companyTotalYtdMedicareWithheld       PIC 9(9)V99 VALUE ZERO.

*> Annual-wage-statement print lines, built and written the same way
*> the pay stub lines are.
    05 FILLER                            PIC X(12) VALUE "      YEAR  ".
    05 wageStatementEmployeeYear         PIC 9(04).
    05 FILLER                            PIC X(24) VALUE SPACES.
*> The employee's SSN and home address, as the wage statement has to
*> show them. A record with no SSN on file says so in its place, so
*> the gap is visible before the statements go out.
01 wageStatementSsnLine.
    05 FILLER                            PIC X(10) VALUE "SSN:      ".
    05 wageStatementSsnText              PIC X(20).
    05 FILLER                            PIC X(102) VALUE SPACES.
01 wageStatementAddressLine.
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 wageStatementAddressText          PIC X(80).
    05 FILLER                            PIC X(42) VALUE SPACES.
01 wageStatementDetailLine.
    05 wageStatementDetailLabel          PIC X(30).
    05 wageStatementDetailAmount         PIC Z(7).99.
01 laborCostReportFileStatus             PIC X(02) VALUE "00".
01 leaveBalanceReportFileStatus          PIC X(02) VALUE "00".
01 payPeriodControlFileStatus            PIC X(02) VALUE "00".
01 taxRateFileStatus                     PIC X(02) VALUE "00".
01 retroPayFileStatus                    PIC X(02) VALUE "00".
01 earningsCodeFileStatus                PIC X(02) VALUE "00".
01 pendingChangeFileStatus               PIC X(02) VALUE "00".
01 pendingChangeFileAvailableSwitch      PIC X(01) VALUE "N".
    88 pendingChangeFileIsAvailable      VALUE "Y".
01 pendingChangeBrowseEndSwitch          PIC X(01) VALUE "N".
    88 pendingChangeBrowseAtEnd          VALUE "Y".
01 pendingChangeAlreadyFiledSwitch       PIC X(01) VALUE "N".
    88 pendingChangeWasAlreadyFiled      VALUE "Y".
01 retroPayFileAvailableSwitch           PIC X(01) VALUE "N".
    88 retroPayFileIsAvailable           VALUE "Y".
01 retroPayBrowseDoneSwitch              PIC X(01) VALUE "N".
    88 retroPayBrowseIsDone              VALUE "Y".
01 proofReportFileStatus                 PIC X(02) VALUE "00".
01 complianceReportFileStatus            PIC X(02) VALUE "00".
01 complianceOverrideFileStatus          PIC X(02) VALUE "00".
01 annualWageStatementFileStatus         PIC X(02) VALUE "00".
01 ytdHistoryFileStatus                  PIC X(02) VALUE "00".
01 auditLogFileStatus                    PIC X(02) VALUE "00".
    *> this run's stub, GL lines, and audit entry the same way a batch
    *> run stamps them; when it is absent the stamps stay zero/blank.
    PERFORM readPayPeriodControlRecord
    PERFORM loadTaxRatesInEffect
    PERFORM collectPayrollInputData
    PERFORM validatePayrollInputData

    END-IF

    PERFORM convertInputTextIntoNumericValues
    PERFORM holdSingleEmployeeSensitiveChanges
    PERFORM loadWithholdingElectionsForSingleRun
    PERFORM openDeductionMasterFileForRun
    PERFORM calculatePayrollAmounts
    COMPUTE currentPayPeriodNumber =
        FUNCTION NUMVAL(voidTargetPeriodNumberText)
    PERFORM findCalendarDatesForCurrentPeriod
    *> The reissue is withheld at the rates in effect for the period
    *> being corrected, not today's -- a January void of a December
    *> check is repaid at December's rates.
    PERFORM loadTaxRatesInEffect
    *> The original period's coded earnings are carried into the
    *> reissue, which needs the code table to book them.
    PERFORM loadEarningsCodeTable

    OPEN I-O employeeMasterFile
    IF employeeMasterFileStatus NOT = "00"
    *> calculation, stub, GL, register, and audit writes all run, and
    *> the net goes out on a freshly numbered printed check.
    PERFORM convertInputTextIntoNumericValues
    *> A corrected wage or new bank details on the reissue inputs are
    *> held for approval like any other; the reissue pays on the
    *> approved values.
    MOVE "ENGINE" TO pendingChangeSourceText
    MOVE "ENGINE" TO pendingChangeRequesterText
    PERFORM openPendingChangeFileForRun
    PERFORM holdSensitiveInputChangesForApproval
    PERFORM closePendingChangeFileForRun
    MOVE employeeFullNameText TO employeeMasterEmployeeFullName
    PERFORM refreshExistingEmployeeMasterRecordFromCurrentInput
    *> The reissue's FICA is capped and thresholded against the
    *> year-to-date wages as they stand after the backout above.
    PERFORM copyFicaWageBasesFromMaster
    *> Retro pay the original check carried was owed whatever else
    *> was wrong with it, so the reissue carries it again.
    MOVE ZERO TO retroPayAmount
    IF payHistoryRecordWasFound
        MOVE payHistoryRetroPayAmount TO retroPayAmount
    END-IF
    *> So were its coded earnings, carried at the amounts and accounts
    *> they were paid at; the overtime premium on them is recomputed
    *> from the corrected hours.
    IF payHistoryRecordWasFound
        PERFORM carryOneHistoryEarningsLineToReissue
            VARYING currentEarningsLineIndex FROM 1 BY 1
            UNTIL currentEarningsLineIndex > payHistoryEarningsLineCount
        MOVE payHistoryEarningsLineCount TO currentEarningsLineCount
    END-IF
    PERFORM calculatePayrollAmounts
    PERFORM computeEmployerPayrollCosts
    PERFORM accumulateYearToDateTotals
    MOVE ZERO TO voidOriginalTaxAmount
    MOVE ZERO TO voidOriginalRetirementAmount
    MOVE ZERO TO voidOriginalNetAmount
    MOVE ZERO TO voidOriginalSocialSecurityAmount
    MOVE ZERO TO voidOriginalMedicareAmount
    MOVE "N" TO voidAlreadyVoidedSwitch
    MOVE "N" TO glJournalScanEndSwitch
    OPEN INPUT glJournalFile
        AT END SET glJournalScanAtEnd TO TRUE
    END-READ.

carryOneHistoryEarningsLineToReissue.
    MOVE payHistoryEarningsCode(currentEarningsLineIndex)
        TO earningsLineCode(currentEarningsLineIndex)
    MOVE payHistoryEarningsDescription(currentEarningsLineIndex)
        TO earningsLineDescription(currentEarningsLineIndex)
    MOVE payHistoryEarningsHours(currentEarningsLineIndex)
        TO earningsLineHours(currentEarningsLineIndex)
    MOVE ZERO TO earningsLineRateAmount(currentEarningsLineIndex)
    MOVE payHistoryEarningsAmount(currentEarningsLineIndex)
        TO earningsLineAmount(currentEarningsLineIndex)
    MOVE payHistoryEarningsGlAccountCode(currentEarningsLineIndex)
        TO earningsLineGlAccountCode(currentEarningsLineIndex)
    MOVE payHistoryEarningsOvertimeSwitch(currentEarningsLineIndex)
        TO earningsLineOvertimeSwitch(currentEarningsLineIndex)
    SET earningsLineIsPriced(currentEarningsLineIndex) TO TRUE.

collectOneGlJournalLineForVoid.
    *> Only the period's payroll posting is reversed, and an earlier
    *> void's lines say it already has been. Anything else filed under
    *> the employee for the period -- a returned deposit, a stale check
    *> void, a remittance -- is its own transaction and stands.
    IF glJournalEmployeeIdentifier = employeeIdentifierText
       AND glJournalPayPeriodNumber = currentPayPeriodNumber
       AND (glJournalLineIsPayrollPosting
            OR glJournalLineIsVoidReversal)
        IF glJournalAccountDescription(1:5) = "VOID "
            SET voidTargetWasAlreadyVoided TO TRUE
        ELSE
                    FUNCTION NUMVAL(glJournalDebitAmount)
                COMPUTE voidOriginalCreditAmount(voidOriginalLineCount) =
                    FUNCTION NUMVAL(glJournalCreditAmount)
                *> The gross is every wage-expense debit: payroll
                *> expense 5000 and the coded earnings accounts, all in
                *> the 5000 range apart from the employer's own tax and
                *> retirement match expense.
                EVALUATE glJournalAccountCode
                    WHEN "5100"
                    WHEN "5200"
                        CONTINUE
                    WHEN "5000"
                        ADD voidOriginalDebitAmount(voidOriginalLineCount)
                            TO voidOriginalGrossAmount
                    WHEN "2200"
                        ADD voidOriginalCreditAmount(voidOriginalLineCount)
                            TO voidOriginalRetirementAmount
                    WHEN "2130"
                        ADD voidOriginalCreditAmount(voidOriginalLineCount)
                            TO voidOriginalSocialSecurityAmount
                    WHEN "2140"
                        ADD voidOriginalCreditAmount(voidOriginalLineCount)
                            TO voidOriginalMedicareAmount
                    WHEN "1000"
                        ADD voidOriginalCreditAmount(voidOriginalLineCount)
                            TO voidOriginalNetAmount
                    WHEN OTHER
                        IF glJournalAccountCode(1:1) = "5"
                            ADD voidOriginalDebitAmount(voidOriginalLineCount)
                                TO voidOriginalGrossAmount
                        END-IF
                END-EVALUATE
            ELSE
                DISPLAY "errorMessage=More GL lines to reverse than the void table holds; period not fully reversed for employeeIdentifier="
    MOVE employeeIdentifierText TO glJournalEmployeeIdentifier
    MOVE currentPayPeriodNumber TO glJournalPayPeriodNumber
    MOVE "VOID" TO glJournalSourceCode
    MOVE SPACES TO glJournalEffectiveDate
    MOVE voidOriginalAccountCode(voidOriginalLineIndex)
        TO glJournalAccountCode
    MOVE SPACES TO glJournalAccountDescription
        SUBTRACT voidOriginalGrossAmount
            FROM employeeMasterYtdUnemploymentWageBase
    END-IF
    *> The employee's FICA comes back out the same way: the withheld
    *> amounts from the GL's 2130 and 2140 credits, and -- from the
    *> pay history record, since the GL carries no wage figures --
    *> the Social Security and Medicare wages the original counted
    *> toward the wage base and the additional Medicare threshold, so
    *> the reissue is measured against the year as it stood before.
    IF voidOriginalSocialSecurityAmount
       > employeeMasterYtdSocialSecurityWithheld
        MOVE ZERO TO employeeMasterYtdSocialSecurityWithheld
    ELSE
        SUBTRACT voidOriginalSocialSecurityAmount
            FROM employeeMasterYtdSocialSecurityWithheld
    END-IF
    IF voidOriginalMedicareAmount > employeeMasterYtdMedicareWithheld
        MOVE ZERO TO employeeMasterYtdMedicareWithheld
    ELSE
        SUBTRACT voidOriginalMedicareAmount
            FROM employeeMasterYtdMedicareWithheld
    END-IF
    IF payHistoryRecordWasFound
        IF payHistorySocialSecurityWages
           > employeeMasterYtdSocialSecurityWages
            MOVE ZERO TO employeeMasterYtdSocialSecurityWages
        ELSE
            SUBTRACT payHistorySocialSecurityWages
                FROM employeeMasterYtdSocialSecurityWages
        END-IF
        IF payHistoryGrossPayAmount > employeeMasterYtdMedicareWages
            MOVE ZERO TO employeeMasterYtdMedicareWages
        ELSE
            SUBTRACT payHistoryGrossPayAmount
                FROM employeeMasterYtdMedicareWages
        END-IF
    END-IF
    IF payHistoryRecordWasFound
        IF payHistoryLeaveHoursAccrued
           > employeeMasterYtdPaidLeaveAccruedHours
                SUBTRACT payHistorySutaAmount FROM
                    employeeMasterQtdSutaAmount(currentQuarterNumber)
            END-IF
            PERFORM backOutQuarterlyFicaForVoid
        END-IF
    END-IF.

backOutQuarterlyFicaForVoid.
    *> The employee-side FICA figures, backed out of the same quarter
    *> entry from the pay history record and floored the same way.
    IF payHistorySocialSecurityWages >
       employeeMasterQtdSocialSecurityWages(currentQuarterNumber)
        MOVE ZERO TO
            employeeMasterQtdSocialSecurityWages(currentQuarterNumber)
    ELSE
        SUBTRACT payHistorySocialSecurityWages FROM
            employeeMasterQtdSocialSecurityWages(currentQuarterNumber)
    END-IF
    IF payHistorySocialSecurityTaxAmount >
       employeeMasterQtdSocialSecurityWithheld(currentQuarterNumber)
        MOVE ZERO TO
            employeeMasterQtdSocialSecurityWithheld(currentQuarterNumber)
    ELSE
        SUBTRACT payHistorySocialSecurityTaxAmount FROM
            employeeMasterQtdSocialSecurityWithheld(currentQuarterNumber)
    END-IF
    IF payHistoryMedicareTaxAmount >
       employeeMasterQtdMedicareWithheld(currentQuarterNumber)
        MOVE ZERO TO
            employeeMasterQtdMedicareWithheld(currentQuarterNumber)
    ELSE
        SUBTRACT payHistoryMedicareTaxAmount FROM
            employeeMasterQtdMedicareWithheld(currentQuarterNumber)
    END-IF
    IF payHistoryAddlMedicareWages >
       employeeMasterQtdAddlMedicareWages(currentQuarterNumber)
        MOVE ZERO TO
            employeeMasterQtdAddlMedicareWages(currentQuarterNumber)
    ELSE
        SUBTRACT payHistoryAddlMedicareWages FROM
            employeeMasterQtdAddlMedicareWages(currentQuarterNumber)
    END-IF
    IF payHistoryAddlMedicareTaxAmount >
       employeeMasterQtdAddlMedicareWithheld(currentQuarterNumber)
        MOVE ZERO TO
            employeeMasterQtdAddlMedicareWithheld(currentQuarterNumber)
    ELSE
        SUBTRACT payHistoryAddlMedicareTaxAmount FROM
            employeeMasterQtdAddlMedicareWithheld(currentQuarterNumber)
    END-IF.

restoreDeductionBalancesForVoid.
    *> The original run drew every balance-updating deduction (a
    *> garnishment above all) down by what it withheld. That money
    MOVE voidOriginalTaxAmount         TO registerTaxWithholdingAmount
    MOVE voidOriginalRetirementAmount  TO registerRetirementContribution
    MOVE voidOriginalNetAmount         TO registerNetPayAmount
    MOVE voidOriginalSocialSecurityAmount TO registerSocialSecurityAmount
    MOVE voidOriginalMedicareAmount    TO registerMedicareAmount
    MOVE currentPayPeriodNumber        TO registerPayPeriodNumber
    MOVE currentPeriodScheduledPayDate TO registerScheduledPayDate
    MOVE "VOID"                        TO registerEntryTypeCode
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM loadTaxRatesInEffect
    PERFORM loadEarningsCodeTable
    PERFORM loadComplianceOverridesForPeriod
    IF payPeriodAlreadyCompleted
        DISPLAY "errorMessage=Every period on the pay calendar is marked completed; generate the next calendar before running payroll"
        MOVE 1 TO RETURN-CODE
    END-IF

    PERFORM openPeriodHoursFeedFileForBatch
    PERFORM openPendingChangeFileForRun
    PERFORM openDeductionMasterFileForRun
    PERFORM openRetroPayFileForRun
    PERFORM openPayHistoryFileForRun
    PERFORM openPayStubFileForAppend
    PERFORM openGlJournalFileForAppend
    CLOSE laborCostReportFile
    CLOSE leaveBalanceReportFile
    PERFORM closePeriodHoursFeedFileForBatch
    PERFORM closePendingChangeFileForRun
    PERFORM closeDeductionMasterFileForRun
    PERFORM closeRetroPayFileForRun
    CLOSE payHistoryFile
    CLOSE payStubFile
    CLOSE glJournalFile
    CLOSE auditLogFile

    CLOSE employeeMasterFile
    CLOSE payrollRegisterFile
    PERFORM writeComplianceExceptionReport

    DISPLAY "batchGrossPayTotal=" laborCostGrossTotal
    DISPLAY "batchAchEntries=" achEntryCount
    DISPLAY "changesHeldForApproval=" changesHeldForApprovalCount
    DISPLAY "recentBankChangeAlerts=" recentBankChangeAlertCount
    DISPLAY "compliancePayHolds=" complianceHeldCount
    DISPLAY "complianceHoldsOverridden=" complianceOverriddenCount
    DISPLAY "complianceWarnings=" complianceWarningCount.

readNextEmployeeMasterRecord.
    READ employeeMasterFile NEXT RECORD
    MOVE ZERO TO companyTotalYtdTaxWithheldAmount
    MOVE ZERO TO companyTotalYtdRetirementContribution
    MOVE ZERO TO companyTotalYtdPaidLeaveAccruedHours
    MOVE ZERO TO companyTotalYtdSocialSecurityWages
    MOVE ZERO TO companyTotalYtdSocialSecurityWithheld
    MOVE ZERO TO companyTotalYtdMedicareWages
    MOVE ZERO TO companyTotalYtdMedicareWithheld

    MOVE "N" TO employeeMasterEndOfFileSwitch
    MOVE LOW-VALUES TO employeeMasterEmployeeIdentifier
            TO companyTotalYtdRetirementContribution
        ADD employeeMasterYtdPaidLeaveAccruedHours
            TO companyTotalYtdPaidLeaveAccruedHours
        ADD employeeMasterYtdSocialSecurityWages
            TO companyTotalYtdSocialSecurityWages
        ADD employeeMasterYtdSocialSecurityWithheld
            TO companyTotalYtdSocialSecurityWithheld
        ADD employeeMasterYtdMedicareWages
            TO companyTotalYtdMedicareWages
        ADD employeeMasterYtdMedicareWithheld
            TO companyTotalYtdMedicareWithheld
        *> The rollover itself: the archive line above is the only
        *> durable copy of these figures from here on.
        MOVE ZERO TO employeeMasterYtdGrossPayAmount
        MOVE ZERO TO employeeMasterYtdRetirementContribution
        MOVE ZERO TO employeeMasterYtdPaidLeaveAccruedHours
        MOVE ZERO TO employeeMasterYtdUnemploymentWageBase
        MOVE ZERO TO employeeMasterYtdSocialSecurityWages
        MOVE ZERO TO employeeMasterYtdSocialSecurityWithheld
        MOVE ZERO TO employeeMasterYtdMedicareWages
        MOVE ZERO TO employeeMasterYtdMedicareWithheld
        *> The quarterly tax accumulators describe the closing year's
        *> filings, so they roll over with the YTD group.
        PERFORM zeroOneEmployeeMasterQuarterEntry
    MOVE employeeMasterEmployeeFullName TO wageStatementEmployeeName
    MOVE statementYear TO wageStatementEmployeeYear
    WRITE annualWageStatementPrintLine FROM wageStatementEmployeeLine
    MOVE SPACES TO wageStatementSsnText
    IF employeeMasterSocialSecurityNumber = SPACES
        MOVE "NOT ON FILE" TO wageStatementSsnText
    ELSE
        STRING employeeMasterSocialSecurityNumber(1:3) "-"
            employeeMasterSocialSecurityNumber(4:2) "-"
            employeeMasterSocialSecurityNumber(6:4)
            DELIMITED BY SIZE INTO wageStatementSsnText
        END-STRING
    END-IF
    WRITE annualWageStatementPrintLine FROM wageStatementSsnLine
    IF employeeMasterAddressLine1 NOT = SPACES
        MOVE employeeMasterAddressLine1 TO wageStatementAddressText
        WRITE annualWageStatementPrintLine FROM wageStatementAddressLine
        IF employeeMasterAddressLine2 NOT = SPACES
            MOVE employeeMasterAddressLine2 TO wageStatementAddressText
            WRITE annualWageStatementPrintLine FROM wageStatementAddressLine
        END-IF
        MOVE SPACES TO wageStatementAddressText
        STRING FUNCTION TRIM(employeeMasterCityName) " "
            employeeMasterHomeStateCode " "
            FUNCTION TRIM(employeeMasterPostalCode)
            DELIMITED BY SIZE INTO wageStatementAddressText
        END-STRING
        WRITE annualWageStatementPrintLine FROM wageStatementAddressLine
    END-IF
    WRITE annualWageStatementPrintLine FROM wageStatementSeparatorLine

    MOVE "  Gross pay for year"          TO wageStatementDetailLabel
        TO wageStatementDetailAmount
    WRITE annualWageStatementPrintLine FROM wageStatementDetailLine

    MOVE "  Social Security wages"        TO wageStatementDetailLabel
    MOVE employeeMasterYtdSocialSecurityWages
        TO wageStatementDetailAmount
    WRITE annualWageStatementPrintLine FROM wageStatementDetailLine

    MOVE "  Social Security tax withheld" TO wageStatementDetailLabel
    MOVE employeeMasterYtdSocialSecurityWithheld
        TO wageStatementDetailAmount
    WRITE annualWageStatementPrintLine FROM wageStatementDetailLine

    MOVE "  Medicare wages"               TO wageStatementDetailLabel
    MOVE employeeMasterYtdMedicareWages TO wageStatementDetailAmount
    WRITE annualWageStatementPrintLine FROM wageStatementDetailLine

    MOVE "  Medicare tax withheld"        TO wageStatementDetailLabel
    MOVE employeeMasterYtdMedicareWithheld
        TO wageStatementDetailAmount
    WRITE annualWageStatementPrintLine FROM wageStatementDetailLine

    MOVE "  Paid leave hours accrued"     TO wageStatementDetailLabel
    MOVE employeeMasterYtdPaidLeaveAccruedHours
        TO wageStatementDetailAmount
        TO ytdHistoryRetirementContribution
    MOVE employeeMasterYtdPaidLeaveAccruedHours
        TO ytdHistoryPaidLeaveAccruedHours
    MOVE employeeMasterYtdSocialSecurityWages
        TO ytdHistorySocialSecurityWages
    MOVE employeeMasterYtdSocialSecurityWithheld
        TO ytdHistorySocialSecurityWithheld
    MOVE employeeMasterYtdMedicareWages TO ytdHistoryMedicareWages
    MOVE employeeMasterYtdMedicareWithheld
        TO ytdHistoryMedicareWithheld
    WRITE ytdHistoryLine.

writeCompanyAnnualTotalsSummary.
        TO wageStatementSummaryAmount
    WRITE annualWageStatementPrintLine FROM wageStatementSummaryDetailLine

    MOVE "  Social Security wages"       TO wageStatementSummaryLabel
    MOVE companyTotalYtdSocialSecurityWages
        TO wageStatementSummaryAmount
    WRITE annualWageStatementPrintLine FROM wageStatementSummaryDetailLine

    MOVE "  Social Security tax withheld" TO wageStatementSummaryLabel
    MOVE companyTotalYtdSocialSecurityWithheld
        TO wageStatementSummaryAmount
    WRITE annualWageStatementPrintLine FROM wageStatementSummaryDetailLine

    MOVE "  Medicare wages"              TO wageStatementSummaryLabel
    MOVE companyTotalYtdMedicareWages    TO wageStatementSummaryAmount
    WRITE annualWageStatementPrintLine FROM wageStatementSummaryDetailLine

    MOVE "  Medicare tax withheld"       TO wageStatementSummaryLabel
    MOVE companyTotalYtdMedicareWithheld TO wageStatementSummaryAmount
    WRITE annualWageStatementPrintLine FROM wageStatementSummaryDetailLine

    MOVE "  Paid leave hours accrued"    TO wageStatementSummaryLabel
    MOVE companyTotalYtdPaidLeaveAccruedHours
        TO wageStatementSummaryAmount
    IF employeeMasterIsActive
        PERFORM moveMasterRecordIntoWorkingFields
        PERFORM refreshCurrentPeriodHoursFromFeed
        PERFORM collectPendingRetroPayForEmployee
        PERFORM calculatePayrollAmounts
        *> The pay just calculated is checked against the wage-and-hour
        *> floors before any of it is kept. An employee it holds is
        *> left exactly as the master had them -- nothing rewritten,
        *> paid, or checkpointed -- to be paid once the feed or master
        *> is corrected, or the supervisor overrides the hold.
        PERFORM checkWageHourComplianceForCurrentEmployee
        IF NOT complianceHoldsCurrentEmployee
            *> Employer-side costs are computed after the employee-side
            *> amounts (the retirement match needs the contribution) and
            *> before the YTD accumulation (the unemployment caps need
            *> the wage base as it stood before this period's gross was
            *> counted).
            PERFORM computeEmployerPayrollCosts
            PERFORM accumulateYearToDateTotals
            REWRITE employeeMasterRecord
            PERFORM displayPayrollResult
            PERFORM writePayrollRegisterLine
            PERFORM writeLaborCostDetailLine
            PERFORM writeLeaveBalanceReportLine
            PERFORM checkRecentBankChangeForCurrentEmployee
            PERFORM writeAchEntryDetailForCurrentEmployee
            PERFORM writePrintedCheckForCurrentEmployee
            PERFORM writePayHistoryRecord
            *> The retro rows are zeroed ahead of the checkpoint, with the
            *> rest of this employee's paid work: a resumed run that redoes
            *> the employee then finds nothing left to pay, the same redo
            *> the master REWRITE and ACH entry already get, rather than
            *> paying the same retro a second time next period.
            PERFORM markPendingRetroPayAsPaid
            *> The checkpoint is advanced past this employee only after the
            *> register line and ACH entry (if any) are physically written,
            *> so the ACH running totals it carries always include this
            *> employee's own contribution. Writing it any earlier (right
            *> after calculatePayrollAmounts, before the REWRITE) looked
            *> safer against a mid-employee abort, but it left a narrower,
            *> worse gap: an abort between that checkpoint write and
            *> writeAchEntryDetailForCurrentEmployee produced an ACH detail
            *> line already on disk that a resumed run's restored totals
            *> would not count, so writeAchBatchAndFileControl's trailer
            *> would undercount the file it is describing. Here, the only
            *> risk on an abort before this PERFORM is that this employee's
            *> own work (already on disk -- master REWRITE, register line,
            *> ACH entry) gets redone on resume, which is easy to catch
            *> (and fix) the same way a NACHA file with a duplicate entry
            *> detail always has been, rather than an undercounted trailer,
            *> which looks like a clean file until it is reconciled.
            PERFORM writeRestartCheckpoint
            *> The garnishment balance drawdown lands only after the
            *> checkpoint has advanced past this employee. The other way
            *> around, an abort between the drawdown and the checkpoint
            *> would have the resumed run redo this employee against the
            *> already-reduced balance and silently over-collect the
            *> order; this way the worst an abort can do is leave the
            *> balance un-drawn for one period, which the order simply
            *> collects next time.
            PERFORM rewriteDeductionBalances
        END-IF
    END-IF
    PERFORM readNextEmployeeMasterRecord.

    *> report: company totals, every feed row that would be rejected
    *> and why, every employee who would be paid on stale master hours
    *> because no feed row arrived, and every net pay that would swing
    *> sharply from what the prior master values would have paid --
    *> plus the wage-and-hour compliance report, which names every
    *> employee the BATCH run would hold while there is still time to
    *> fix the feed or file an override.
    PERFORM readPayPeriodControlRecord
    PERFORM loadTaxRatesInEffect
    PERFORM loadEarningsCodeTable
    PERFORM loadComplianceOverridesForPeriod

    OPEN INPUT employeeMasterFile
    IF employeeMasterFileStatus NOT = "00"

    PERFORM openPeriodHoursFeedFileForBatch
    PERFORM openDeductionMasterFileForProof
    PERFORM openRetroPayFileForProof

    OPEN OUTPUT proofReportFile
    MOVE currentPayPeriodNumber TO proofReportHeaderPeriodNumber
    WRITE proofReportPrintLine FROM proofReportHeaderLine
    WRITE proofReportPrintLine FROM proofReportSeparatorLine
    *> Which rates the rehearsal withheld at, so a proof run ahead of
    *> a January rate change shows whether the new rows took.
    MOVE SPACES TO proofReportNoteText
    STRING "Tax rates in effect on " taxRateAsOfDate
        " (" taxRateRowsAppliedCount " rate file rows applied)"
        DELIMITED BY SIZE INTO proofReportNoteText
    END-STRING
    WRITE proofReportPrintLine FROM proofReportNoteLine
    IF NOT payPeriodControlWasFound
        MOVE "No pay calendar on hand; a BATCH run would refuse to start"
            TO proofReportNoteText
            TO proofReportNoteText
        WRITE proofReportPrintLine FROM proofReportNoteLine
    END-IF
    IF earningsCodeTableCount = ZERO
        MOVE "No earnings code table on hand; any feed row carrying coded earnings would be rejected"
            TO proofReportNoteText
        WRITE proofReportPrintLine FROM proofReportNoteLine
    END-IF

    MOVE ZERO TO proofEmployeeCount
    MOVE ZERO TO proofRejectedFeedCount
    MOVE ZERO TO proofCompanyGrossTotal
    MOVE ZERO TO proofCompanyWithholdingTotal
    MOVE ZERO TO proofCompanyNetTotal
    MOVE ZERO TO proofCompanyFicaTotal

    MOVE "N" TO employeeMasterEndOfFileSwitch
    MOVE LOW-VALUES TO employeeMasterEmployeeIdentifier
    PERFORM writeProofCompanyTotals

    CLOSE proofReportFile
    PERFORM writeComplianceExceptionReport
    PERFORM closePeriodHoursFeedFileForBatch
    PERFORM closeDeductionMasterFileForRun
    PERFORM closeRetroPayFileForRun
    CLOSE employeeMasterFile

    DISPLAY "proofEmployeesCalculated=" proofEmployeeCount
    DISPLAY "proofRejectedFeedRows=" proofRejectedFeedCount
    DISPLAY "proofMissingFeedRows=" proofMissingFeedCount
    DISPLAY "proofNetPaySwings=" proofSwingCount
    DISPLAY "proofChangesHeldForApproval=" changesHeldForApprovalCount
    DISPLAY "proofRecentBankChangeAlerts=" recentBankChangeAlertCount
    DISPLAY "proofCompliancePayHolds=" complianceHeldCount
    DISPLAY "proofComplianceHoldsOverridden=" complianceOverriddenCount
    DISPLAY "proofComplianceWarnings=" complianceWarningCount
    IF complianceHeldCount > ZERO
       OR proofRejectedFeedCount > ZERO
       OR proofSwingCount > ZERO
        *> Friday's run would hold someone's pay, drop a feed row, or
        *> pay a sharply different net; the cycle waits at the proof
        *> until a supervisor has read the reports and releases it.
        MOVE 8 TO RETURN-CODE
    END-IF.

openRetroPayFileForRun.
    *> Optional the same way the deductions file is: no retro pay
    *> file just means no retro pay waiting.
    MOVE "N" TO retroPayFileAvailableSwitch
    OPEN I-O retroPayFile
    IF retroPayFileStatus = "00"
        SET retroPayFileIsAvailable TO TRUE
    END-IF.

openRetroPayFileForProof.
    *> INPUT, for the same reason the proof opens the deductions file
    *> INPUT: a rehearsal must be unable to mark retro pay paid.
    MOVE "N" TO retroPayFileAvailableSwitch
    OPEN INPUT retroPayFile
    IF retroPayFileStatus = "00"
        SET retroPayFileIsAvailable TO TRUE
    END-IF.

closeRetroPayFileForRun.
    IF retroPayFileIsAvailable
        CLOSE retroPayFile
    END-IF.

collectPendingRetroPayForEmployee.
    *> Totals the current employee's unpaid retro rows into the one
    *> retro earnings line this period pays. Browsed by key the same
    *> way the employee's deduction rows are.
    MOVE ZERO TO retroPayAmount
    IF retroPayFileIsAvailable
        PERFORM startRetroPayBrowseForEmployee
        PERFORM addOneRetroPayRow
            UNTIL retroPayBrowseIsDone
    END-IF.

startRetroPayBrowseForEmployee.
    MOVE "N" TO retroPayBrowseDoneSwitch
    MOVE employeeIdentifierText TO retroEmployeeIdentifier
    MOVE ZERO TO retroPayPeriodNumber
    START retroPayFile KEY IS NOT LESS THAN retroPayRecordKey
        INVALID KEY SET retroPayBrowseIsDone TO TRUE
    END-START
    IF NOT retroPayBrowseIsDone
        PERFORM readNextRetroPayRow
    END-IF.

readNextRetroPayRow.
    READ retroPayFile NEXT RECORD
        AT END SET retroPayBrowseIsDone TO TRUE
    END-READ
    IF NOT retroPayBrowseIsDone
       AND retroEmployeeIdentifier NOT = employeeIdentifierText
        *> Sequential browse ran off the end of this employee's rows
        *> into the next employee's.
        SET retroPayBrowseIsDone TO TRUE
    END-IF.

addOneRetroPayRow.
    ADD retroUnpaidAmount TO retroPayAmount
    PERFORM readNextRetroPayRow.

markPendingRetroPayAsPaid.
    *> Zeroes what this period just paid and stamps the period that
    *> paid it; the row itself stays as the record of the period's
    *> retro, and of what a later raise has to be measured against.
    IF retroPayFileIsAvailable AND retroPayAmount > ZERO
        PERFORM startRetroPayBrowseForEmployee
        PERFORM markOneRetroPayRowPaid
            UNTIL retroPayBrowseIsDone
    END-IF.

markOneRetroPayRowPaid.
    IF retroUnpaidAmount > ZERO
        MOVE ZERO TO retroUnpaidAmount
        MOVE currentPayPeriodNumber TO retroPaidInPeriodNumber
        REWRITE retroPayRecord
    END-IF
    PERFORM readNextRetroPayRow.

openDeductionMasterFileForProof.
    *> INPUT rather than I-O: a rehearsal computes the same garnishment
processOneProofEmployeeRecord.
    IF employeeMasterIsActive
        PERFORM moveMasterRecordIntoWorkingFields
        *> Retro pay rides both passes, so it neither hides nor fakes a
        *> swing between them.
        PERFORM collectPendingRetroPayForEmployee
        *> First pass: what the prior master values would pay. This is
        *> the baseline the swing check compares against -- it is also
        *> exactly what a BATCH run pays when no feed row arrives.
        *> master is open INPUT and nothing rewrites it.
        PERFORM refreshCurrentPeriodHoursFromFeed
        PERFORM recordProofFeedExceptions
        PERFORM checkRecentBankChangeForCurrentEmployee
        PERFORM calculatePayrollAmounts
        PERFORM checkWageHourComplianceForCurrentEmployee
        ADD 1 TO proofEmployeeCount
        *> An employee the compliance check would hold is left out
        *> of the company totals, since the BATCH run would not pay
        *> them; the compliance report lists them.
        IF NOT complianceHoldsCurrentEmployee
            ADD grossPayAmount TO proofCompanyGrossTotal
            ADD taxWithholdingAmount TO proofCompanyWithholdingTotal
            ADD employeeFicaWithholdingAmount TO proofCompanyFicaTotal
            ADD netPayAmount TO proofCompanyNetTotal
        END-IF
        PERFORM checkProofNetPaySwing
    ELSE
        IF employeeMasterFinalLeavePayoutIsPending
            *> A BATCH run would cut this final check, so the rehearsal
            *> counts it and calls it out.
            PERFORM moveMasterRecordIntoWorkingFields
            PERFORM checkFinalPayoutDeadlineForCurrentEmployee
            MOVE ZERO TO regularHoursWorked
            MOVE ZERO TO overtimeHoursWorked
            MOVE ZERO TO performanceBonusAmount
            MOVE ZERO TO benefitDeductionAmount
            MOVE employeeMasterLeaveBalanceHours TO leaveHoursTaken
            PERFORM deriveHourlyEquivalentForFinalPayout
            PERFORM collectPendingRetroPayForEmployee
            PERFORM calculatePayrollAmounts
            ADD 1 TO proofEmployeeCount
            ADD grossPayAmount TO proofCompanyGrossTotal
            ADD taxWithholdingAmount TO proofCompanyWithholdingTotal
            ADD employeeFicaWithholdingAmount TO proofCompanyFicaTotal
            ADD netPayAmount TO proofCompanyNetTotal
            MOVE "FINAL LEAVE PAYOUT" TO proofReportExceptionTag
            MOVE employeeIdentifierText TO proofReportExceptionEmployeeId
    MOVE proofSwingCount                TO proofReportCountValue
    WRITE proofReportPrintLine FROM proofReportCountLine

    *> The detail is on the compliance report; these say whether it
    *> needs reading before Friday.
    MOVE "  Wage-and-hour pay holds"    TO proofReportCountLabel
    MOVE complianceHeldCount            TO proofReportCountValue
    WRITE proofReportPrintLine FROM proofReportCountLine

    MOVE "  Wage-and-hour overrides"    TO proofReportCountLabel
    MOVE complianceOverriddenCount      TO proofReportCountValue
    WRITE proofReportPrintLine FROM proofReportCountLine

    MOVE "  Wage-and-hour warnings"     TO proofReportCountLabel
    MOVE complianceWarningCount         TO proofReportCountValue
    WRITE proofReportPrintLine FROM proofReportCountLine

    MOVE "  Company gross pay"          TO proofReportTotalLabel
    MOVE proofCompanyGrossTotal         TO proofReportTotalAmount
    WRITE proofReportPrintLine FROM proofReportTotalLine
    MOVE proofCompanyWithholdingTotal   TO proofReportTotalAmount
    WRITE proofReportPrintLine FROM proofReportTotalLine

    MOVE "  Company employee FICA"      TO proofReportTotalLabel
    MOVE proofCompanyFicaTotal          TO proofReportTotalAmount
    WRITE proofReportPrintLine FROM proofReportTotalLine

    MOVE "  Company net pay"            TO proofReportTotalLabel
    MOVE proofCompanyNetTotal           TO proofReportTotalAmount
    WRITE proofReportPrintLine FROM proofReportTotalLine

    WRITE proofReportPrintLine FROM proofReportBlankLine.

loadComplianceOverridesForPeriod.
    *> Reads the supervisor's overrides for the period this run pays.
    *> An override names the period it was granted for, so a row left
    *> on the file from last period releases nothing this time.
    MOVE ZERO TO complianceOverrideCount
    MOVE ZERO TO complianceOverridesSkippedCount
    MOVE "N" TO complianceOverrideEndSwitch
    OPEN INPUT complianceOverrideFile
    IF complianceOverrideFileStatus = "00"
        PERFORM readNextComplianceOverride
        PERFORM storeOneComplianceOverride
            UNTIL complianceOverridesAtEnd
        CLOSE complianceOverrideFile
    END-IF.

readNextComplianceOverride.
    READ complianceOverrideFile
        AT END SET complianceOverridesAtEnd TO TRUE
    END-READ.

storeOneComplianceOverride.
    MOVE ZERO TO complianceOverridePeriodNumber
    IF complianceOverridePayPeriodText IS NUMERIC
        MOVE complianceOverridePayPeriodText
            TO complianceOverridePeriodNumber
    END-IF
    IF complianceOverridePeriodNumber = currentPayPeriodNumber
       AND (complianceOverrideRuleCodeText = "MINW"
            OR complianceOverrideRuleCodeText = "OT40")
       AND complianceOverrideEmployeeIdentifierText NOT = SPACES
       AND complianceOverrideApprovedByText NOT = SPACES
       AND complianceOverrideCount < 200
        ADD 1 TO complianceOverrideCount
        MOVE complianceOverrideEmployeeIdentifierText
            TO overrideEmployeeIdentifier(complianceOverrideCount)
        MOVE complianceOverrideRuleCodeText
            TO overrideRuleCode(complianceOverrideCount)
        MOVE complianceOverrideApprovedByText
            TO overrideApprovedByText(complianceOverrideCount)
    ELSE
        ADD 1 TO complianceOverridesSkippedCount
    END-IF
    PERFORM readNextComplianceOverride.

checkWageHourComplianceForCurrentEmployee.
    *> Runs after calculatePayrollAmounts, against the pay the run is
    *> about to make: the feed's hours when the feed row was taken,
    *> the prior master values when it was rejected or missing.
    MOVE "N" TO complianceHoldSwitch
    PERFORM determineComplianceFloorsForCurrentEmployee
    IF employeeIsSalaried
        PERFORM checkExemptSalaryFloorForCurrentEmployee
    ELSE
        *> Hours worked were settled when the pay was priced.
        PERFORM checkMinimumWageForCurrentEmployee
        PERFORM checkOvertimeThresholdForCurrentEmployee
    END-IF.

determineComplianceFloorsForCurrentEmployee.
    MOVE ZERO TO applicableMinimumWageAmount
    MOVE ZERO TO applicableExemptSalaryAmount
    MOVE complianceNoDeadlineDays TO applicableFinalPayDeadlineDays
    MOVE "US" TO complianceLookupStateCode
    PERFORM lookUpWageHourComplianceEntry
    IF complianceStateWasFound
        MOVE complianceMinimumWageAmount(wageHourComplianceIndex)
            TO applicableMinimumWageAmount
        MOVE complianceExemptSalaryAmount(wageHourComplianceIndex)
            TO applicableExemptSalaryAmount
    END-IF
    MOVE workStateCodeText TO complianceLookupStateCode
    IF complianceLookupStateCode NOT = SPACES
       AND complianceLookupStateCode NOT = "US"
        PERFORM lookUpWageHourComplianceEntry
        IF complianceStateWasFound
            IF complianceMinimumWageAmount(wageHourComplianceIndex)
               > applicableMinimumWageAmount
                MOVE complianceMinimumWageAmount(wageHourComplianceIndex)
                    TO applicableMinimumWageAmount
            END-IF
            IF complianceExemptSalaryAmount(wageHourComplianceIndex)
               > applicableExemptSalaryAmount
                MOVE complianceExemptSalaryAmount(wageHourComplianceIndex)
                    TO applicableExemptSalaryAmount
            END-IF
            MOVE complianceFinalPayDeadlineDays(wageHourComplianceIndex)
                TO applicableFinalPayDeadlineDays
        END-IF
    END-IF.

lookUpWageHourComplianceEntry.
    MOVE "N" TO complianceStateFoundSwitch
    PERFORM findWageHourComplianceEntry
        VARYING wageHourComplianceIndex FROM 1 BY 1
        UNTIL wageHourComplianceIndex > wageHourComplianceEntryCount
           OR complianceStateWasFound
    IF complianceStateWasFound
        SUBTRACT 1 FROM wageHourComplianceIndex
    END-IF.

findWageHourComplianceEntry.
    IF complianceStateCode(wageHourComplianceIndex)
       = complianceLookupStateCode
        SET complianceStateWasFound TO TRUE
    END-IF.

determineHoursWorked.
    MOVE ZERO TO codedHoursWorked
    PERFORM addOneCodedLineToHoursWorked
        VARYING currentEarningsLineIndex FROM 1 BY 1
        UNTIL currentEarningsLineIndex > currentEarningsLineCount
    COMPUTE straightTimeHoursWorked =
        regularHoursWorked + codedHoursWorked
    COMPUTE totalHoursWorked =
        straightTimeHoursWorked + overtimeHoursWorked.

addOneCodedLineToHoursWorked.
    IF earningsLineCountsTowardOvertime(currentEarningsLineIndex)
       AND earningsLineHours(currentEarningsLineIndex) > ZERO
        MOVE earningsLineCode(currentEarningsLineIndex)
            TO earningsCodeCandidateText
        PERFORM lookUpEarningsCode
        IF earningsCodeWasFound
           AND earningsTableMethodCode(earningsCodeTableIndex) = "H"
            ADD earningsLineHours(currentEarningsLineIndex)
                TO codedHoursWorked
        END-IF
    END-IF.

checkMinimumWageForCurrentEmployee.
    *> The effective rate is the pay for the hours worked divided by
    *> those hours. No hours worked means nothing to measure.
    IF totalHoursWorked > ZERO
       AND applicableMinimumWageAmount > ZERO
        COMPUTE complianceWagesForHoursWorked =
            grossPayAmount - grossLeavePayAmount - retroPayAmount
        COMPUTE complianceEffectiveHourlyRate =
            complianceWagesForHoursWorked / totalHoursWorked
        IF complianceEffectiveHourlyRate < applicableMinimumWageAmount
            MOVE complianceWagesForHoursWorked TO complianceAmountDisplay
            MOVE totalHoursWorked TO complianceHoursDisplay
            MOVE complianceEffectiveHourlyRate TO complianceRateDisplay
            MOVE applicableMinimumWageAmount TO complianceFloorDisplay
            MOVE SPACES TO complianceCandidateDetailText
            STRING "pays " FUNCTION TRIM(complianceAmountDisplay)
                " for " FUNCTION TRIM(complianceHoursDisplay)
                " hours, " FUNCTION TRIM(complianceRateDisplay)
                " an hour; " workStateCodeText " minimum "
                FUNCTION TRIM(complianceFloorDisplay)
                DELIMITED BY SIZE INTO complianceCandidateDetailText
                ON OVERFLOW CONTINUE
            END-STRING
            MOVE "MINW" TO complianceCandidateRuleCode
            SET complianceCandidateHoldsPay TO TRUE
            PERFORM recordComplianceException
        END-IF
    END-IF.

checkOvertimeThresholdForCurrentEmployee.
    *> Hours past forty a week belong in overtime. The feed carries a
    *> period's hours, not a week's, so the threshold is forty hours
    *> times the weeks in one of the employee's pay periods.
    PERFORM determinePayPeriodsPerYear
    COMPUTE complianceOvertimeThresholdHours ROUNDED =
        complianceWeeklyOvertimeHours * 52 / payPeriodsPerYearCount
    IF straightTimeHoursWorked > complianceOvertimeThresholdHours
        MOVE straightTimeHoursWorked TO complianceHoursDisplay
        MOVE complianceOvertimeThresholdHours TO complianceThresholdDisplay
        MOVE overtimeHoursWorked TO complianceAmountDisplay
        MOVE SPACES TO complianceCandidateDetailText
        STRING FUNCTION TRIM(complianceHoursDisplay)
            " straight-time hours, threshold "
            FUNCTION TRIM(complianceThresholdDisplay)
            ", overtime " FUNCTION TRIM(complianceAmountDisplay)
            DELIMITED BY SIZE INTO complianceCandidateDetailText
            ON OVERFLOW CONTINUE
        END-STRING
        MOVE "OT40" TO complianceCandidateRuleCode
        SET complianceCandidateHoldsPay TO TRUE
        PERFORM recordComplianceException
    END-IF.

checkExemptSalaryFloorForCurrentEmployee.
    IF annualSalaryAmount < applicableExemptSalaryAmount
        MOVE annualSalaryAmount TO complianceAmountDisplay
        MOVE applicableExemptSalaryAmount TO complianceFloorDisplay
        MOVE SPACES TO complianceCandidateDetailText
        STRING "salary " FUNCTION TRIM(complianceAmountDisplay)
            " is below the " workStateCodeText " exempt floor "
            FUNCTION TRIM(complianceFloorDisplay)
            DELIMITED BY SIZE INTO complianceCandidateDetailText
            ON OVERFLOW CONTINUE
        END-STRING
        MOVE "EXSL" TO complianceCandidateRuleCode
        SET complianceCandidateIsWarning TO TRUE
        PERFORM recordComplianceException
    END-IF.

checkFinalPayoutDeadlineForCurrentEmployee.
    *> Measured from the termination date to the date this run's
    *> checks are dated. A state with no deadline, or a record with no
    *> usable termination date, is not checked.
    PERFORM determineComplianceFloorsForCurrentEmployee
    IF applicableFinalPayDeadlineDays NOT = complianceNoDeadlineDays
       AND employeeMasterTerminationDate IS NUMERIC
        COMPUTE complianceFinalPayDueDateNumber =
            FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(employeeMasterTerminationDate))
                + applicableFinalPayDeadlineDays)
        MOVE complianceFinalPayDueDateNumber TO complianceFinalPayDueDate
        MOVE currentPeriodScheduledPayDate TO complianceFinalPayDate
        IF complianceFinalPayDate = SPACES
           OR complianceFinalPayDate IS NOT NUMERIC
            MOVE FUNCTION CURRENT-DATE(1:8) TO complianceFinalPayDate
        END-IF
        IF complianceFinalPayDate > complianceFinalPayDueDate
            MOVE applicableFinalPayDeadlineDays TO complianceDaysDisplay
            MOVE SPACES TO complianceCandidateDetailText
            STRING "terminated " employeeMasterTerminationDate
                "; " workStateCodeText " allows "
                FUNCTION TRIM(complianceDaysDisplay)
                " days, due " complianceFinalPayDueDate
                ", paid " complianceFinalPayDate
                DELIMITED BY SIZE INTO complianceCandidateDetailText
                ON OVERFLOW CONTINUE
            END-STRING
            MOVE "FPAY" TO complianceCandidateRuleCode
            SET complianceCandidateIsWarning TO TRUE
            PERFORM recordComplianceException
        END-IF
    END-IF.

recordComplianceException.
    *> A rule that holds pay is released only by this period's
    *> override for this employee and this rule; otherwise the
    *> employee is held. Each exception is kept for the grouped
    *> report, and a BATCH hold is also called out as it happens,
    *> the same way a rejected feed row is.
    MOVE SPACES TO complianceCandidateApprovedByText
    IF complianceCandidateHoldsPay
        PERFORM lookUpComplianceOverride
        IF complianceOverrideWasFound
            ADD 1 TO complianceOverriddenCount
            MOVE "OVERRIDDEN" TO complianceCandidateDispositionText
            MOVE overrideApprovedByText(complianceOverrideIndex)
                TO complianceCandidateApprovedByText
        ELSE
            ADD 1 TO complianceHeldCount
            MOVE "HOLD PAY" TO complianceCandidateDispositionText
            SET complianceHoldsCurrentEmployee TO TRUE
            IF batchPayrollModeRequested
                DISPLAY "errorMessage=Pay for employeeIdentifier="
                    FUNCTION TRIM(employeeMasterEmployeeIdentifier)
                    " held from this run (" complianceCandidateRuleCode
                    ": " FUNCTION TRIM(complianceCandidateDetailText) ")"
            END-IF
        END-IF
    ELSE
        ADD 1 TO complianceWarningCount
        MOVE "WARNING" TO complianceCandidateDispositionText
    END-IF
    IF complianceExceptionCount < 500
        ADD 1 TO complianceExceptionCount
        MOVE complianceCandidateRuleCode
            TO exceptionRuleCode(complianceExceptionCount)
        MOVE employeeMasterEmployeeIdentifier
            TO exceptionEmployeeIdentifier(complianceExceptionCount)
        MOVE complianceCandidateDispositionText
            TO exceptionDispositionText(complianceExceptionCount)
        MOVE complianceCandidateApprovedByText
            TO exceptionApprovedByText(complianceExceptionCount)
        MOVE complianceCandidateDetailText
            TO exceptionDetailText(complianceExceptionCount)
    ELSE
        ADD 1 TO complianceExceptionsUnlistedCount
    END-IF.

lookUpComplianceOverride.
    MOVE "N" TO complianceOverrideFoundSwitch
    PERFORM findComplianceOverrideEntry
        VARYING complianceOverrideIndex FROM 1 BY 1
        UNTIL complianceOverrideIndex > complianceOverrideCount
           OR complianceOverrideWasFound
    IF complianceOverrideWasFound
        SUBTRACT 1 FROM complianceOverrideIndex
    END-IF.

findComplianceOverrideEntry.
    IF overrideEmployeeIdentifier(complianceOverrideIndex)
       = employeeMasterEmployeeIdentifier
       AND overrideRuleCode(complianceOverrideIndex)
       = complianceCandidateRuleCode
        SET complianceOverrideWasFound TO TRUE
    END-IF.

writeComplianceExceptionReport.
    OPEN OUTPUT complianceReportFile
    MOVE currentPayPeriodNumber TO complianceReportHeaderPeriodNumber
    IF proofPayrollModeRequested
        MOVE "PROOF" TO complianceReportHeaderModeText
    ELSE
        MOVE "BATCH" TO complianceReportHeaderModeText
    END-IF
    WRITE complianceReportPrintLine FROM complianceReportHeaderLine
    WRITE complianceReportPrintLine FROM complianceReportSeparatorLine
    MOVE SPACES TO complianceReportNoteText
    STRING "Floors in effect on " taxRateAsOfDate
        "; HOLD PAY employees are left out of a BATCH run until fixed or overridden"
        DELIMITED BY SIZE INTO complianceReportNoteText
    END-STRING
    WRITE complianceReportPrintLine FROM complianceReportNoteLine
    IF batchPayrollModeRequested AND restartCheckpointWasFound
        MOVE "Resumed run: employees paid before the restart point were checked by the aborted run, not this one"
            TO complianceReportNoteText
        WRITE complianceReportPrintLine FROM complianceReportNoteLine
    END-IF
    IF complianceOverridesSkippedCount > ZERO
        MOVE complianceOverridesSkippedCount TO complianceReportCountValue
        MOVE SPACES TO complianceReportNoteText
        STRING FUNCTION TRIM(complianceReportCountValue)
            " override rows not applied (another period, a rule that does not hold pay, no approver, or no room)"
            DELIMITED BY SIZE INTO complianceReportNoteText
        END-STRING
        WRITE complianceReportPrintLine FROM complianceReportNoteLine
    END-IF
    PERFORM writeComplianceRuleGroup
        VARYING complianceRuleIndex FROM 1 BY 1
        UNTIL complianceRuleIndex > 4
    IF complianceExceptionsUnlistedCount > ZERO
        MOVE complianceExceptionsUnlistedCount TO complianceReportCountValue
        MOVE SPACES TO complianceReportNoteText
        STRING FUNCTION TRIM(complianceReportCountValue)
            " further exceptions not listed; the listing is full (they are still counted and still hold pay)"
            DELIMITED BY SIZE INTO complianceReportNoteText
        END-STRING
        WRITE complianceReportPrintLine FROM complianceReportNoteLine
    END-IF
    WRITE complianceReportPrintLine FROM complianceReportSeparatorLine

    MOVE "  Pay held"                    TO complianceReportCountLabel
    MOVE complianceHeldCount             TO complianceReportCountValue
    WRITE complianceReportPrintLine FROM complianceReportCountLine

    MOVE "  Holds overridden"            TO complianceReportCountLabel
    MOVE complianceOverriddenCount       TO complianceReportCountValue
    WRITE complianceReportPrintLine FROM complianceReportCountLine

    MOVE "  Warnings"                    TO complianceReportCountLabel
    MOVE complianceWarningCount          TO complianceReportCountValue
    WRITE complianceReportPrintLine FROM complianceReportCountLine

    WRITE complianceReportPrintLine FROM complianceReportBlankLine
    CLOSE complianceReportFile.

writeComplianceRuleGroup.
    WRITE complianceReportPrintLine FROM complianceReportBlankLine
    MOVE complianceRuleCode(complianceRuleIndex) TO complianceReportRuleCode
    MOVE complianceRuleTitle(complianceRuleIndex) TO complianceReportRuleTitle
    WRITE complianceReportPrintLine FROM complianceReportRuleLine
    MOVE ZERO TO complianceRuleListedCount
    PERFORM writeOneComplianceExceptionForRule
        VARYING complianceExceptionIndex FROM 1 BY 1
        UNTIL complianceExceptionIndex > complianceExceptionCount
    IF complianceRuleListedCount = ZERO
        MOVE "None." TO complianceReportNoteText
        WRITE complianceReportPrintLine FROM complianceReportNoteLine
    END-IF.

writeOneComplianceExceptionForRule.
    IF exceptionRuleCode(complianceExceptionIndex)
       = complianceRuleCode(complianceRuleIndex)
        ADD 1 TO complianceRuleListedCount
        MOVE exceptionEmployeeIdentifier(complianceExceptionIndex)
            TO complianceReportEmployeeId
        MOVE exceptionDispositionText(complianceExceptionIndex)
            TO complianceReportDispositionText
        MOVE exceptionApprovedByText(complianceExceptionIndex)
            TO complianceReportApprovedByText
        MOVE exceptionDetailText(complianceExceptionIndex)
            TO complianceReportDetailText
        WRITE complianceReportPrintLine FROM complianceReportDetailLine
    END-IF.

applyWageHourComplianceRow.
    *> A code already in the compliance table takes the row's figure;
    *> a new code takes the next empty slot with no floors of its own
    *> and no deadline until its other rows arrive.
    MOVE taxRateEntryCode(1:2) TO complianceLookupStateCode
    PERFORM lookUpWageHourComplianceEntry
    IF NOT complianceStateWasFound
        IF wageHourComplianceEntryCount < 20
            ADD 1 TO wageHourComplianceEntryCount
            MOVE wageHourComplianceEntryCount TO wageHourComplianceIndex
            MOVE complianceLookupStateCode
                TO complianceStateCode(wageHourComplianceIndex)
            MOVE ZERO TO complianceMinimumWageAmount(wageHourComplianceIndex)
            MOVE ZERO TO complianceExemptSalaryAmount(wageHourComplianceIndex)
            MOVE complianceNoDeadlineDays
                TO complianceFinalPayDeadlineDays(wageHourComplianceIndex)
            SET complianceStateWasFound TO TRUE
        ELSE
            DISPLAY "errorMessage=Wage-and-hour compliance table is full; tax rate row for "
                taxRateTableCode " " taxRateEntryCode(1:2) " ignored"
        END-IF
    END-IF
    IF complianceStateWasFound
        EVALUATE TRUE
            WHEN taxRateIsMinimumWage
                MOVE taxRateLimitAmount
                    TO complianceMinimumWageAmount(wageHourComplianceIndex)
            WHEN taxRateIsExemptSalaryFloor
                MOVE taxRateLimitAmount
                    TO complianceExemptSalaryAmount(wageHourComplianceIndex)
            WHEN taxRateIsFinalPayDeadline
                MOVE taxRateLimitAmount
                    TO complianceFinalPayDeadlineDays(wageHourComplianceIndex)
        END-EVALUATE
    END-IF.

payFinalLeavePayoutForCurrentEmployee.
    *> Pays out a terminated employee's unused leave balance as a
    *> final check through the normal calculation path, so federal and
    *> paid, the record goes fully inactive and the balance is spent,
    *> so the next run skips this employee entirely.
    PERFORM moveMasterRecordIntoWorkingFields
    *> A payout already past the state's deadline is reported, never
    *> held: holding it would only make it later.
    PERFORM checkFinalPayoutDeadlineForCurrentEmployee
    MOVE ZERO TO regularHoursWorked
    MOVE ZERO TO overtimeHoursWorked
    MOVE ZERO TO performanceBonusAmount
    MOVE ZERO TO benefitDeductionAmount
    MOVE employeeMasterLeaveBalanceHours TO leaveHoursTaken
    PERFORM deriveHourlyEquivalentForFinalPayout
    *> Retro pay still owed rides the final check -- there will be no
    *> later one to carry it.
    PERFORM collectPendingRetroPayForEmployee
    PERFORM calculatePayrollAmounts
    PERFORM computeEmployerPayrollCosts
    SET employeeMasterIsInactive TO TRUE
    PERFORM writeAchEntryDetailForCurrentEmployee
    PERFORM writePrintedCheckForCurrentEmployee
    PERFORM writePayHistoryRecord
    PERFORM markPendingRetroPayAsPaid
    PERFORM writeRestartCheckpoint
    PERFORM rewriteDeductionBalances.

    END-IF
    PERFORM readNextPayCalendarLine.

loadTaxRatesInEffect.
    *> Lays the tax rate file's rows in effect on the period's end
    *> date over the compiled-in starting rates. The file is read
    *> front to back in key order -- table, entry, then effective
    *> date -- so each entry's rows arrive oldest first and the last
    *> one on or before the as-of date is the one left standing. No
    *> file at all (an installation that has not filed a rate yet)
    *> leaves the starting rates in place; a file that is there but
    *> cannot be read stops the run, since withholding at the wrong
    *> rates is worse than not running.
    IF currentPeriodEndDate NOT = SPACES
        MOVE currentPeriodEndDate TO taxRateAsOfDate
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO taxRateAsOfDate
    END-IF
    MOVE ZERO TO taxRateRowsAppliedCount
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
        PERFORM readNextTaxRateRow
        PERFORM applyOneTaxRateRow
            UNTIL taxRatesAtEnd
        CLOSE taxRateFile
    END-IF.

readNextTaxRateRow.
    READ taxRateFile NEXT RECORD
        AT END SET taxRatesAtEnd TO TRUE
    END-READ.

applyOneTaxRateRow.
    IF taxRateEffectiveDate <= taxRateAsOfDate
        ADD 1 TO taxRateRowsAppliedCount
        EVALUATE TRUE
            WHEN taxRateIsFederalBracket
                PERFORM applyFederalBracketRateRow
            WHEN taxRateIsStandardDeduction
                EVALUATE taxRateEntryCode
                    WHEN "M"
                        MOVE taxRateLimitAmount
                            TO marriedStandardDeductionAmount
                    WHEN "H"
                        MOVE taxRateLimitAmount
                            TO headHouseholdStandardDeductionAmount
                    WHEN "S"
                        MOVE taxRateLimitAmount
                            TO singleStandardDeductionAmount
                END-EVALUATE
            WHEN taxRateIsStateWithholding
                PERFORM applyStateWithholdingRateRow
            WHEN taxRateIsStateUnemployment
                PERFORM applyStateUnemploymentRateRow
            WHEN taxRateIsMinimumWage
            WHEN taxRateIsExemptSalaryFloor
            WHEN taxRateIsFinalPayDeadline
                PERFORM applyWageHourComplianceRow
            WHEN taxRateIsFederalUnemployment
                MOVE taxRateRatePercentage TO federalUnemploymentTaxRate
                MOVE taxRateLimitAmount
                    TO federalUnemploymentWageCapAmount
            WHEN taxRateIsFica
                EVALUATE taxRateEntryCode
                    WHEN "ER"
                        MOVE taxRateRatePercentage
                            TO employerFicaMatchRate
                    WHEN "SS"
                        MOVE taxRateRatePercentage
                            TO employeeSocialSecurityTaxRate
                        MOVE taxRateLimitAmount
                            TO socialSecurityWageBaseAmount
                    WHEN "MED"
                        MOVE taxRateRatePercentage
                            TO employeeMedicareTaxRate
                    WHEN "AMED"
                        MOVE taxRateRatePercentage
                            TO additionalMedicareTaxRate
                        MOVE taxRateLimitAmount
                            TO additionalMedicareThresholdAmount
                END-EVALUATE
        END-EVALUATE
    END-IF
    PERFORM readNextTaxRateRow.

applyFederalBracketRateRow.
    *> The entry code is the filing status then the bracket number;
    *> the maintenance program refuses any other shape, so a row
    *> that slips through anyway is simply ignored.
    IF taxRateEntryCode(2:1) IS NUMERIC
        MOVE taxRateEntryCode(2:1) TO taxRateBracketNumber
        IF taxRateBracketNumber >= 1 AND taxRateBracketNumber <= 6
            EVALUATE taxRateEntryCode(1:1)
                WHEN "S"
                    MOVE taxRateLimitAmount
                        TO singleFilerBracketUpperLimit(taxRateBracketNumber)
                    MOVE taxRateRatePercentage
                        TO singleFilerBracketRate(taxRateBracketNumber)
                WHEN "M"
                    MOVE taxRateLimitAmount
                        TO marriedFilerBracketUpperLimit(taxRateBracketNumber)
                    MOVE taxRateRatePercentage
                        TO marriedFilerBracketRate(taxRateBracketNumber)
                WHEN "H"
                    MOVE taxRateLimitAmount
                        TO headHouseholdBracketUpperLimit(taxRateBracketNumber)
                    MOVE taxRateRatePercentage
                        TO headHouseholdBracketRate(taxRateBracketNumber)
            END-EVALUATE
        END-IF
    END-IF.

applyStateWithholdingRateRow.
    *> A code already in the table takes the row's rate; a new code
    *> takes the next empty slot.
    MOVE "N" TO taxRateStateFoundSwitch
    PERFORM matchStateWithholdingRateEntry
        VARYING stateTaxRateIndex FROM 1 BY 1
        UNTIL stateTaxRateIndex > stateTaxRateEntryCount
           OR taxRateStateWasFound
    IF taxRateStateWasFound
        *> Stepped back one past the match, as every VARYING lookup
        *> in this program is.
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
        ELSE
            DISPLAY "errorMessage=State withholding table is full; tax rate row for state "
                taxRateEntryCode(1:2) " ignored"
        END-IF
    END-IF.

matchStateWithholdingRateEntry.
    IF stateTaxRateStateCode(stateTaxRateIndex) = taxRateEntryCode(1:2)
        SET taxRateStateWasFound TO TRUE
    END-IF.

applyStateUnemploymentRateRow.
    MOVE "N" TO taxRateStateFoundSwitch
    PERFORM matchStateUnemploymentRateEntry
        VARYING stateUnemploymentIndex FROM 1 BY 1
        UNTIL stateUnemploymentIndex > stateUnemploymentEntryCount
           OR taxRateStateWasFound
    IF taxRateStateWasFound
        SUBTRACT 1 FROM stateUnemploymentIndex
        MOVE taxRateRatePercentage
            TO stateUnemploymentRatePercentage(stateUnemploymentIndex)
        MOVE taxRateLimitAmount
            TO stateUnemploymentWageCapAmount(stateUnemploymentIndex)
    ELSE
        IF stateUnemploymentEntryCount < 20
            ADD 1 TO stateUnemploymentEntryCount
            MOVE taxRateEntryCode(1:2)
                TO stateUnemploymentStateCode(stateUnemploymentEntryCount)
            MOVE taxRateRatePercentage
                TO stateUnemploymentRatePercentage(stateUnemploymentEntryCount)
            MOVE taxRateLimitAmount
                TO stateUnemploymentWageCapAmount(stateUnemploymentEntryCount)
        ELSE
            DISPLAY "errorMessage=State unemployment table is full; tax rate row for state "
                taxRateEntryCode(1:2) " ignored"
        END-IF
    END-IF.

matchStateUnemploymentRateEntry.
    IF stateUnemploymentStateCode(stateUnemploymentIndex)
       = taxRateEntryCode(1:2)
        SET taxRateStateWasFound TO TRUE
    END-IF.

loadEarningsCodeTable.
    *> The whole code table, read once into working storage. Retired
    *> codes are loaded too: the feed check refuses them, but a void's
    *> reissue of a period that paid one still books it to its own
    *> account. No table on hand simply means no code is recognized.
    MOVE ZERO TO earningsCodeTableCount
    MOVE "N" TO earningsCodeTableEndSwitch
    OPEN INPUT earningsCodeFile
    IF earningsCodeFileStatus = "00"
        MOVE LOW-VALUES TO earningsCodeIdentifier
        START earningsCodeFile KEY IS NOT LESS THAN earningsCodeIdentifier
            INVALID KEY SET earningsCodeTableAtEnd TO TRUE
        END-START
        IF NOT earningsCodeTableAtEnd
            PERFORM readNextEarningsCodeRow
            PERFORM storeOneEarningsCodeRow
                UNTIL earningsCodeTableAtEnd
        END-IF
        CLOSE earningsCodeFile
    END-IF.

readNextEarningsCodeRow.
    READ earningsCodeFile NEXT RECORD
        AT END SET earningsCodeTableAtEnd TO TRUE
    END-READ.

storeOneEarningsCodeRow.
    IF earningsCodeTableCount < 50
        ADD 1 TO earningsCodeTableCount
        MOVE earningsCodeIdentifier
            TO earningsTableCode(earningsCodeTableCount)
        MOVE earningsCodeDescriptionText
            TO earningsTableDescription(earningsCodeTableCount)
        MOVE earningsCodeMethodCode
            TO earningsTableMethodCode(earningsCodeTableCount)
        MOVE earningsCodeRateAmount
            TO earningsTableRateAmount(earningsCodeTableCount)
        MOVE earningsCodePremiumFactor
            TO earningsTablePremiumFactor(earningsCodeTableCount)
        MOVE earningsCodeOvertimeBasisSwitch
            TO earningsTableOvertimeSwitch(earningsCodeTableCount)
        MOVE earningsCodeGlAccountCode
            TO earningsTableGlAccountCode(earningsCodeTableCount)
        MOVE earningsCodeActiveSwitch
            TO earningsTableActiveSwitch(earningsCodeTableCount)
    ELSE
        DISPLAY "errorMessage=Earnings code table carries more codes than the engine holds; code "
            earningsCodeIdentifier " ignored"
    END-IF
    PERFORM readNextEarningsCodeRow.

lookUpEarningsCode.
    MOVE "N" TO earningsCodeFoundSwitch
    PERFORM findEarningsCodeEntry
        VARYING earningsCodeTableIndex FROM 1 BY 1
        UNTIL earningsCodeTableIndex > earningsCodeTableCount
           OR earningsCodeWasFound
    IF earningsCodeWasFound
        *> The VARYING loop steps the index past the matching entry
        *> before re-testing the switch, the same way the state tax
        *> lookup does, so it is stepped back one here.
        SUBTRACT 1 FROM earningsCodeTableIndex
    END-IF.

findEarningsCodeEntry.
    IF earningsTableCode(earningsCodeTableIndex) = earningsCodeCandidateText
        SET earningsCodeWasFound TO TRUE
    END-IF.

findNextUncompletedCalendarEntry.
    IF NOT calendarEntryIsCompleted(calendarEntryIndex)
        SET calendarSelectionWasFound TO TRUE
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
    *> The single-employee contract carries no demographics or
    *> employment dates; a record it creates waits for maintenance to
    *> fill them in, and the new-hire report holds it back until then.
    MOVE SPACES TO employeeMasterSocialSecurityNumber
    MOVE SPACES TO employeeMasterBirthDate
    MOVE SPACES TO employeeMasterOriginalHireDate
    MOVE SPACES TO employeeMasterHireDate
    MOVE SPACES TO employeeMasterTerminationDate
    MOVE SPACES TO employeeMasterHomeAddress
    MOVE SPACES TO employeeMasterBankChangeDate.

accumulateYearToDateTotals.
    ADD grossPayAmount             TO employeeMasterYtdGrossPayAmount
    ADD retirementContributionAmount TO employeeMasterYtdRetirementContribution
    ADD paidLeaveAccruedHours      TO employeeMasterYtdPaidLeaveAccruedHours
    ADD grossPayAmount             TO employeeMasterYtdUnemploymentWageBase
    ADD socialSecurityWageAmount   TO employeeMasterYtdSocialSecurityWages
    ADD socialSecurityTaxAmount    TO employeeMasterYtdSocialSecurityWithheld
    ADD grossPayAmount             TO employeeMasterYtdMedicareWages
    ADD medicareTaxAmount          TO employeeMasterYtdMedicareWithheld
    ADD addlMedicareTaxAmount      TO employeeMasterYtdMedicareWithheld
    *> The true available balance moves both ways each period: this
    *> period's accrual comes in, the leave actually taken goes out.
    *> validatePeriodHoursFeedRecord guarantees the subtraction cannot
            TO employeeMasterQtdSutaTaxableWages(currentQuarterNumber)
        ADD employerSutaAmount
            TO employeeMasterQtdSutaAmount(currentQuarterNumber)
        ADD socialSecurityWageAmount
            TO employeeMasterQtdSocialSecurityWages(currentQuarterNumber)
        ADD socialSecurityTaxAmount
            TO employeeMasterQtdSocialSecurityWithheld(currentQuarterNumber)
        ADD medicareTaxAmount
            TO employeeMasterQtdMedicareWithheld(currentQuarterNumber)
        ADD addlMedicareWageAmount
            TO employeeMasterQtdAddlMedicareWages(currentQuarterNumber)
        ADD addlMedicareTaxAmount
            TO employeeMasterQtdAddlMedicareWithheld(currentQuarterNumber)
    END-IF.

zeroOneEmployeeMasterQuarterEntry.
    MOVE ZERO TO employeeMasterQtdFutaTaxableWages(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdFutaAmount(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdSutaTaxableWages(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdSutaAmount(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdSocialSecurityWages(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdSocialSecurityWithheld(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdMedicareWithheld(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdAddlMedicareWages(employeeMasterQuarterIndex)
    MOVE ZERO TO employeeMasterQtdAddlMedicareWithheld(employeeMasterQuarterIndex).

openPeriodHoursFeedFileForBatch.
    *> A batch run with no feed submitted is not an error -- it just
    *> found, overwrites both the working fields calculatePayrollAmounts
    *> is about to use and the employeeMaster fields processOneBatch
    *> EmployeeRecord is about to REWRITE, so this run reflects this
    *> period's actual hours and current work-state code, instead of
    *> whatever was frozen onto the master the first time this
    *> employee was ever seen. A new wage, salary, pay type, or set of
    *> direct-deposit details on the row is the exception: it is filed
    *> for approval and reaches the master only through the pending
    *> change approval run.
    IF periodHoursFeedIsAvailable
        MOVE "N" TO periodHoursFeedRecordFoundSwitch
        MOVE employeeMasterEmployeeIdentifier TO periodHoursFeedEmployeeIdentifier
                    TO benefitDeductionAmount employeeMasterBenefitDeductionAmount
                MOVE periodHoursFeedPerformanceBonusAmount
                    TO performanceBonusAmount employeeMasterPerformanceBonusAmount
                *> A new wage, salary, pay type, or set of bank
                *> details on the row is not paid on: it is filed for
                *> a second user's approval and this period pays on
                *> the values already on the master.
                PERFORM holdSensitiveFeedChangesForApproval
                MOVE periodHoursFeedWorkStateCode
                    TO workStateCodeText employeeMasterWorkStateCode
                MOVE periodHoursFeedLeaveHoursTaken TO leaveHoursTaken
                MOVE periodHoursFeedPayFrequencyCode
                    TO payFrequencyCodeText employeeMasterPayFrequencyCode
                *> A department move reaches a batch run through the
                    MOVE periodHoursFeedDepartmentCode
                        TO employeeMasterDepartmentCode
                END-IF
                *> Coded earnings are this period's alone; like leave
                *> taken, nothing about them is kept on the master.
                PERFORM copyFeedEarningsLinesToCurrentPeriod
            ELSE
                DISPLAY "errorMessage=Period-hours feed entry for employeeIdentifier="
                    FUNCTION TRIM(employeeMasterEmployeeIdentifier)
        END-IF
    END-IF.

holdSensitiveFeedChangesForApproval.
    MOVE "HOURSFD" TO pendingChangeSourceText
    MOVE periodHoursFeedSubmittedByUser TO pendingChangeRequesterText
    IF pendingChangeRequesterText = SPACES
        MOVE "HOURSFD" TO pendingChangeRequesterText
    END-IF
    IF periodHoursFeedHourlyWageAmount NOT = employeeMasterHourlyWageAmount
        PERFORM setPendingChangeCandidateFromMaster
        MOVE periodHoursFeedHourlyWageAmount TO candidateHourlyWage
        MOVE "WAGE" TO pendingChangeCandidateFieldCode
        PERFORM holdSensitiveChangeForApproval
    END-IF
    *> Routing and account travel as one change. Blank details
    *> (moving the employee to a printed check) are a change like any
    *> other.
    IF periodHoursFeedBankRoutingNumber NOT = employeeMasterBankRoutingNumber
       OR periodHoursFeedBankAccountNumber NOT = employeeMasterBankAccountNumber
        PERFORM setPendingChangeCandidateFromMaster
        MOVE periodHoursFeedBankRoutingNumber TO candidateRoutingNumber
        MOVE periodHoursFeedBankAccountNumber TO candidateAccountNumber
        MOVE "BANK" TO pendingChangeCandidateFieldCode
        PERFORM holdSensitiveChangeForApproval
    END-IF
    *> A move between hourly and salaried files the new type with its
    *> salary as one change; a new salary for someone staying salaried
    *> files on its own. An hourly employee's salary is not used, so
    *> a difference in it is not a change worth approving.
    MOVE employeeMasterPayTypeCode TO masterPayTypeCode
    IF masterPayTypeCode = SPACE
        MOVE "H" TO masterPayTypeCode
    END-IF
    MOVE periodHoursFeedPayTypeCode TO feedPayTypeCode
    IF feedPayTypeCode = SPACE
        MOVE "H" TO feedPayTypeCode
    END-IF
    IF feedPayTypeCode NOT = masterPayTypeCode
        PERFORM setPendingChangeCandidateFromMaster
        MOVE feedPayTypeCode TO candidatePayTypeCode
        MOVE periodHoursFeedAnnualSalaryAmount TO candidateAnnualSalary
        MOVE "PTYP" TO pendingChangeCandidateFieldCode
        PERFORM holdSensitiveChangeForApproval
    ELSE
        IF feedPayTypeCode = "S"
           AND periodHoursFeedAnnualSalaryAmount
               NOT = employeeMasterAnnualSalaryAmount
            PERFORM setPendingChangeCandidateFromMaster
            MOVE periodHoursFeedAnnualSalaryAmount TO candidateAnnualSalary
            MOVE "SALY" TO pendingChangeCandidateFieldCode
            PERFORM holdSensitiveChangeForApproval
        END-IF
    END-IF.

holdSingleEmployeeSensitiveChanges.
    *> An employee already on the master is paid on the wage and bank
    *> details approved onto it; different ones on this run's input
    *> are filed for approval. A first-ever run for an identifier
    *> creates the record from its input, the same as a HIRE does.
    PERFORM openEmployeeMasterFileForSingleUpdate
    MOVE employeeIdentifierText TO employeeMasterEmployeeIdentifier
    MOVE "N" TO employeeMasterRecordFoundSwitch
    READ employeeMasterFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET employeeMasterRecordWasFound TO TRUE
    END-READ
    IF employeeMasterRecordWasFound
        MOVE "ENGINE" TO pendingChangeSourceText
        MOVE "ENGINE" TO pendingChangeRequesterText
        PERFORM openPendingChangeFileForRun
        PERFORM holdSensitiveInputChangesForApproval
        PERFORM closePendingChangeFileForRun
    END-IF
    CLOSE employeeMasterFile.

holdSensitiveInputChangesForApproval.
    *> On entry the master record holds the employee's approved
    *> values. The input's wage and bank details are compared with
    *> them; a difference is filed and the approved value put back in
    *> its place, so the calculation and the master both keep it.
    IF hourlyWageAmount NOT = employeeMasterHourlyWageAmount
        PERFORM setPendingChangeCandidateFromMaster
        MOVE hourlyWageAmount TO candidateHourlyWage
        MOVE "WAGE" TO pendingChangeCandidateFieldCode
        PERFORM holdSensitiveChangeForApproval
        MOVE employeeMasterHourlyWageAmount TO hourlyWageAmount
    END-IF
    IF bankRoutingNumberText NOT = employeeMasterBankRoutingNumber
       OR bankAccountNumberText NOT = employeeMasterBankAccountNumber
        PERFORM setPendingChangeCandidateFromMaster
        MOVE bankRoutingNumberText TO candidateRoutingNumber
        MOVE bankAccountNumberText TO candidateAccountNumber
        MOVE "BANK" TO pendingChangeCandidateFieldCode
        PERFORM holdSensitiveChangeForApproval
        MOVE employeeMasterBankRoutingNumber TO bankRoutingNumberText
        MOVE employeeMasterBankAccountNumber TO bankAccountNumberText
    END-IF.

setPendingChangeCandidateFromMaster.
    MOVE employeeMasterBankRoutingNumber   TO candidateRoutingNumber
    MOVE employeeMasterBankAccountNumber   TO candidateAccountNumber
    MOVE employeeMasterHourlyWageAmount    TO candidateHourlyWage
    MOVE employeeMasterPayTypeCode         TO candidatePayTypeCode
    MOVE employeeMasterAnnualSalaryAmount  TO candidateAnnualSalary.

holdSensitiveChangeForApproval.
    *> A PROOF run files nothing; it reports what a BATCH run would
    *> hold.
    ADD 1 TO changesHeldForApprovalCount
    EVALUATE pendingChangeCandidateFieldCode
        WHEN "BANK"
            MOVE "bank details" TO pendingChangeFieldNameText
        WHEN "WAGE"
            MOVE "hourly wage" TO pendingChangeFieldNameText
        WHEN "SALY"
            MOVE "annual salary" TO pendingChangeFieldNameText
        WHEN OTHER
            MOVE "pay type" TO pendingChangeFieldNameText
    END-EVALUATE
    IF proofPayrollModeRequested
        MOVE "HELD FOR APPROVAL" TO proofReportExceptionTag
        MOVE employeeMasterEmployeeIdentifier
            TO proofReportExceptionEmployeeId
        MOVE SPACES TO proofReportExceptionText
        STRING "new " FUNCTION TRIM(pendingChangeFieldNameText)
            " would wait for approval; paid on the approved value"
            DELIMITED BY SIZE INTO proofReportExceptionText
            ON OVERFLOW CONTINUE
        END-STRING
        WRITE proofReportPrintLine FROM proofReportExceptionLine
    ELSE
        IF pendingChangeFileIsAvailable
            PERFORM fileSensitiveChangeForApproval
        END-IF
        DISPLAY "New " FUNCTION TRIM(pendingChangeFieldNameText)
            " for employeeIdentifier="
            FUNCTION TRIM(employeeMasterEmployeeIdentifier)
            " held for approval, paying on the approved value"
    END-IF.

fileSensitiveChangeForApproval.
    *> The employee's earlier requests for the same field are browsed
    *> first: one already pending with identical after values means
    *> this request is already on file (the feed carries the same
    *> values period after period until they are approved); one
    *> pending with different values is superseded, since only the
    *> latest request can be approved.
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
        MOVE pendingChangeSourceText TO pendingChangeSourceCode
        MOVE pendingChangeRequesterText TO pendingChangeRequestedByUser
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
    END-IF.

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
            MOVE pendingChangeRequesterText TO pendingChangeDecidedByUser
            MOVE pendingChangeRequestTimestampText TO pendingChangeDecisionTimestamp
            MOVE "Superseded by a later request" TO pendingChangeDecisionNoteText
            REWRITE pendingChangeRecord
        END-IF
    END-IF
    PERFORM readNextPendingChangeForField.

openPendingChangeFileForRun.
    *> The pending change file will not exist before the first
    *> sensitive change is ever filed; create it rather than treating
    *> that as an error. A file that still cannot be opened leaves
    *> changes unfiled (and unpaid) and says so -- the submitter has
    *> to send them again.
    MOVE "N" TO pendingChangeFileAvailableSwitch
    OPEN I-O pendingChangeFile
    IF pendingChangeFileStatus = "35"
        OPEN OUTPUT pendingChangeFile
        CLOSE pendingChangeFile
        OPEN I-O pendingChangeFile
    END-IF
    IF pendingChangeFileStatus = "00"
        SET pendingChangeFileIsAvailable TO TRUE
    ELSE
        DISPLAY "errorMessage=Pending change file is not available, status "
            pendingChangeFileStatus
            "; bank and pay rate changes this run will not be filed for approval"
    END-IF.

closePendingChangeFileForRun.
    IF pendingChangeFileIsAvailable
        CLOSE pendingChangeFile
    END-IF.

checkRecentBankChangeForCurrentEmployee.
    *> Calls out a direct deposit going to bank details changed only
    *> days before the pay date. The change was approved, but a
    *> diverted deposit is still worth a phone call to the employee
    *> before the file goes to the bank.
    IF employeeMasterBankChangeDate NOT = SPACES
       AND employeeMasterBankChangeDate IS NUMERIC
       AND FUNCTION TRIM(employeeMasterBankRoutingNumber) NOT = SPACES
       AND NOT employeeMasterBankDetailsAreUnusable
        MOVE currentPeriodScheduledPayDate TO bankChangePaymentDate
        IF bankChangePaymentDate = SPACES
           OR bankChangePaymentDate IS NOT NUMERIC
            MOVE FUNCTION CURRENT-DATE(1:8) TO bankChangePaymentDate
        END-IF
        COMPUTE bankChangeDaysBeforePayment =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(bankChangePaymentDate))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(employeeMasterBankChangeDate))
        IF bankChangeDaysBeforePayment >= ZERO
           AND bankChangeDaysBeforePayment <= bankChangeAlertDayCount
            ADD 1 TO recentBankChangeAlertCount
            MOVE bankChangeDaysBeforePayment TO bankChangeDaysDisplay
            IF proofPayrollModeRequested
                MOVE "RECENT BANK CHANGE" TO proofReportExceptionTag
                MOVE employeeMasterEmployeeIdentifier
                    TO proofReportExceptionEmployeeId
                MOVE SPACES TO proofReportExceptionText
                STRING "direct deposit to bank details changed "
                    employeeMasterBankChangeDate ", "
                    FUNCTION TRIM(bankChangeDaysDisplay) " days before the pay date"
                    DELIMITED BY SIZE INTO proofReportExceptionText
                    ON OVERFLOW CONTINUE
                END-STRING
                WRITE proofReportPrintLine FROM proofReportExceptionLine
            ELSE
                DISPLAY "alert=Direct deposit for employeeIdentifier="
                    FUNCTION TRIM(employeeMasterEmployeeIdentifier)
                    " goes to bank details changed " employeeMasterBankChangeDate
                    ", " FUNCTION TRIM(bankChangeDaysDisplay) " days before the pay date"
            END-IF
        END-IF
    END-IF.

validatePeriodHoursFeedRecord.
    *> Feed-sourced bank/state fields reach calculatePayrollAmounts and
    *> writeAchEntryDetailForCurrentEmployee the same way master-sourced
        MOVE periodHoursFeedWorkStateCode TO workStateCodeText
        PERFORM findStateTaxRateTableEntry
            VARYING stateTaxRateIndex FROM 1 BY 1
            UNTIL stateTaxRateIndex > stateTaxRateEntryCount
               OR stateTaxRateWasFound
        IF NOT stateTaxRateWasFound
            MOVE "work state code is not recognized" TO periodHoursFeedRejectReasonText
                TO periodHoursFeedRejectReasonText
            SET periodHoursFeedRecordIsInvalid TO TRUE
        END-IF
    END-IF

    *> Coded earnings guardrails: a code the table does not carry (or
    *> has retired) has no price, no GL account, and no stub label,
    *> and a line missing what its method needs would pay zero, so
    *> either rejects the row whole.
    IF periodHoursFeedRecordIsValid
        PERFORM checkOneFeedEarningsLine
            VARYING feedEarningsIndex FROM 1 BY 1
            UNTIL feedEarningsIndex > 6
               OR periodHoursFeedRecordIsInvalid
    END-IF.

checkOneFeedSplitEntry.
            TO feedSplitFractionTotal
    END-IF.

checkOneFeedEarningsLine.
    IF periodHoursFeedEarningsCode(feedEarningsIndex) = SPACES
        IF periodHoursFeedEarningsHours(feedEarningsIndex) > ZERO
           OR periodHoursFeedEarningsRate(feedEarningsIndex) > ZERO
           OR periodHoursFeedEarningsAmount(feedEarningsIndex) > ZERO
            MOVE "earnings line carries figures but no earnings code"
                TO periodHoursFeedRejectReasonText
            SET periodHoursFeedRecordIsInvalid TO TRUE
        END-IF
    ELSE
        MOVE periodHoursFeedEarningsCode(feedEarningsIndex)
            TO earningsCodeCandidateText
        PERFORM lookUpEarningsCode
        IF NOT earningsCodeWasFound
            MOVE "earnings code is not on the earnings code table"
                TO periodHoursFeedRejectReasonText
            SET periodHoursFeedRecordIsInvalid TO TRUE
        ELSE
            IF earningsTableActiveSwitch(earningsCodeTableIndex) NOT = "Y"
                MOVE "earnings code is retired"
                    TO periodHoursFeedRejectReasonText
                SET periodHoursFeedRecordIsInvalid TO TRUE
            ELSE
                PERFORM checkFeedEarningsLineForMethod
            END-IF
        END-IF
    END-IF.

checkFeedEarningsLineForMethod.
    EVALUATE earningsTableMethodCode(earningsCodeTableIndex)
        WHEN "H"
            IF periodHoursFeedEarningsHours(feedEarningsIndex) = ZERO
                MOVE "rate-times-hours earnings line carries no hours"
                    TO periodHoursFeedRejectReasonText
                SET periodHoursFeedRecordIsInvalid TO TRUE
            END-IF
            IF periodHoursFeedEarningsRate(feedEarningsIndex) = ZERO
               AND earningsTableRateAmount(earningsCodeTableIndex) = ZERO
                MOVE "earnings line carries no rate and its code has none"
                    TO periodHoursFeedRejectReasonText
                SET periodHoursFeedRecordIsInvalid TO TRUE
            END-IF
        WHEN "F"
            IF periodHoursFeedEarningsAmount(feedEarningsIndex) = ZERO
               AND earningsTableRateAmount(earningsCodeTableIndex) = ZERO
                MOVE "earnings line carries no amount and its code has none"
                    TO periodHoursFeedRejectReasonText
                SET periodHoursFeedRecordIsInvalid TO TRUE
            END-IF
        WHEN "P"
            IF periodHoursFeedEarningsHours(feedEarningsIndex) = ZERO
                MOVE "premium earnings line carries no hours"
                    TO periodHoursFeedRejectReasonText
                SET periodHoursFeedRecordIsInvalid TO TRUE
            END-IF
        WHEN OTHER
            MOVE "earnings code carries an unrecognized method"
                TO periodHoursFeedRejectReasonText
            SET periodHoursFeedRecordIsInvalid TO TRUE
    END-EVALUATE.

copyFeedEarningsLinesToCurrentPeriod.
    MOVE ZERO TO currentEarningsLineCount
    PERFORM copyOneFeedEarningsLine
        VARYING feedEarningsIndex FROM 1 BY 1
        UNTIL feedEarningsIndex > 6.

copyOneFeedEarningsLine.
    IF periodHoursFeedEarningsCode(feedEarningsIndex) NOT = SPACES
        ADD 1 TO currentEarningsLineCount
        MOVE periodHoursFeedEarningsCode(feedEarningsIndex)
            TO earningsLineCode(currentEarningsLineCount)
        MOVE periodHoursFeedEarningsHours(feedEarningsIndex)
            TO earningsLineHours(currentEarningsLineCount)
        MOVE periodHoursFeedEarningsRate(feedEarningsIndex)
            TO earningsLineRateAmount(currentEarningsLineCount)
        MOVE periodHoursFeedEarningsAmount(feedEarningsIndex)
            TO earningsLineAmount(currentEarningsLineCount)
        MOVE "N" TO earningsLinePricedSwitch(currentEarningsLineCount)
    END-IF.

moveMasterRecordIntoWorkingFields.
    *> Batch records already hold numeric values, so the engine's
    *> calculation paragraphs can be driven without the text-to-numeric
    MOVE employeeMasterAnnualSalaryAmount     TO annualSalaryAmount
    MOVE employeeMasterPayFrequencyCode       TO payFrequencyCodeText
    PERFORM copyWithholdingElectionsFromMaster
    PERFORM copyFicaWageBasesFromMaster
    *> Leave taken only ever arrives through the period feed (or a
    *> final payout); the master carries no per-period value for it.
    MOVE ZERO                                 TO leaveHoursTaken
    *> Retro pay is collected separately by the paths that pay it.
    MOVE ZERO                                 TO retroPayAmount
    *> Coded earnings only ever arrive on this period's feed row.
    MOVE ZERO                                 TO currentEarningsLineCount.

copyWithholdingElectionsFromMaster.
    MOVE employeeMasterFilingStatusCode       TO filingStatusCodeText
    MOVE employeeMasterDependentCreditAmount  TO dependentCreditAmount
    MOVE employeeMasterExtraWithholdingAmount TO extraWithholdingAmount.

copyFicaWageBasesFromMaster.
    *> The year's Social Security and Medicare wages as they stand
    *> before this period, which the FICA calculation caps and
    *> thresholds against.
    MOVE employeeMasterYtdSocialSecurityWages TO ficaPriorSocialSecurityWages
    MOVE employeeMasterYtdMedicareWages       TO ficaPriorMedicareWages.

loadWithholdingElectionsForSingleRun.
    *> The single-employee contract carries no election fields of its
    *> own -- elections arrive only through maintenance -- but an
    MOVE SPACE TO filingStatusCodeText
    MOVE ZERO TO dependentCreditAmount
    MOVE ZERO TO extraWithholdingAmount
    *> The year's FICA wages are fetched on the same read, so the
    *> wage base and the additional Medicare threshold apply on this
    *> path too; a first-ever employee starts the year at zero.
    MOVE ZERO TO ficaPriorSocialSecurityWages
    MOVE ZERO TO ficaPriorMedicareWages
    OPEN INPUT employeeMasterFile
    IF employeeMasterFileStatus = "00"
        MOVE employeeIdentifierText TO employeeMasterEmployeeIdentifier
            INVALID KEY CONTINUE
            NOT INVALID KEY
                PERFORM copyWithholdingElectionsFromMaster
                PERFORM copyFicaWageBasesFromMaster
        END-READ
        CLOSE employeeMasterFile
    END-IF.
    MOVE taxWithholdingAmount        TO registerTaxWithholdingAmount
    MOVE retirementContributionAmount TO registerRetirementContribution
    MOVE netPayAmount                TO registerNetPayAmount
    MOVE socialSecurityTaxAmount     TO registerSocialSecurityAmount
    COMPUTE registerMedicareAmount =
        medicareTaxAmount + addlMedicareTaxAmount
    MOVE currentPayPeriodNumber      TO registerPayPeriodNumber
    MOVE currentPeriodScheduledPayDate TO registerScheduledPayDate
    MOVE SPACES                      TO registerEntryTypeCode

rebuildLaborDeptTotalsFromReport.
    MOVE ZERO TO laborDeptCount
    MOVE ZERO TO laborEarningsCodeCount
    MOVE "N" TO laborCostRebuildEndSwitch
    OPEN INPUT laborCostReportFile
    IF laborCostReportFileStatus NOT = "00"
        MOVE laborCostReportPrintLine TO laborDetailCandidateLineText
        PERFORM holdLaborDetailLineForDeptBlocks
    END-IF
    IF laborCostReportPrintLine(1:12) = "    EARNINGS"
        MOVE laborCostReportPrintLine TO laborCostEarningsLine
        MOVE laborCostEarningsCode TO earningsCodeCandidateText
        COMPUTE laborEarningsSliceAmount =
            FUNCTION NUMVAL(laborCostReportPrintLine(55:12))
        PERFORM addEarningsToLaborCodeTable
    END-IF
    PERFORM readNextLaborCostLineForRebuild.

writeLaborCostReportHeader.
    PERFORM writeOneLaborCostSliceLine
        VARYING departmentSplitIndex FROM 1 BY 1
        UNTIL departmentSplitIndex > departmentSplitCount
    *> The slices above carry the full gross; the coded earnings
    *> inside it are itemized underneath by code and GL account.
    PERFORM writeOneLaborCostEarningsLine
        VARYING currentEarningsLineIndex FROM 1 BY 1
        UNTIL currentEarningsLineIndex > currentEarningsLineCount
    ADD grossPayAmount TO laborCostGrossTotal
    ADD totalEmployerCostAmount TO laborCostEmployerTotal.

    MOVE laborCostDetailLine TO laborDetailCandidateLineText
    PERFORM holdLaborDetailLineForDeptBlocks.

writeOneLaborCostEarningsLine.
    MOVE earningsLineCode(currentEarningsLineIndex)
        TO laborCostEarningsCode
    MOVE earningsLineDescription(currentEarningsLineIndex)
        TO laborCostEarningsDescription
    MOVE earningsLineAmount(currentEarningsLineIndex)
        TO laborCostEarningsAmount
    MOVE earningsLineGlAccountCode(currentEarningsLineIndex)
        TO laborCostEarningsGlAccountCode
    WRITE laborCostReportPrintLine FROM laborCostEarningsLine
    MOVE earningsLineCode(currentEarningsLineIndex)
        TO earningsCodeCandidateText
    MOVE earningsLineAmount(currentEarningsLineIndex)
        TO laborEarningsSliceAmount
    PERFORM addEarningsToLaborCodeTable.

addEarningsToLaborCodeTable.
    *> On entry laborCostEarningsLine holds the line just written (or
    *> just read back), which supplies a new entry's description and
    *> account.
    MOVE "N" TO laborEarningsFoundSwitch
    PERFORM findLaborEarningsCodeEntry
        VARYING laborEarningsCodeIndex FROM 1 BY 1
        UNTIL laborEarningsCodeIndex > laborEarningsCodeCount
           OR laborEarningsCodeWasFound
    IF laborEarningsCodeWasFound
        SUBTRACT 1 FROM laborEarningsCodeIndex
    ELSE
        IF laborEarningsCodeCount < 50
            ADD 1 TO laborEarningsCodeCount
            MOVE laborEarningsCodeCount TO laborEarningsCodeIndex
            MOVE earningsCodeCandidateText
                TO laborEarningsCode(laborEarningsCodeIndex)
            MOVE laborCostEarningsDescription
                TO laborEarningsDescription(laborEarningsCodeIndex)
            MOVE laborCostEarningsGlAccountCode
                TO laborEarningsGlAccountCode(laborEarningsCodeIndex)
            MOVE ZERO TO laborEarningsTotalAmount(laborEarningsCodeIndex)
        ELSE
            DISPLAY "errorMessage=More earnings codes than the labor earnings table holds; code total incomplete for "
                earningsCodeCandidateText
            MOVE ZERO TO laborEarningsCodeIndex
        END-IF
    END-IF
    IF laborEarningsCodeIndex > ZERO
        ADD laborEarningsSliceAmount
            TO laborEarningsTotalAmount(laborEarningsCodeIndex)
    END-IF.

findLaborEarningsCodeEntry.
    IF laborEarningsCode(laborEarningsCodeIndex) = earningsCodeCandidateText
        SET laborEarningsCodeWasFound TO TRUE
    END-IF.

holdLaborDetailLineForDeptBlocks.
    IF laborDetailLineCount < 600
        ADD 1 TO laborDetailLineCount
    END-IF
    PERFORM writeOneLaborDeptBlock
        VARYING laborDeptIndex FROM 1 BY 1
        UNTIL laborDeptIndex > laborDeptCount
    *> Coded earnings by code, company-wide, so the cost of each shift
    *> premium or commission plan can be read off in one place.
    IF laborEarningsCodeCount > ZERO
        WRITE laborCostReportPrintLine FROM laborCostSeparatorLine
        WRITE laborCostReportPrintLine FROM laborEarningsSectionHeaderLine
        PERFORM writeOneLaborEarningsCodeTotal
            VARYING laborEarningsCodeIndex FROM 1 BY 1
            UNTIL laborEarningsCodeIndex > laborEarningsCodeCount
    END-IF.

writeOneLaborEarningsCodeTotal.
    MOVE laborEarningsCode(laborEarningsCodeIndex)
        TO laborEarningsTotalCode
    MOVE laborEarningsDescription(laborEarningsCodeIndex)
        TO laborEarningsTotalDescription
    MOVE laborEarningsTotalAmount(laborEarningsCodeIndex)
        TO laborEarningsTotalAmountOut
    MOVE laborEarningsGlAccountCode(laborEarningsCodeIndex)
        TO laborEarningsTotalGlAccountCode
    WRITE laborCostReportPrintLine FROM laborEarningsTotalLine.

writeOneLaborDeptBlock.
    WRITE laborCostReportPrintLine FROM laborCostSeparatorLine
        MOVE "N" TO stateTaxRateFoundSwitch
        PERFORM findStateTaxRateTableEntry
            VARYING stateTaxRateIndex FROM 1 BY 1
            UNTIL stateTaxRateIndex > stateTaxRateEntryCount
               OR stateTaxRateWasFound
        IF NOT stateTaxRateWasFound
            MOVE "Work state code is not recognized." TO errorMessageCandidateText
    MOVE ZERO TO leaveHoursTaken
    MOVE "H" TO payTypeCodeText
    MOVE ZERO TO annualSalaryAmount
    MOVE SPACE TO payFrequencyCodeText
    *> Nor does it carry coded earnings, which arrive through the
    *> feed alone (a void's reissue carries the original period's
    *> lines from its history afterwards).
    MOVE ZERO TO currentEarningsLineCount.

calculatePayrollAmounts.
    IF employeeIsSalaried
            hourlyWageAmount * leaveHoursTaken
    END-IF

    PERFORM priceCodedEarningsLines

    *> Gross pay is the total money earned before any deductions are removed.
    COMPUTE grossPayAmount ROUNDED =
        grossRegularPayAmount
        + grossOvertimePayAmount
        + grossLeavePayAmount
        + performanceBonusAmount
        + retroPayAmount
        + codedEarningsTotalAmount
        + earningsOvertimePremiumAmount

    *> Tax withholding is computed progressively against the federal
    *> bracket table rather than one flat rate supplied by the caller,
    COMPUTE taxWithholdingAmount =
        federalTaxWithholdingAmount + stateTaxWithholdingAmount

    *> The employee's Social Security and Medicare come out alongside
    *> the income taxes but are carried apart from them.
    PERFORM computeEmployeeFicaWithholdingAmounts

    *> Retirement contribution is modeled as a fixed percentage to keep the
    *> example approachable.
    COMPUTE retirementContributionAmount ROUNDED =
    COMPUTE netPayAmount ROUNDED =
        grossPayAmount
        - taxWithholdingAmount
        - employeeFicaWithholdingAmount
        - retirementContributionAmount
        - benefitDeductionAmount


    PERFORM applyTypedDeductionsForCurrentEmployee.

computeEmployeeFicaWithholdingAmounts.
    *> Social Security taxes only the slice of this period's gross
    *> that still fits under the annual wage base, measured against
    *> the year's Social Security wages before this period -- the same
    *> shape capUnemploymentTaxableWageAmount gives the employer's
    *> unemployment taxes. Medicare taxes the whole gross, and the
    *> part of it that carries the year's Medicare wages past the
    *> additional Medicare threshold is taxed again at the additional
    *> rate.
    COMPUTE ficaRemainingWageBaseAmount =
        socialSecurityWageBaseAmount - ficaPriorSocialSecurityWages
    IF ficaRemainingWageBaseAmount <= ZERO
        MOVE ZERO TO socialSecurityWageAmount
    ELSE
        IF grossPayAmount > ficaRemainingWageBaseAmount
            MOVE ficaRemainingWageBaseAmount TO socialSecurityWageAmount
        ELSE
            MOVE grossPayAmount TO socialSecurityWageAmount
        END-IF
    END-IF
    COMPUTE socialSecurityTaxAmount ROUNDED =
        socialSecurityWageAmount * employeeSocialSecurityTaxRate
    COMPUTE medicareTaxAmount ROUNDED =
        grossPayAmount * employeeMedicareTaxRate

    COMPUTE ficaMedicareWagesAfterPeriod =
        ficaPriorMedicareWages + grossPayAmount
    IF ficaMedicareWagesAfterPeriod > additionalMedicareThresholdAmount
        COMPUTE addlMedicareWageAmount =
            ficaMedicareWagesAfterPeriod - additionalMedicareThresholdAmount
        IF addlMedicareWageAmount > grossPayAmount
            MOVE grossPayAmount TO addlMedicareWageAmount
        END-IF
    ELSE
        MOVE ZERO TO addlMedicareWageAmount
    END-IF
    COMPUTE addlMedicareTaxAmount ROUNDED =
        addlMedicareWageAmount * additionalMedicareTaxRate

    COMPUTE employeeFicaWithholdingAmount =
        socialSecurityTaxAmount + medicareTaxAmount + addlMedicareTaxAmount.

openDeductionMasterFileForRun.
    *> Optional the same way the period-hours feed is: no deductions
    *> file just means no typed deductions to apply.
    MOVE "N" TO stateUnemploymentFoundSwitch
    PERFORM findStateUnemploymentTableEntry
        VARYING stateUnemploymentIndex FROM 1 BY 1
        UNTIL stateUnemploymentIndex > stateUnemploymentEntryCount
           OR stateUnemploymentWasFound
    IF stateUnemploymentWasFound
        *> The VARYING loop steps the index past the matching entry
    END-IF
    MOVE ZERO TO departmentSplitGrossSoFar
    MOVE ZERO TO departmentSplitEmployerSoFar
    MOVE ZERO TO departmentSplitExpenseSoFar
    PERFORM computeOneDepartmentSliceAmounts
        VARYING departmentSplitIndex FROM 1 BY 1
        UNTIL departmentSplitIndex > departmentSplitCount.

priceCodedEarningsLines.
    *> Each coded line is priced by its code's method: rate times
    *> hours at the line's own rate (the code's standard rate when the
    *> feed sends none), a flat amount (likewise), or a premium of the
    *> factor times the employee's base hourly wage for the hours -- a
    *> salaried employee's base being the salary spread over standard
    *> annual hours. A void's reissue arrives with its lines already
    *> priced from the original period and keeps those amounts.
    MOVE ZERO TO codedEarningsTotalAmount
    MOVE ZERO TO codedEarningsOvertimeBasisAmount
    MOVE ZERO TO earningsOvertimePremiumAmount
    IF employeeIsSalaried
        COMPUTE earningsBaseHourlyWageAmount ROUNDED =
            annualSalaryAmount / standardAnnualWorkHours
    ELSE
        MOVE hourlyWageAmount TO earningsBaseHourlyWageAmount
    END-IF
    PERFORM priceOneCodedEarningsLine
        VARYING currentEarningsLineIndex FROM 1 BY 1
        UNTIL currentEarningsLineIndex > currentEarningsLineCount
    PERFORM determineHoursWorked

    *> Only an hourly employee has overtime hours to carry a premium.
    IF NOT employeeIsSalaried
       AND overtimeHoursWorked > ZERO
       AND codedEarningsOvertimeBasisAmount > ZERO
        COMPUTE earningsOvertimePremiumAmount ROUNDED =
            codedEarningsOvertimeBasisAmount
            / totalHoursWorked
            * overtimeHoursWorked
            * (overtimePayMultiplier - 1)
    END-IF.

priceOneCodedEarningsLine.
    IF NOT earningsLineIsPriced(currentEarningsLineIndex)
        MOVE earningsLineCode(currentEarningsLineIndex)
            TO earningsCodeCandidateText
        PERFORM lookUpEarningsCode
        IF earningsCodeWasFound
            MOVE earningsTableDescription(earningsCodeTableIndex)
                TO earningsLineDescription(currentEarningsLineIndex)
            MOVE earningsTableGlAccountCode(earningsCodeTableIndex)
                TO earningsLineGlAccountCode(currentEarningsLineIndex)
            MOVE earningsTableOvertimeSwitch(earningsCodeTableIndex)
                TO earningsLineOvertimeSwitch(currentEarningsLineIndex)
            PERFORM priceCodedEarningsLineByMethod
        ELSE
            *> Feed validation refuses an unknown code, so this is
            *> only reachable if the table changed mid-run; the line
            *> pays nothing rather than paying to no account.
            MOVE ZERO TO earningsLineAmount(currentEarningsLineIndex)
        END-IF
        SET earningsLineIsPriced(currentEarningsLineIndex) TO TRUE
    END-IF
    ADD earningsLineAmount(currentEarningsLineIndex)
        TO codedEarningsTotalAmount
    IF earningsLineCountsTowardOvertime(currentEarningsLineIndex)
        ADD earningsLineAmount(currentEarningsLineIndex)
            TO codedEarningsOvertimeBasisAmount
    END-IF.

priceCodedEarningsLineByMethod.
    EVALUATE earningsTableMethodCode(earningsCodeTableIndex)
        WHEN "H"
            IF earningsLineRateAmount(currentEarningsLineIndex) = ZERO
                MOVE earningsTableRateAmount(earningsCodeTableIndex)
                    TO earningsLineRateAmount(currentEarningsLineIndex)
            END-IF
            COMPUTE earningsLineAmount(currentEarningsLineIndex) ROUNDED =
                earningsLineHours(currentEarningsLineIndex)
                * earningsLineRateAmount(currentEarningsLineIndex)
        WHEN "F"
            IF earningsLineAmount(currentEarningsLineIndex) = ZERO
                MOVE earningsTableRateAmount(earningsCodeTableIndex)
                    TO earningsLineAmount(currentEarningsLineIndex)
            END-IF
        WHEN "P"
            COMPUTE earningsLineAmount(currentEarningsLineIndex) ROUNDED =
                earningsLineHours(currentEarningsLineIndex)
                * earningsBaseHourlyWageAmount
                * earningsTablePremiumFactor(earningsCodeTableIndex)
        WHEN OTHER
            MOVE ZERO TO earningsLineAmount(currentEarningsLineIndex)
    END-EVALUATE.

copyOneFeedSplitToDistribution.
    IF periodHoursFeedSplitFraction(feedSplitIndex) > ZERO
        ADD 1 TO departmentSplitCount
            TO departmentSplitGrossSoFar
        ADD departmentSplitEmployerAmount(departmentSplitIndex)
            TO departmentSplitEmployerSoFar
        COMPUTE departmentSplitExpenseAmount(departmentSplitIndex) ROUNDED =
            (grossPayAmount - codedEarningsTotalAmount)
            * departmentSplitFraction(departmentSplitIndex)
        ADD departmentSplitExpenseAmount(departmentSplitIndex)
            TO departmentSplitExpenseSoFar
    ELSE
        COMPUTE departmentSplitGrossAmount(departmentSplitIndex) =
            grossPayAmount - departmentSplitGrossSoFar
        COMPUTE departmentSplitEmployerAmount(departmentSplitIndex) =
            totalEmployerCostAmount - departmentSplitEmployerSoFar
        COMPUTE departmentSplitExpenseAmount(departmentSplitIndex) =
            grossPayAmount - codedEarningsTotalAmount
            - departmentSplitExpenseSoFar
    END-IF.

capUnemploymentTaxableWageAmount.
    MOVE "N" TO stateTaxRateFoundSwitch
    PERFORM findStateTaxRateTableEntry
        VARYING stateTaxRateIndex FROM 1 BY 1
        UNTIL stateTaxRateIndex > stateTaxRateEntryCount
           OR stateTaxRateWasFound

    IF stateTaxRateWasFound
    MOVE employerUnemploymentAmount TO employerUnemploymentAmountDisplay
    MOVE employerRetirementMatchAmount TO employerRetirementMatchAmountDisplay
    MOVE totalEmployerCostAmount TO totalEmployerCostAmountDisplay
    MOVE socialSecurityTaxAmount TO socialSecurityTaxAmountDisplay
    MOVE medicareTaxAmount TO medicareTaxAmountDisplay
    MOVE addlMedicareTaxAmount TO addlMedicareTaxAmountDisplay

    DISPLAY "employeeIdentifier=" FUNCTION TRIM(employeeIdentifierText)
    DISPLAY "employeeFullName=" FUNCTION TRIM(employeeFullNameText)
    DISPLAY "federalTaxWithholdingAmount=" FUNCTION TRIM(federalTaxWithholdingAmountDisplay)
    DISPLAY "stateTaxWithholdingAmount=" FUNCTION TRIM(stateTaxWithholdingAmountDisplay)
    DISPLAY "taxWithholdingAmount=" FUNCTION TRIM(taxWithholdingAmountDisplay)
    DISPLAY "socialSecurityTaxAmount=" FUNCTION TRIM(socialSecurityTaxAmountDisplay)
    DISPLAY "medicareTaxAmount=" FUNCTION TRIM(medicareTaxAmountDisplay)
    DISPLAY "additionalMedicareTaxAmount=" FUNCTION TRIM(addlMedicareTaxAmountDisplay)
    DISPLAY "retirementContributionAmount=" FUNCTION TRIM(retirementContributionAmountDisplay)
    DISPLAY "benefitDeductionAmount=" FUNCTION TRIM(benefitDeductionAmountDisplay)
    DISPLAY "paidLeaveAccruedHours=" FUNCTION TRIM(paidLeaveAccruedHoursDisplay)
    MOVE grossOvertimePayAmount TO payHistoryGrossOvertimePayAmount
    MOVE grossLeavePayAmount TO payHistoryGrossLeavePayAmount
    MOVE performanceBonusAmount TO payHistoryPerformanceBonusAmount
    MOVE retroPayAmount TO payHistoryRetroPayAmount
    MOVE earningsOvertimePremiumAmount TO payHistoryEarningsOvertimeAmount
    MOVE currentEarningsLineCount TO payHistoryEarningsLineCount
    PERFORM copyOneEarningsLineIntoPayHistory
        VARYING currentEarningsLineIndex FROM 1 BY 1
        UNTIL currentEarningsLineIndex > 6
    MOVE grossPayAmount TO payHistoryGrossPayAmount
    MOVE payTypeCodeText TO payHistoryPayTypeCode
    MOVE hourlyWageAmount TO payHistoryHourlyWageAmount
    MOVE regularHoursWorked TO payHistoryRegularHoursWorked
    MOVE overtimeHoursWorked TO payHistoryOvertimeHoursWorked
    MOVE federalTaxWithholdingAmount TO payHistoryFederalTaxAmount
    MOVE stateTaxWithholdingAmount TO payHistoryStateTaxAmount
    MOVE socialSecurityWageAmount TO payHistorySocialSecurityWages
    MOVE socialSecurityTaxAmount TO payHistorySocialSecurityTaxAmount
    MOVE medicareTaxAmount TO payHistoryMedicareTaxAmount
    MOVE addlMedicareWageAmount TO payHistoryAddlMedicareWages
    MOVE addlMedicareTaxAmount TO payHistoryAddlMedicareTaxAmount
    MOVE retirementContributionAmount TO payHistoryRetirementAmount
    MOVE benefitDeductionAmount TO payHistoryBenefitDeductionAmount
    MOVE paidLeaveAccruedHours TO payHistoryLeaveHoursAccrued
            TO payHistoryDeductionAmount(payHistoryDeductionIndex)
    END-IF.

copyOneEarningsLineIntoPayHistory.
    IF currentEarningsLineIndex <= currentEarningsLineCount
        MOVE earningsLineCode(currentEarningsLineIndex)
            TO payHistoryEarningsCode(currentEarningsLineIndex)
        MOVE earningsLineDescription(currentEarningsLineIndex)
            TO payHistoryEarningsDescription(currentEarningsLineIndex)
        MOVE earningsLineHours(currentEarningsLineIndex)
            TO payHistoryEarningsHours(currentEarningsLineIndex)
        MOVE earningsLineAmount(currentEarningsLineIndex)
            TO payHistoryEarningsAmount(currentEarningsLineIndex)
        MOVE earningsLineGlAccountCode(currentEarningsLineIndex)
            TO payHistoryEarningsGlAccountCode(currentEarningsLineIndex)
        MOVE earningsLineOvertimeSwitch(currentEarningsLineIndex)
            TO payHistoryEarningsOvertimeSwitch(currentEarningsLineIndex)
    ELSE
        MOVE SPACES
            TO payHistoryEarningsCode(currentEarningsLineIndex)
        MOVE SPACES
            TO payHistoryEarningsDescription(currentEarningsLineIndex)
        MOVE ZERO
            TO payHistoryEarningsHours(currentEarningsLineIndex)
        MOVE ZERO
            TO payHistoryEarningsAmount(currentEarningsLineIndex)
        MOVE SPACES
            TO payHistoryEarningsGlAccountCode(currentEarningsLineIndex)
        MOVE SPACES
            TO payHistoryEarningsOvertimeSwitch(currentEarningsLineIndex)
    END-IF.

openPayStubFileForAppend.
    *> The pay-stub file may not exist yet the first time the engine
    *> runs; create it rather than treating that as an error.
    MOVE grossLeavePayAmount            TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    *> Only a period that makes up a late raise carries this line.
    IF retroPayAmount > ZERO
        MOVE "  Retroactive pay"        TO payStubDetailLabel
        MOVE retroPayAmount             TO payStubDetailAmount
        WRITE payStubPrintLine FROM payStubDetailLine
    END-IF

    *> One line per coded earnings entry, labelled with its code's
    *> description, and the overtime premium they drew when there is
    *> one.
    PERFORM writeOneCodedEarningsStubLine
        VARYING currentEarningsLineIndex FROM 1 BY 1
        UNTIL currentEarningsLineIndex > currentEarningsLineCount
    IF earningsOvertimePremiumAmount > ZERO
        MOVE "  Overtime on earnings codes" TO payStubDetailLabel
        MOVE earningsOvertimePremiumAmount TO payStubDetailAmount
        WRITE payStubPrintLine FROM payStubDetailLine
    END-IF

    MOVE "  Gross pay"                  TO payStubDetailLabel
    MOVE grossPayAmount                 TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine
    MOVE stateTaxWithholdingAmount      TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    MOVE "  Social Security withheld"   TO payStubDetailLabel
    MOVE socialSecurityTaxAmount        TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    MOVE "  Medicare withheld"          TO payStubDetailLabel
    MOVE medicareTaxAmount              TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    *> Additional Medicare only applies once the year's wages pass
    *> the threshold, so most stubs never carry the line.
    IF addlMedicareTaxAmount > ZERO
        MOVE "  Additional Medicare withheld" TO payStubDetailLabel
        MOVE addlMedicareTaxAmount      TO payStubDetailAmount
        WRITE payStubPrintLine FROM payStubDetailLine
    END-IF

    MOVE "  Retirement contribution"    TO payStubDetailLabel
    MOVE retirementContributionAmount   TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine
        TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine.

writeOneCodedEarningsStubLine.
    MOVE SPACES TO payStubDetailLabel
    STRING "  " earningsLineDescription(currentEarningsLineIndex)
        DELIMITED BY SIZE INTO payStubDetailLabel
        ON OVERFLOW CONTINUE
    END-STRING
    MOVE earningsLineAmount(currentEarningsLineIndex)
        TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine.

openGlJournalFileForAppend.
    OPEN EXTEND glJournalFile
    IF glJournalFileStatus = "35"
    MOVE employeeIdentifierText TO glJournalEmployeeIdentifier
    MOVE currentPayPeriodNumber TO glJournalPayPeriodNumber
    MOVE SPACES TO glJournalSourceCode
    MOVE SPACES TO glJournalEffectiveDate

    *> One payroll expense debit per department the period's labor
    *> was distributed to, instead of one company-wide lump, so each
        VARYING departmentSplitIndex FROM 1 BY 1
        UNTIL departmentSplitIndex > departmentSplitCount

    *> Each coded earnings line debits the expense account its code
    *> names, so shift premiums or commissions are visible on the GL
    *> apart from base payroll; the department debits above carry the
    *> rest of the gross (the overtime premium on the coded earnings
    *> included), so the set still foots to the full gross.
    PERFORM writeOneCodedEarningsGlLine
        VARYING currentEarningsLineIndex FROM 1 BY 1
        UNTIL currentEarningsLineIndex > currentEarningsLineCount

    MOVE "2100"                TO glJournalAccountCode
    MOVE "Tax payable"         TO glJournalAccountDescription
    MOVE ZERO                  TO glJournalDebitAmount
    MOVE taxWithholdingAmount  TO glJournalCreditAmount
    WRITE glJournalEntryLine

    *> The employee's FICA is owed to the same federal deposit as the
    *> income tax but is reported apart from it, so each share books
    *> to its own liability; additional Medicare rides the Medicare
    *> line, the way it is deposited.
    MOVE "2130"                      TO glJournalAccountCode
    MOVE "Employee Soc Sec payable"  TO glJournalAccountDescription
    MOVE ZERO                        TO glJournalDebitAmount
    MOVE socialSecurityTaxAmount     TO glJournalCreditAmount
    WRITE glJournalEntryLine

    MOVE "2140"                      TO glJournalAccountCode
    MOVE "Employee Medicare payable" TO glJournalAccountDescription
    MOVE ZERO                        TO glJournalDebitAmount
    COMPUTE glJournalCreditAmount =
        medicareTaxAmount + addlMedicareTaxAmount
    WRITE glJournalEntryLine

    MOVE "2200"                         TO glJournalAccountCode
    MOVE "Retirement payable"           TO glJournalAccountDescription
    MOVE ZERO                           TO glJournalDebitAmount
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF
    MOVE departmentSplitExpenseAmount(departmentSplitIndex)
        TO glJournalDebitAmount
    MOVE ZERO TO glJournalCreditAmount
    WRITE glJournalEntryLine.

writeOneCodedEarningsGlLine.
    MOVE earningsLineGlAccountCode(currentEarningsLineIndex)
        TO glJournalAccountCode
    MOVE earningsLineDescription(currentEarningsLineIndex)
        TO glJournalAccountDescription
    MOVE earningsLineAmount(currentEarningsLineIndex)
        TO glJournalDebitAmount
    MOVE ZERO TO glJournalCreditAmount
    WRITE glJournalEntryLine.
