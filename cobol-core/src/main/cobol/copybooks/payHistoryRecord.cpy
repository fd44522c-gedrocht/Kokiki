    05 payHistoryGrossOvertimePayAmount    PIC 9(7)V99.
    05 payHistoryGrossLeavePayAmount       PIC 9(7)V99.
    05 payHistoryPerformanceBonusAmount    PIC 9(5)V99.
*> Retroactive pay for earlier periods (a raise approved after its
*> effective date) paid as its own earnings line in this period. It
*> is part of this period's gross and taxed with it; the periods it
*> makes up for are on the retro pay file.
    05 payHistoryRetroPayAmount            PIC 9(7)V99.
*> The period's coded earnings lines as priced and paid -- code,
*> stub description, hours, amount, the GL expense account the line
*> debited, and whether it counted toward overtime -- plus the
*> overtime premium those counting lines drew. A void's reissue
*> carries the lines again from here, and a stub reprint prints them.
    05 payHistoryEarningsOvertimeAmount    PIC 9(7)V99.
    05 payHistoryEarningsLineCount         PIC 9(01).
    05 payHistoryEarningsTable.
        10 payHistoryEarningsEntry OCCURS 6 TIMES.
            15 payHistoryEarningsCode          PIC X(04).
            15 payHistoryEarningsDescription   PIC X(30).
            15 payHistoryEarningsHours         PIC 9(3)V99.
            15 payHistoryEarningsAmount        PIC 9(7)V99.
            15 payHistoryEarningsGlAccountCode PIC X(04).
            15 payHistoryEarningsOvertimeSwitch PIC X(01).
    05 payHistoryGrossPayAmount            PIC 9(7)V99.
*> What the period was priced from: the pay type, the hourly wage,
*> and the regular and overtime hours (leave hours taken are below),
*> so a retroactive raise can re-price the period from the hours
*> actually paid rather than from whatever the master says today. A
*> record written before these fields existed carries a blank pay
*> type and zero hours once the file is rebuilt under this layout.
    05 payHistoryPayTypeCode               PIC X(01).
    05 payHistoryHourlyWageAmount          PIC 9(5)V99.
    05 payHistoryRegularHoursWorked        PIC 9(3)V99.
    05 payHistoryOvertimeHoursWorked       PIC 9(3)V99.
    05 payHistoryFederalTaxAmount          PIC 9(7)V99.
    05 payHistoryStateTaxAmount            PIC 9(7)V99.
*> The employee's FICA for the period: the Social Security wages
*> (the slice of gross still under the annual wage base) and the tax
*> on them, the regular Medicare tax on the whole gross, and the
*> additional Medicare wages above the threshold with the tax on
*> them. A void backs the wage slices out of the wage-base
*> accumulators as well as the amounts, so the reissue is capped and
*> thresholded against the same year-to-date figures the original
*> was.
    05 payHistorySocialSecurityWages       PIC 9(7)V99.
    05 payHistorySocialSecurityTaxAmount   PIC 9(7)V99.
    05 payHistoryMedicareTaxAmount         PIC 9(7)V99.
    05 payHistoryAddlMedicareWages         PIC 9(7)V99.
    05 payHistoryAddlMedicareTaxAmount     PIC 9(7)V99.
    05 payHistoryRetirementAmount          PIC 9(7)V99.
    05 payHistoryBenefitDeductionAmount    PIC 9(5)V99.
*> The period's leave movement -- hours accrued by this period's
