*> The wage-and-hour floors pay is checked against before it goes
*> out, one entry per work-state code plus a "US" entry for the
*> federal figures: the minimum hourly wage, the annual salary a
*> salaried employee must be paid to be treated as exempt from
*> overtime, and the number of calendar days after termination a
*> final leave payout must be paid by (0 is the termination date
*> itself; 999 means the state sets no deadline). An employee is held
*> to the higher of the federal and work-state figure, so a state
*> entry below the federal floor -- or a state with no entry at all --
*> simply falls back to the federal one. The federal entry carries no
*> final-pay deadline; there is no federal rule for one.
*>
*> The entries below are the figures the company configured when the
*> compliance check was introduced. Like the state withholding table,
*> each run starts from them and lays over whatever MINW, EXSL, and
*> FPAY rows the tax rate file has in effect for the period: a row
*> for a code already here replaces that one figure, and a row for a
*> new code takes the next empty slot with the other two figures left
*> at zero (no floor of its own, so the federal one governs) and no
*> deadline.
01 wageHourComplianceTableData.
    05 FILLER                            PIC X(19) VALUE "US00725003556800999".
    05 FILLER                            PIC X(19) VALUE "CA01690007030400000".
    05 FILLER                            PIC X(19) VALUE "NY01600006630000007".
    05 FILLER                            PIC X(19) VALUE "TX00725003556800006".
    05 FILLER                            PIC X(19) VALUE "FL01400003556800999".
    05 FILLER                            PIC X(19) VALUE "WA01713008016840014".
    05 FILLER                            PIC X(19) VALUE "IL01500003556800014".
    05 FILLER                            PIC X(19) VALUE "PA00725003556800014".
    05 FILLER                            PIC X(19) VALUE "OH01070003556800015".
    05 FILLER                            PIC X(19) VALUE "GA00725003556800999".
    05 FILLER                            PIC X(19) VALUE "NC00725003556800014".
    05 FILLER                            PIC X(171) VALUE SPACES.
01 wageHourComplianceTable REDEFINES wageHourComplianceTableData.
    05 wageHourComplianceEntry OCCURS 20 TIMES.
        10 complianceStateCode           PIC X(02).
        10 complianceMinimumWageAmount   PIC 9(3)V99.
        10 complianceExemptSalaryAmount  PIC 9(7)V99.
        10 complianceFinalPayDeadlineDays PIC 9(03).

01 wageHourComplianceEntryCount          PIC 9(02) VALUE 11.
01 wageHourComplianceIndex               PIC 9(02) VALUE ZERO.
