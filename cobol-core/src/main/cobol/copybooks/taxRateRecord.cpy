*> One effective-dated rate row on TAX-RATE-FILE, the keyed home of
*> every statutory rate the payroll withholds or pays with: the
*> federal bracket sets, the standard deductions, the per-state
*> withholding rates, the state unemployment rates and caps, the
*> federal unemployment rate and cap, the FICA rates, and the
*> wage-and-hour compliance figures pay is checked against. Each row
*> is addressed by the table it belongs to, the entry within that
*> table, and the date it takes effect, so a January rate change is
*> a new row dated January 1 rather than a recompile -- and a
*> correction period run in January for last December still finds
*> December's rows, because a reader takes, for each entry, the row
*> with the latest effective date on or before the period's end
*> date. Key order (table, entry, date) hands a sequential reader
*> each entry's rows oldest first, so the last qualifying row it
*> meets is the one in effect.
*>
*> Entry codes per table:
*>   FBRK  filing status and bracket number, "S1" through "H6"
*>         (rate is the bracket rate, amount its upper limit)
*>   STDD  filing status "S", "M", or "H" (amount is the annual
*>         standard deduction)
*>   SWHT  two-letter work-state code (rate is the flat withholding
*>         rate)
*>   SUTA  two-letter work-state code (rate and annual wage cap)
*>   FUTA  blank (rate and annual wage cap)
*>   FICA  "ER" employer match rate, "SS" employee Social Security
*>         rate and wage base, "MED" employee Medicare rate, "AMED"
*>         additional Medicare rate and threshold
*>   MINW  two-letter work-state code, or "US" for the federal floor
*>         (amount is the minimum hourly wage; no rate)
*>   EXSL  two-letter work-state code, or "US" for the federal floor
*>         (amount is the annual salary a salaried employee must be
*>         paid to be treated as exempt from overtime; no rate)
*>   FPAY  two-letter work-state code (amount is the number of
*>         calendar days after the termination date a final leave
*>         payout must be paid by, 0 meaning on the termination date
*>         itself and 999 meaning the state sets no deadline; no rate)
*>
*> Maintained only through the tax rate maintenance program.
01 taxRateRecord.
    05 taxRateRecordKey.
        10 taxRateTableCode                PIC X(04).
            88 taxRateIsFederalBracket     VALUE "FBRK".
            88 taxRateIsStandardDeduction  VALUE "STDD".
            88 taxRateIsStateWithholding   VALUE "SWHT".
            88 taxRateIsStateUnemployment  VALUE "SUTA".
            88 taxRateIsFederalUnemployment VALUE "FUTA".
            88 taxRateIsFica               VALUE "FICA".
            88 taxRateIsMinimumWage        VALUE "MINW".
            88 taxRateIsExemptSalaryFloor  VALUE "EXSL".
            88 taxRateIsFinalPayDeadline   VALUE "FPAY".
        10 taxRateEntryCode                PIC X(04).
        10 taxRateEffectiveDate            PIC X(08).
    05 taxRateRatePercentage               PIC 9V9999.
    05 taxRateLimitAmount                  PIC 9(7)V99.
    05 taxRateDescriptionText              PIC X(30).
