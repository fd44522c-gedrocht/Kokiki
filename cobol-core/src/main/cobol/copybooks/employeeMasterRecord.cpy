*> a cap, so it needs to know how much of the year's wages have
*> already been counted.
        10 employeeMasterYtdUnemploymentWageBase       PIC 9(7)V99.
*> The employee's own FICA for the year. Social Security wages stop
*> counting at the annual wage base, which is how the engine knows
*> when to stop withholding Social Security; Medicare wages never
*> stop, and the engine measures them against the additional
*> Medicare threshold. The withheld amounts (Medicare including any
*> additional Medicare) are the figures the annual wage statement
*> reports alongside the wages they were withheld from.
        10 employeeMasterYtdSocialSecurityWages        PIC 9(7)V99.
        10 employeeMasterYtdSocialSecurityWithheld     PIC 9(7)V99.
        10 employeeMasterYtdMedicareWages              PIC 9(7)V99.
        10 employeeMasterYtdMedicareWithheld           PIC 9(7)V99.
*> Per-quarter accumulators for the quarterly tax filings. The YTD
*> group above only answers full-year questions and the YTD history
*> file only captures year-end closings, so the 941-style federal
            15 employeeMasterQtdFutaAmount             PIC 9(5)V99.
            15 employeeMasterQtdSutaTaxableWages       PIC 9(7)V99.
            15 employeeMasterQtdSutaAmount             PIC 9(5)V99.
*> The employee's FICA withheld in the quarter, for the federal
*> return's Social Security and Medicare lines: the Social Security
*> wages (capped at the wage base) and the tax on them, the regular
*> Medicare tax (Medicare wages are the quarter's whole wages), and
*> the additional Medicare wages above the threshold with the tax on
*> them.
            15 employeeMasterQtdSocialSecurityWages    PIC 9(7)V99.
            15 employeeMasterQtdSocialSecurityWithheld PIC 9(7)V99.
            15 employeeMasterQtdMedicareWithheld       PIC 9(7)V99.
            15 employeeMasterQtdAddlMedicareWages      PIC 9(7)V99.
            15 employeeMasterQtdAddlMedicareWithheld   PIC 9(7)V99.
*> The employee's true available leave balance: accruals add to it,
*> leave actually taken subtracts from it. Deliberately OUTSIDE the
*> year-to-date group -- unused leave carries across the year-end
*> rollover instead of being zeroed with the YTD figures.
    05 employeeMasterLeaveBalanceHours     PIC 9(5)V99.
*> Demographics and employment dates, kept for the state new-hire
*> report, the annual wage statement, and the plain question of when
*> someone started. The SSN is stored as nine digits with no dashes
*> (maintenance accepts it either way and checks it is not already
*> on file for someone else). The original hire date is stamped once
*> by the HIRE transaction; the hire date is the start of the
*> current stretch of employment -- the same date for a first hire,
*> the rehire date after a reactivation from inactive. The
*> termination date is stamped by TERM and cleared by REAC. Dates
*> are YYYYMMDD. A rebuilt record carrying these blank simply has
*> nothing to report until maintenance fills them in.
    05 employeeMasterSocialSecurityNumber  PIC X(09).
    05 employeeMasterBirthDate             PIC X(08).
    05 employeeMasterOriginalHireDate      PIC X(08).
    05 employeeMasterHireDate              PIC X(08).
    05 employeeMasterTerminationDate       PIC X(08).
    05 employeeMasterHomeAddress.
        10 employeeMasterAddressLine1      PIC X(40).
        10 employeeMasterAddressLine2      PIC X(40).
        10 employeeMasterCityName          PIC X(25).
        10 employeeMasterHomeStateCode     PIC X(02).
        10 employeeMasterPostalCode        PIC X(10).
*> The date the direct-deposit details on this record last changed,
*> stamped when an approved bank change lands. Payments going to an
*> account that changed only days before the pay date are flagged
*> for a second look; a record never changed since hire carries it
*> blank.
    05 employeeMasterBankChangeDate        PIC X(08).
