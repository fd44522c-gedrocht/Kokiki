01 federalFicaMatchTotal                 PIC 9(9)V99 VALUE ZERO.
01 federalFutaTaxableTotal               PIC 9(9)V99 VALUE ZERO.
01 federalFutaDueTotal                   PIC 9(9)V99 VALUE ZERO.
*> The employee's share of FICA. Medicare wages are every dollar of
*> the quarter's wages, so the Medicare wage line prints the wage
*> total rather than carrying a separate accumulator.
01 federalSocialSecurityWagesTotal       PIC 9(9)V99 VALUE ZERO.
01 federalSocialSecurityWithheldTotal    PIC 9(9)V99 VALUE ZERO.
01 federalMedicareWithheldTotal          PIC 9(9)V99 VALUE ZERO.
01 federalAddlMedicareWagesTotal         PIC 9(9)V99 VALUE ZERO.
01 federalAddlMedicareWithheldTotal      PIC 9(9)V99 VALUE ZERO.

*> Per-work-state buckets, discovered as the browse meets them. The
*> state codes are the same ones stateTaxRateTable and the engine's
            TO federalFutaTaxableTotal
        ADD employeeMasterQtdFutaAmount(extractQuarterNumber)
            TO federalFutaDueTotal
        ADD employeeMasterQtdSocialSecurityWages(extractQuarterNumber)
            TO federalSocialSecurityWagesTotal
        ADD employeeMasterQtdSocialSecurityWithheld(extractQuarterNumber)
            TO federalSocialSecurityWithheldTotal
        ADD employeeMasterQtdMedicareWithheld(extractQuarterNumber)
            TO federalMedicareWithheldTotal
        ADD employeeMasterQtdAddlMedicareWages(extractQuarterNumber)
            TO federalAddlMedicareWagesTotal
        ADD employeeMasterQtdAddlMedicareWithheld(extractQuarterNumber)
            TO federalAddlMedicareWithheldTotal
        PERFORM addEmployeeQuarterToStateBucket
    END-IF
    PERFORM readNextEmployeeMasterRecord.
    MOVE federalWithheldTotal             TO extractAmountValue
    WRITE quarterlyTaxExtractPrintLine FROM extractAmountLine

    MOVE "  Social Security wages (capped)" TO extractAmountLabel
    MOVE federalSocialSecurityWagesTotal  TO extractAmountValue
    WRITE quarterlyTaxExtractPrintLine FROM extractAmountLine

    MOVE "  Employee Social Security withheld" TO extractAmountLabel
    MOVE federalSocialSecurityWithheldTotal TO extractAmountValue
    WRITE quarterlyTaxExtractPrintLine FROM extractAmountLine

    MOVE "  Medicare wages"               TO extractAmountLabel
    MOVE federalWagesTotal                TO extractAmountValue
    WRITE quarterlyTaxExtractPrintLine FROM extractAmountLine

    MOVE "  Employee Medicare withheld"   TO extractAmountLabel
    MOVE federalMedicareWithheldTotal     TO extractAmountValue
    WRITE quarterlyTaxExtractPrintLine FROM extractAmountLine

    MOVE "  Additional Medicare wages"    TO extractAmountLabel
    MOVE federalAddlMedicareWagesTotal    TO extractAmountValue
    WRITE quarterlyTaxExtractPrintLine FROM extractAmountLine

    MOVE "  Additional Medicare withheld" TO extractAmountLabel
    MOVE federalAddlMedicareWithheldTotal TO extractAmountValue
    WRITE quarterlyTaxExtractPrintLine FROM extractAmountLine

    MOVE "  Employer FICA match"          TO extractAmountLabel
    MOVE federalFicaMatchTotal            TO extractAmountValue
    WRITE quarterlyTaxExtractPrintLine FROM extractAmountLine
