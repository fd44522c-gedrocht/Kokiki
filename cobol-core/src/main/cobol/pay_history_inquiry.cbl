01 verifyFederalTaxTotal                 PIC 9(9)V99 VALUE ZERO.
01 verifyStateTaxTotal                   PIC 9(9)V99 VALUE ZERO.
01 verifyRetirementTotal                 PIC 9(9)V99 VALUE ZERO.
01 verifySocialSecurityTotal             PIC 9(9)V99 VALUE ZERO.
01 verifyMedicareTotal                   PIC 9(9)V99 VALUE ZERO.
01 verifyNetTotal                        PIC 9(9)V99 VALUE ZERO.
01 verifyFirstPayDate                    PIC X(08) VALUE SPACES.
01 verifyLastPayDate                     PIC X(08) VALUE SPACES.
01 payHistoryRecordFoundSwitch           PIC X(01) VALUE "N".
    88 payHistoryRecordWasFound          VALUE "Y".
01 stubDeductionIndex                    PIC 9(02) VALUE ZERO.
01 stubEarningsIndex                     PIC 9(01) VALUE ZERO.

*> Stub print lines, laid out field for field like the engine's own
*> so the reprint is exactly the stub the employee lost.
    MOVE payHistoryGrossLeavePayAmount  TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    IF payHistoryRetroPayAmount > ZERO
        MOVE "  Retroactive pay"        TO payStubDetailLabel
        MOVE payHistoryRetroPayAmount   TO payStubDetailAmount
        WRITE payStubPrintLine FROM payStubDetailLine
    END-IF

    PERFORM writeOneReprintedEarningsLine
        VARYING stubEarningsIndex FROM 1 BY 1
        UNTIL stubEarningsIndex > payHistoryEarningsLineCount
    IF payHistoryEarningsOvertimeAmount > ZERO
        MOVE "  Overtime on earnings codes" TO payStubDetailLabel
        MOVE payHistoryEarningsOvertimeAmount TO payStubDetailAmount
        WRITE payStubPrintLine FROM payStubDetailLine
    END-IF

    MOVE "  Gross pay"                  TO payStubDetailLabel
    MOVE payHistoryGrossPayAmount       TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine
    MOVE payHistoryStateTaxAmount       TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    MOVE "  Social Security withheld"   TO payStubDetailLabel
    MOVE payHistorySocialSecurityTaxAmount TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    MOVE "  Medicare withheld"          TO payStubDetailLabel
    MOVE payHistoryMedicareTaxAmount    TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    IF payHistoryAddlMedicareTaxAmount > ZERO
        MOVE "  Additional Medicare withheld" TO payStubDetailLabel
        MOVE payHistoryAddlMedicareTaxAmount TO payStubDetailAmount
        WRITE payStubPrintLine FROM payStubDetailLine
    END-IF

    MOVE "  Retirement contribution"    TO payStubDetailLabel
    MOVE payHistoryRetirementAmount     TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine

    WRITE payStubPrintLine FROM payStubBlankLine.

writeOneReprintedEarningsLine.
    MOVE SPACES TO payStubDetailLabel
    STRING "  " payHistoryEarningsDescription(stubEarningsIndex)
        DELIMITED BY SIZE INTO payStubDetailLabel
        ON OVERFLOW CONTINUE
    END-STRING
    MOVE payHistoryEarningsAmount(stubEarningsIndex)
        TO payStubDetailAmount
    WRITE payStubPrintLine FROM payStubDetailLine.

writeOneReprintedDeductionLine.
    MOVE SPACES TO payStubDetailLabel
    STRING "  " payHistoryDeductionDescription(stubDeductionIndex)
        ADD payHistoryFederalTaxAmount TO verifyFederalTaxTotal
        ADD payHistoryStateTaxAmount TO verifyStateTaxTotal
        ADD payHistoryRetirementAmount TO verifyRetirementTotal
        ADD payHistorySocialSecurityTaxAmount TO verifySocialSecurityTotal
        ADD payHistoryMedicareTaxAmount TO verifyMedicareTotal
        ADD payHistoryAddlMedicareTaxAmount TO verifyMedicareTotal
        ADD payHistoryNetPayAmount TO verifyNetTotal
        MOVE payHistoryEmployeeFullName TO verifyLastEmployeeName
        IF verifyFirstPayDate = SPACES
    MOVE verifyStateTaxTotal             TO verifyReportAmountValue
    WRITE wageVerificationReportPrintLine FROM verifyReportAmountLine

    MOVE "  Social Security withheld"    TO verifyReportAmountLabel
    MOVE verifySocialSecurityTotal       TO verifyReportAmountValue
    WRITE wageVerificationReportPrintLine FROM verifyReportAmountLine

    MOVE "  Medicare withheld"           TO verifyReportAmountLabel
    MOVE verifyMedicareTotal             TO verifyReportAmountValue
    WRITE wageVerificationReportPrintLine FROM verifyReportAmountLine

    MOVE "  Retirement contribution"     TO verifyReportAmountLabel
    MOVE verifyRetirementTotal           TO verifyReportAmountValue
    WRITE wageVerificationReportPrintLine FROM verifyReportAmountLine
