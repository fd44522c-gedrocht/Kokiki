>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EARNINGS-CODE-MAINTENANCE.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER. GNUCOBOL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The earnings code table the calculation engine prices every
    *> coded earnings line on the period-hours feed from. This program
    *> is its front door: a new kind of pay (a holiday premium, an
    *> on-call stipend) is filed here, with its method, its overtime
    *> treatment, and its GL expense account, before the first feed
    *> row that uses it.
    SELECT earningsCodeFile ASSIGN TO "EARNCODE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS earningsCodeIdentifier
        FILE STATUS IS earningsCodeFileStatus.

    *> The transaction file submitted ahead of the run: one row per
    *> requested ADD, CHNG, or END, applied in file order.
    SELECT earningsCodeTransactionFile ASSIGN TO "EARNTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS earningsCodeTransactionFileStatus.

    *> The before/after change report. Runs append to it so a whole
    *> day's maintenance can be reviewed as one document, the same
    *> way the other maintenance reports accumulate.
    SELECT earningsCodeMaintenanceReportFile ASSIGN TO "EARNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS earningsCodeMaintenanceReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  earningsCodeFile.
COPY "earningsCodeRecord.cpy".

FD  earningsCodeTransactionFile.
COPY "earningsCodeTransactionRecord.cpy".

FD  earningsCodeMaintenanceReportFile.
COPY "earningsCodeMaintenanceReportRecord.cpy".

WORKING-STORAGE SECTION.
*> Converted numeric values for the fields that arrive as text, the
*> same two-step read-then-convert contract the other maintenance
*> programs keep. The conversions land in fields wider than the
*> record's so an amount too large for the record is caught rather
*> than silently truncated.
01 rateValue                             PIC 9(9)V99 VALUE ZERO.
01 premiumFactorValue                    PIC 9(3)V9999 VALUE ZERO.

*> The code as the transaction would leave it -- each field the
*> transaction carries, backed by the existing code's value where it
*> is blank on a change -- so the rules below judge the code the
*> engine will actually read, not the transaction alone.
01 postChangeDescriptionText             PIC X(30) VALUE SPACES.
01 postChangeMethodCode                  PIC X(01) VALUE SPACE.
01 postChangeRateValue                   PIC 9(9)V99 VALUE ZERO.
01 postChangePremiumFactorValue          PIC 9(3)V9999 VALUE ZERO.
01 postChangeOvertimeBasisSwitch         PIC X(01) VALUE SPACE.
01 postChangeGlAccountCode               PIC X(04) VALUE SPACES.

*> The largest rate or amount a code carries, and the largest
*> premium factor -- triple time on top of straight time is already
*> well past anything the business pays.
01 maximumEarningsRateAmount             PIC 9(5)V99 VALUE 99999.99.
01 maximumPremiumFactorValue             PIC 9V9999 VALUE 3.0000.

*> Every problem found with a transaction is appended here rather
*> than overwriting whatever was already found, the same
*> append-not-overwrite contract the other maintenance programs keep.
01 errorMessageText                      PIC X(500) VALUE SPACES.
01 errorMessageCandidateText             PIC X(120) VALUE SPACES.

*> File status and control switches.
01 earningsCodeFileStatus                PIC X(02) VALUE "00".
01 earningsCodeTransactionFileStatus     PIC X(02) VALUE "00".
01 earningsCodeMaintenanceReportFileStatus PIC X(02) VALUE "00".
01 earningsTransactionEndSwitch          PIC X(01) VALUE "N".
    88 earningsTransactionsAtEnd         VALUE "Y".
01 earningsCodeRecordFoundSwitch         PIC X(01) VALUE "N".
    88 earningsCodeRecordWasFound        VALUE "Y".

*> Run counters for the report trailer and the console summary.
01 earningsTransactionsReadCount         PIC 9(05) VALUE ZERO.
01 earningsTransactionsAppliedCount      PIC 9(05) VALUE ZERO.
01 earningsTransactionsRejectedCount     PIC 9(05) VALUE ZERO.

*> Change-report lines, built the same way the tax rate maintenance
*> report builds its own.
01 earningsReportTimestampText           PIC X(21).
01 earningsReportHeaderLine.
    05 FILLER                            PIC X(33) VALUE "EARNINGS CODE MAINTENANCE REPORT ".
    05 earningsReportHeaderTimestamp     PIC X(21).
    05 FILLER                            PIC X(78) VALUE SPACES.
01 earningsReportActionLine.
    05 FILLER                            PIC X(08) VALUE "ACTION: ".
    05 earningsReportActionCode          PIC X(04).
    05 FILLER                            PIC X(08) VALUE "  CODE: ".
    05 earningsReportCodeText            PIC X(04).
    05 FILLER                            PIC X(10) VALUE "  RESULT: ".
    05 earningsReportResultText          PIC X(98).
01 earningsReportColumnHeaderLine.
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(04) VALUE "CODE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "DESCRIPTION".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(04) VALUE "METH".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "    RATE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(07) VALUE "PREMIUM".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(02) VALUE "OT".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(04) VALUE "GL  ".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(06) VALUE "ACTIVE".
    05 FILLER                            PIC X(43) VALUE SPACES.
01 earningsReportDetailLine.
    05 earningsReportDetailTag           PIC X(09).
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 earningsReportDetailCode          PIC X(04).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 earningsReportDetailDescription   PIC X(30).
    05 FILLER                            PIC X(03) VALUE SPACES.
    05 earningsReportDetailMethod        PIC X(01).
    05 FILLER                            PIC X(04) VALUE SPACES.
    05 earningsReportDetailRate          PIC Z(4)9.99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 earningsReportDetailPremium       PIC 9.9999.
    05 FILLER                            PIC X(03) VALUE SPACES.
    05 earningsReportDetailOvertime      PIC X(01).
    05 FILLER                            PIC X(03) VALUE SPACES.
    05 earningsReportDetailGlAccount     PIC X(04).
    05 FILLER                            PIC X(04) VALUE SPACES.
    05 earningsReportDetailActive        PIC X(01).
    05 FILLER                            PIC X(46) VALUE SPACES.
01 earningsReportNoRecordLine.
    05 FILLER                            PIC X(09) VALUE "  BEFORE:".
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 FILLER                            PIC X(122) VALUE "(no existing code on the earnings code table)".
01 earningsReportSummaryLine.
    05 FILLER                            PIC X(19) VALUE "TRANSACTIONS READ: ".
    05 earningsReportReadCount           PIC Z(4)9.
    05 FILLER                            PIC X(11) VALUE "  APPLIED: ".
    05 earningsReportAppliedCount        PIC Z(4)9.
    05 FILLER                            PIC X(12) VALUE "  REJECTED: ".
    05 earningsReportRejectedCount       PIC Z(4)9.
    05 FILLER                            PIC X(75) VALUE SPACES.
01 earningsReportSeparatorLine           PIC X(132) VALUE ALL "-".
01 earningsReportBlankLine               PIC X(132) VALUE SPACES.

*> The BEFORE line is captured while the code still holds its
*> pre-transaction values and written after the outcome is known,
*> the same two-step the other maintenance reports use.
01 earningsReportBeforeLineSaved         PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM openEarningsCodeFileForMaintenance
    PERFORM openEarningsCodeTransactionFile
    PERFORM openEarningsCodeReportFileForAppend
    PERFORM writeEarningsCodeReportHeader

    MOVE "N" TO earningsTransactionEndSwitch
    PERFORM readNextEarningsCodeTransaction
    PERFORM processOneEarningsCodeTransaction
        UNTIL earningsTransactionsAtEnd

    PERFORM writeEarningsCodeReportSummary

    CLOSE earningsCodeFile
    CLOSE earningsCodeTransactionFile
    CLOSE earningsCodeMaintenanceReportFile

    DISPLAY "earningsCodeTransactionsRead=" earningsTransactionsReadCount
    DISPLAY "earningsCodeTransactionsApplied=" earningsTransactionsAppliedCount
    DISPLAY "earningsCodeTransactionsRejected=" earningsTransactionsRejectedCount
    GOBACK.

openEarningsCodeFileForMaintenance.
    *> The code table will not exist the first time this program runs;
    *> create it rather than treating that as an error, the same way
    *> the other maintenance programs bootstrap their own files.
    OPEN I-O earningsCodeFile
    IF earningsCodeFileStatus = "35"
        OPEN OUTPUT earningsCodeFile
        CLOSE earningsCodeFile
        OPEN I-O earningsCodeFile
    END-IF
    IF earningsCodeFileStatus NOT = "00"
        DISPLAY "errorMessage=Earnings code file is not available for maintenance run, status " earningsCodeFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

openEarningsCodeTransactionFile.
    *> A maintenance run with nothing to apply is a submission
    *> mistake, so a missing transaction file stops the run rather
    *> than silently doing nothing.
    OPEN INPUT earningsCodeTransactionFile
    IF earningsCodeTransactionFileStatus NOT = "00"
        DISPLAY "errorMessage=Earnings code transaction file is not available, status " earningsCodeTransactionFileStatus
        CLOSE earningsCodeFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

openEarningsCodeReportFileForAppend.
    OPEN EXTEND earningsCodeMaintenanceReportFile
    IF earningsCodeMaintenanceReportFileStatus = "35"
        OPEN OUTPUT earningsCodeMaintenanceReportFile
    END-IF.

writeEarningsCodeReportHeader.
    MOVE FUNCTION CURRENT-DATE TO earningsReportTimestampText
    MOVE earningsReportTimestampText TO earningsReportHeaderTimestamp
    WRITE earningsCodeMaintenanceReportPrintLine
        FROM earningsReportHeaderLine
    WRITE earningsCodeMaintenanceReportPrintLine
        FROM earningsReportSeparatorLine.

writeEarningsCodeReportSummary.
    MOVE earningsTransactionsReadCount TO earningsReportReadCount
    MOVE earningsTransactionsAppliedCount TO earningsReportAppliedCount
    MOVE earningsTransactionsRejectedCount TO earningsReportRejectedCount
    WRITE earningsCodeMaintenanceReportPrintLine
        FROM earningsReportSeparatorLine
    WRITE earningsCodeMaintenanceReportPrintLine
        FROM earningsReportSummaryLine
    WRITE earningsCodeMaintenanceReportPrintLine
        FROM earningsReportBlankLine.

readNextEarningsCodeTransaction.
    READ earningsCodeTransactionFile
        AT END SET earningsTransactionsAtEnd TO TRUE
    END-READ.

processOneEarningsCodeTransaction.
    ADD 1 TO earningsTransactionsReadCount
    MOVE SPACES TO errorMessageText
    PERFORM convertTransactionAmounts
    PERFORM lookUpEarningsCodeForTransaction
    PERFORM validateEarningsCodeTransaction
    IF errorMessageText = SPACES
        PERFORM applyEarningsCodeTransaction
    END-IF
    PERFORM writeEarningsCodeReportForTransaction
    IF errorMessageText = SPACES
        ADD 1 TO earningsTransactionsAppliedCount
    ELSE
        ADD 1 TO earningsTransactionsRejectedCount
        DISPLAY "errorMessage=Earnings code transaction for code="
            FUNCTION TRIM(earningsTransCodeText)
            " rejected (" FUNCTION TRIM(errorMessageText) ")"
    END-IF
    PERFORM readNextEarningsCodeTransaction.

convertTransactionAmounts.
    COMPUTE rateValue = FUNCTION NUMVAL(earningsTransRateText)
    COMPUTE premiumFactorValue =
        FUNCTION NUMVAL(earningsTransPremiumFactorText).

lookUpEarningsCodeForTransaction.
    *> Reads the targeted code (if any) and captures the BEFORE image
    *> while it still holds its pre-transaction values.
    MOVE "N" TO earningsCodeRecordFoundSwitch
    MOVE SPACES TO earningsReportBeforeLineSaved
    MOVE earningsTransCodeText TO earningsCodeIdentifier
    READ earningsCodeFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET earningsCodeRecordWasFound TO TRUE
    END-READ
    IF earningsCodeRecordWasFound
        MOVE "  BEFORE:" TO earningsReportDetailTag
        PERFORM buildEarningsCodeReportDetailLine
        MOVE earningsReportDetailLine TO earningsReportBeforeLineSaved
    END-IF.

validateEarningsCodeTransaction.
    *> Every check below runs regardless of whether an earlier one
    *> failed, and each finding is appended, so the change report
    *> shows the whole list.
    IF FUNCTION TRIM(earningsTransCodeText) = SPACES
        MOVE "Earnings code was empty." TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF

    EVALUATE TRUE
        WHEN earningsTransActionIsAdd
            *> A retired code may be filed again; it comes back with
            *> the transaction's values, the way a retired deduction
            *> type would be re-established.
            IF earningsCodeRecordWasFound
               AND earningsCodeIsActive
                MOVE "This earnings code already exists."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            MOVE earningsTransDescriptionText TO postChangeDescriptionText
            MOVE earningsTransMethodCodeText TO postChangeMethodCode
            MOVE rateValue TO postChangeRateValue
            MOVE premiumFactorValue TO postChangePremiumFactorValue
            MOVE earningsTransOvertimeBasisText
                TO postChangeOvertimeBasisSwitch
            IF postChangeOvertimeBasisSwitch = SPACE
                MOVE "N" TO postChangeOvertimeBasisSwitch
            END-IF
            MOVE earningsTransGlAccountCodeText TO postChangeGlAccountCode
            PERFORM validatePostChangeEarningsCode
        WHEN earningsTransActionIsChange
            IF NOT earningsCodeRecordWasFound
                MOVE "No such earnings code exists."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            ELSE
                IF earningsCodeIsRetired
                    MOVE "This earnings code is retired; file it again with ADD."
                        TO errorMessageCandidateText
                    PERFORM appendErrorMessage
                END-IF
                PERFORM buildPostChangeEarningsCode
                PERFORM validatePostChangeEarningsCode
            END-IF
        WHEN earningsTransActionIsEnd
            IF NOT earningsCodeRecordWasFound
                MOVE "No such earnings code exists."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            ELSE
                IF earningsCodeIsRetired
                    MOVE "This earnings code is already retired."
                        TO errorMessageCandidateText
                    PERFORM appendErrorMessage
                END-IF
            END-IF
        WHEN OTHER
            MOVE "Action code is not recognized."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
    END-EVALUATE.

buildPostChangeEarningsCode.
    MOVE earningsCodeDescriptionText TO postChangeDescriptionText
    IF FUNCTION TRIM(earningsTransDescriptionText) NOT = SPACES
        MOVE earningsTransDescriptionText TO postChangeDescriptionText
    END-IF
    MOVE earningsCodeMethodCode TO postChangeMethodCode
    IF earningsTransMethodCodeText NOT = SPACE
        MOVE earningsTransMethodCodeText TO postChangeMethodCode
    END-IF
    MOVE earningsCodeRateAmount TO postChangeRateValue
    IF FUNCTION TRIM(earningsTransRateText) NOT = SPACES
        MOVE rateValue TO postChangeRateValue
    END-IF
    MOVE earningsCodePremiumFactor TO postChangePremiumFactorValue
    IF FUNCTION TRIM(earningsTransPremiumFactorText) NOT = SPACES
        MOVE premiumFactorValue TO postChangePremiumFactorValue
    END-IF
    MOVE earningsCodeOvertimeBasisSwitch TO postChangeOvertimeBasisSwitch
    IF earningsTransOvertimeBasisText NOT = SPACE
        MOVE earningsTransOvertimeBasisText
            TO postChangeOvertimeBasisSwitch
    END-IF
    MOVE earningsCodeGlAccountCode TO postChangeGlAccountCode
    IF FUNCTION TRIM(earningsTransGlAccountCodeText) NOT = SPACES
        MOVE earningsTransGlAccountCodeText TO postChangeGlAccountCode
    END-IF.

validatePostChangeEarningsCode.
    *> Judges the code as it will stand.
    IF FUNCTION TRIM(postChangeDescriptionText) = SPACES
        MOVE "Description was empty; it is the line's label on the stub."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF

    EVALUATE postChangeMethodCode
        WHEN "H"
        WHEN "F"
            *> The code's rate (or amount) is only the default a feed
            *> line falls back to, so zero is allowed -- it means every
            *> line must carry its own.
            IF postChangePremiumFactorValue NOT = ZERO
                MOVE "Only a premium code carries a premium factor."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN "P"
            IF postChangePremiumFactorValue <= ZERO
               OR postChangePremiumFactorValue > maximumPremiumFactorValue
                MOVE "A premium code requires a premium factor above zero and no more than 3.0000."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF postChangeRateValue NOT = ZERO
                MOVE "A premium code is priced from the base wage and carries no rate."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN OTHER
            MOVE "Method must be H (rate times hours), F (flat amount), or P (premium on base wage)."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
    END-EVALUATE

    IF postChangeRateValue > maximumEarningsRateAmount
        MOVE "Rate or amount is larger than 99999.99."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF

    IF postChangeOvertimeBasisSwitch NOT = "Y"
       AND postChangeOvertimeBasisSwitch NOT = "N"
        MOVE "Counts-toward-overtime flag must be Y or N."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF

    *> Coded earnings are gross pay, so they debit a payroll expense
    *> account in the 5000 series -- never the employer-side 5100 tax
    *> or 5200 retirement match accounts, which the void path and the
    *> journal readers treat as employer cost rather than gross.
    IF postChangeGlAccountCode IS NOT NUMERIC
       OR postChangeGlAccountCode(1:1) NOT = "5"
       OR postChangeGlAccountCode = "5100"
       OR postChangeGlAccountCode = "5200"
        MOVE "GL account must be a four-digit 5000-series payroll expense account other than 5100 or 5200."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF.

appendErrorMessage.
    IF errorMessageText = SPACES
        MOVE errorMessageCandidateText TO errorMessageText
    ELSE
        STRING FUNCTION TRIM(errorMessageText) " "
            FUNCTION TRIM(errorMessageCandidateText)
            DELIMITED BY SIZE INTO errorMessageText
            ON OVERFLOW
                DISPLAY "errorMessage=Too many validation errors to report in full"
    END-IF.

applyEarningsCodeTransaction.
    EVALUATE TRUE
        WHEN earningsTransActionIsAdd
            PERFORM applyAddTransaction
        WHEN earningsTransActionIsChange
            PERFORM applyChangeTransaction
        WHEN earningsTransActionIsEnd
            PERFORM applyEndTransaction
    END-EVALUATE.

applyAddTransaction.
    MOVE earningsTransCodeText TO earningsCodeIdentifier
    PERFORM movePostChangeValuesToRecord
    SET earningsCodeIsActive TO TRUE
    IF earningsCodeRecordWasFound
        REWRITE earningsCodeRecord
    ELSE
        WRITE earningsCodeRecord
    END-IF.

applyChangeTransaction.
    PERFORM movePostChangeValuesToRecord
    REWRITE earningsCodeRecord.

applyEndTransaction.
    *> Retired, not deleted: pay history, the GL, and a later void of
    *> a period that paid this code all still refer to it, and the
    *> engine refuses a retired code on any new feed row.
    SET earningsCodeIsRetired TO TRUE
    REWRITE earningsCodeRecord.

movePostChangeValuesToRecord.
    MOVE postChangeDescriptionText TO earningsCodeDescriptionText
    MOVE postChangeMethodCode TO earningsCodeMethodCode
    MOVE postChangeRateValue TO earningsCodeRateAmount
    MOVE postChangePremiumFactorValue TO earningsCodePremiumFactor
    MOVE postChangeOvertimeBasisSwitch TO earningsCodeOvertimeBasisSwitch
    MOVE postChangeGlAccountCode TO earningsCodeGlAccountCode.

buildEarningsCodeReportDetailLine.
    MOVE earningsCodeIdentifier TO earningsReportDetailCode
    MOVE earningsCodeDescriptionText TO earningsReportDetailDescription
    MOVE earningsCodeMethodCode TO earningsReportDetailMethod
    MOVE earningsCodeRateAmount TO earningsReportDetailRate
    MOVE earningsCodePremiumFactor TO earningsReportDetailPremium
    MOVE earningsCodeOvertimeBasisSwitch TO earningsReportDetailOvertime
    MOVE earningsCodeGlAccountCode TO earningsReportDetailGlAccount
    MOVE earningsCodeActiveSwitch TO earningsReportDetailActive.

writeEarningsCodeReportForTransaction.
    MOVE earningsTransActionCodeText TO earningsReportActionCode
    MOVE earningsTransCodeText TO earningsReportCodeText
    IF errorMessageText = SPACES
        MOVE "APPLIED" TO earningsReportResultText
    ELSE
        MOVE SPACES TO earningsReportResultText
        STRING "REJECTED - " FUNCTION TRIM(errorMessageText)
            DELIMITED BY SIZE INTO earningsReportResultText
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF
    WRITE earningsCodeMaintenanceReportPrintLine
        FROM earningsReportActionLine
    WRITE earningsCodeMaintenanceReportPrintLine
        FROM earningsReportColumnHeaderLine
    IF earningsReportBeforeLineSaved NOT = SPACES
        WRITE earningsCodeMaintenanceReportPrintLine
            FROM earningsReportBeforeLineSaved
    ELSE
        WRITE earningsCodeMaintenanceReportPrintLine
            FROM earningsReportNoRecordLine
    END-IF
    IF errorMessageText = SPACES
        MOVE "  AFTER: " TO earningsReportDetailTag
        PERFORM buildEarningsCodeReportDetailLine
        WRITE earningsCodeMaintenanceReportPrintLine
            FROM earningsReportDetailLine
    END-IF
    WRITE earningsCodeMaintenanceReportPrintLine
        FROM earningsReportBlankLine.
