>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-RATE-MAINTENANCE.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. GNUCOBOL.
OBJECT-COMPUTER. GNUCOBOL.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The effective-dated tax rate file the calculation engine and
    *> the employee maintenance program read. This program is its
    *> front door: a January rate change is filed here ahead of the
    *> first January period as a new row dated January 1, instead of
    *> being edited into VALUE clauses and recompiled -- and because
    *> the old row stays on file under its own date, a correction run
    *> for a December period still withholds at December's rates.
    SELECT taxRateFile ASSIGN TO "TAXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS taxRateRecordKey
        FILE STATUS IS taxRateFileStatus.

    *> The transaction file submitted ahead of the run: one row per
    *> requested ADD, CHNG, or END, applied in file order.
    SELECT taxRateTransactionFile ASSIGN TO "TAXTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS taxRateTransactionFileStatus.

    *> The before/after change report. Runs append to it so a whole
    *> day's maintenance can be reviewed as one document, the same
    *> way the other maintenance reports accumulate.
    SELECT taxRateMaintenanceReportFile ASSIGN TO "TAXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS taxRateMaintenanceReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  taxRateFile.
COPY "taxRateRecord.cpy".

FD  taxRateTransactionFile.
COPY "taxRateTransactionRecord.cpy".

FD  taxRateMaintenanceReportFile.
COPY "taxRateMaintenanceReportRecord.cpy".

WORKING-STORAGE SECTION.
*> Converted numeric values for the fields that arrive as text, the
*> same two-step read-then-convert contract the other maintenance
*> programs keep.
01 rateValue                             PIC 9V9999 VALUE ZERO.
01 limitAmountValue                      PIC 9(7)V99 VALUE ZERO.

*> The row as the transaction would leave it -- each field the
*> transaction carries, backed by the existing row's value where it
*> is blank on a change -- so the per-table rules judge the row the
*> engine will actually read, not the transaction alone.
01 postChangeRateValue                   PIC 9V9999 VALUE ZERO.
01 postChangeLimitAmountValue            PIC 9(7)V99 VALUE ZERO.

*> A federal bracket rate is carried to the hundredth in the
*> engine's bracket tables; the rate is moved through this field and
*> compared back to catch a rate finer than that.
01 bracketRateCheckValue                 PIC 9V99 VALUE ZERO.

*> The wage-and-hour compliance tables hold figures the engine's
*> compliance table carries in narrower fields than the row's amount:
*> a minimum hourly wage no more than 999.99, and a final-pay deadline
*> in whole days no more than 999. The deadline is moved through this
*> field and compared back to catch a fraction of a day.
01 maximumMinimumWageAmount              PIC 9(3)V99 VALUE 999.99.
01 finalPayDeadlineCheckValue            PIC 9(03) VALUE ZERO.

*> The largest standard deduction the engine's deduction fields
*> hold.
01 maximumStandardDeductionAmount        PIC 9(5)V99 VALUE 99999.99.

*> Effective-date validation, the same shape the pay calendar
*> maintenance program checks its dates with.
01 dateCandidateText                     PIC X(08) VALUE SPACES.
01 dateCandidateDigits REDEFINES dateCandidateText.
    05 dateCandidateYear                 PIC 9(04).
    05 dateCandidateMonth                PIC 9(02).
    05 dateCandidateDay                  PIC 9(02).

*> Every problem found with a transaction is appended here rather
*> than overwriting whatever was already found, the same
*> append-not-overwrite contract the other maintenance programs keep.
01 errorMessageText                      PIC X(500) VALUE SPACES.
01 errorMessageCandidateText             PIC X(120) VALUE SPACES.

*> File status and control switches.
01 taxRateFileStatus                     PIC X(02) VALUE "00".
01 taxRateTransactionFileStatus          PIC X(02) VALUE "00".
01 taxRateMaintenanceReportFileStatus    PIC X(02) VALUE "00".
01 taxRateTransactionEndSwitch           PIC X(01) VALUE "N".
    88 taxRateTransactionsAtEnd          VALUE "Y".
01 taxRateRecordFoundSwitch              PIC X(01) VALUE "N".
    88 taxRateRecordWasFound             VALUE "Y".
01 entryCodeValidSwitch                  PIC X(01) VALUE "Y".
    88 entryCodeIsValid                  VALUE "Y".

*> Run counters for the report trailer and the console summary.
01 taxRateTransactionsReadCount          PIC 9(05) VALUE ZERO.
01 taxRateTransactionsAppliedCount       PIC 9(05) VALUE ZERO.
01 taxRateTransactionsRejectedCount      PIC 9(05) VALUE ZERO.

*> Change-report lines, built the same way the deduction
*> maintenance report builds its own.
01 taxRateReportTimestampText            PIC X(21).
01 taxRateReportHeaderLine.
    05 FILLER                            PIC X(33) VALUE "TAX RATE MAINTENANCE REPORT      ".
    05 taxRateReportHeaderTimestamp      PIC X(21).
    05 FILLER                            PIC X(78) VALUE SPACES.
01 taxRateReportActionLine.
    05 FILLER                            PIC X(08) VALUE "ACTION: ".
    05 taxRateReportActionCode           PIC X(04).
    05 FILLER                            PIC X(09) VALUE "  TABLE: ".
    05 taxRateReportTableCode            PIC X(04).
    05 FILLER                            PIC X(09) VALUE "  ENTRY: ".
    05 taxRateReportEntryCode            PIC X(04).
    05 FILLER                            PIC X(13) VALUE "  EFFECTIVE: ".
    05 taxRateReportEffectiveDate        PIC X(08).
    05 FILLER                            PIC X(10) VALUE "  RESULT: ".
    05 taxRateReportResultText           PIC X(63).
01 taxRateReportColumnHeaderLine.
    05 FILLER                            PIC X(10) VALUE SPACES.
    05 FILLER                            PIC X(04) VALUE "TABL".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(04) VALUE "ENTR".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(08) VALUE "EFFECTIV".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(06) VALUE "  RATE".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(10) VALUE "    AMOUNT".
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 FILLER                            PIC X(30) VALUE "DESCRIPTION".
    05 FILLER                            PIC X(50) VALUE SPACES.
01 taxRateReportDetailLine.
    05 taxRateReportDetailTag            PIC X(09).
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 taxRateReportDetailTable          PIC X(04).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 taxRateReportDetailEntry          PIC X(04).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 taxRateReportDetailEffective      PIC X(08).
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 taxRateReportDetailRate           PIC 9.9999.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 taxRateReportDetailAmount         PIC Z(7).99.
    05 FILLER                            PIC X(02) VALUE SPACES.
    05 taxRateReportDetailDescription    PIC X(30).
    05 FILLER                            PIC X(50) VALUE SPACES.
01 taxRateReportNoRecordLine.
    05 FILLER                            PIC X(09) VALUE "  BEFORE:".
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 FILLER                            PIC X(122) VALUE "(no existing row on the tax rate file)".
01 taxRateReportEndedLine.
    05 FILLER                            PIC X(09) VALUE "  AFTER: ".
    05 FILLER                            PIC X(01) VALUE SPACES.
    05 FILLER                            PIC X(122) VALUE "(row removed from the tax rate file)".
01 taxRateReportSummaryLine.
    05 FILLER                            PIC X(19) VALUE "TRANSACTIONS READ: ".
    05 taxRateReportReadCount            PIC Z(4)9.
    05 FILLER                            PIC X(11) VALUE "  APPLIED: ".
    05 taxRateReportAppliedCount         PIC Z(4)9.
    05 FILLER                            PIC X(12) VALUE "  REJECTED: ".
    05 taxRateReportRejectedCount        PIC Z(4)9.
    05 FILLER                            PIC X(75) VALUE SPACES.
01 taxRateReportSeparatorLine            PIC X(132) VALUE ALL "-".
01 taxRateReportBlankLine                PIC X(132) VALUE SPACES.

*> The BEFORE line is captured while the row still holds its
*> pre-transaction values and written after the outcome is known,
*> the same two-step the other maintenance reports use.
01 taxRateReportBeforeLineSaved          PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
    PERFORM openTaxRateFileForMaintenance
    PERFORM openTaxRateTransactionFile
    PERFORM openTaxRateReportFileForAppend
    PERFORM writeTaxRateReportHeader

    MOVE "N" TO taxRateTransactionEndSwitch
    PERFORM readNextTaxRateTransaction
    PERFORM processOneTaxRateTransaction
        UNTIL taxRateTransactionsAtEnd

    PERFORM writeTaxRateReportSummary

    CLOSE taxRateFile
    CLOSE taxRateTransactionFile
    CLOSE taxRateMaintenanceReportFile

    DISPLAY "taxRateTransactionsRead=" taxRateTransactionsReadCount
    DISPLAY "taxRateTransactionsApplied=" taxRateTransactionsAppliedCount
    DISPLAY "taxRateTransactionsRejected=" taxRateTransactionsRejectedCount
    GOBACK.

openTaxRateFileForMaintenance.
    *> The rate file will not exist the first time this program runs;
    *> create it rather than treating that as an error, the same way
    *> the deduction maintenance program bootstraps its own file.
    OPEN I-O taxRateFile
    IF taxRateFileStatus = "35"
        OPEN OUTPUT taxRateFile
        CLOSE taxRateFile
        OPEN I-O taxRateFile
    END-IF
    IF taxRateFileStatus NOT = "00"
        DISPLAY "errorMessage=Tax rate file is not available for maintenance run, status " taxRateFileStatus
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

openTaxRateTransactionFile.
    *> A maintenance run with nothing to apply is a submission
    *> mistake, so a missing transaction file stops the run rather
    *> than silently doing nothing.
    OPEN INPUT taxRateTransactionFile
    IF taxRateTransactionFileStatus NOT = "00"
        DISPLAY "errorMessage=Tax rate transaction file is not available, status " taxRateTransactionFileStatus
        CLOSE taxRateFile
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

openTaxRateReportFileForAppend.
    OPEN EXTEND taxRateMaintenanceReportFile
    IF taxRateMaintenanceReportFileStatus = "35"
        OPEN OUTPUT taxRateMaintenanceReportFile
    END-IF.

writeTaxRateReportHeader.
    MOVE FUNCTION CURRENT-DATE TO taxRateReportTimestampText
    MOVE taxRateReportTimestampText TO taxRateReportHeaderTimestamp
    WRITE taxRateMaintenanceReportPrintLine
        FROM taxRateReportHeaderLine
    WRITE taxRateMaintenanceReportPrintLine
        FROM taxRateReportSeparatorLine.

writeTaxRateReportSummary.
    MOVE taxRateTransactionsReadCount TO taxRateReportReadCount
    MOVE taxRateTransactionsAppliedCount TO taxRateReportAppliedCount
    MOVE taxRateTransactionsRejectedCount TO taxRateReportRejectedCount
    WRITE taxRateMaintenanceReportPrintLine
        FROM taxRateReportSeparatorLine
    WRITE taxRateMaintenanceReportPrintLine
        FROM taxRateReportSummaryLine
    WRITE taxRateMaintenanceReportPrintLine
        FROM taxRateReportBlankLine.

readNextTaxRateTransaction.
    READ taxRateTransactionFile
        AT END SET taxRateTransactionsAtEnd TO TRUE
    END-READ.

processOneTaxRateTransaction.
    ADD 1 TO taxRateTransactionsReadCount
    MOVE SPACES TO errorMessageText
    PERFORM convertTransactionAmounts
    PERFORM lookUpTaxRateRowForTransaction
    PERFORM validateTaxRateTransaction
    IF errorMessageText = SPACES
        PERFORM applyTaxRateTransaction
    END-IF
    PERFORM writeTaxRateReportForTransaction
    IF errorMessageText = SPACES
        ADD 1 TO taxRateTransactionsAppliedCount
    ELSE
        ADD 1 TO taxRateTransactionsRejectedCount
        DISPLAY "errorMessage=Tax rate transaction for table="
            FUNCTION TRIM(taxRateTransTableCodeText)
            " entry=" FUNCTION TRIM(taxRateTransEntryCodeText)
            " rejected (" FUNCTION TRIM(errorMessageText) ")"
    END-IF
    PERFORM readNextTaxRateTransaction.

convertTransactionAmounts.
    COMPUTE rateValue = FUNCTION NUMVAL(taxRateTransRateText)
    COMPUTE limitAmountValue = FUNCTION NUMVAL(taxRateTransAmountText).

lookUpTaxRateRowForTransaction.
    *> Reads the targeted row (if any) and captures the BEFORE image
    *> while it still holds its pre-transaction values.
    MOVE "N" TO taxRateRecordFoundSwitch
    MOVE SPACES TO taxRateReportBeforeLineSaved
    MOVE taxRateTransTableCodeText TO taxRateTableCode
    MOVE taxRateTransEntryCodeText TO taxRateEntryCode
    MOVE taxRateTransEffectiveDateText TO taxRateEffectiveDate
    READ taxRateFile
        INVALID KEY CONTINUE
        NOT INVALID KEY SET taxRateRecordWasFound TO TRUE
    END-READ
    IF taxRateRecordWasFound
        MOVE "  BEFORE:" TO taxRateReportDetailTag
        PERFORM buildTaxRateReportDetailLine
        MOVE taxRateReportDetailLine TO taxRateReportBeforeLineSaved
    END-IF.

validateTaxRateTransaction.
    *> Every check below runs regardless of whether an earlier one
    *> failed, and each finding is appended, so the change report
    *> shows the whole list.
    PERFORM validateTableAndEntryCode
    MOVE taxRateTransEffectiveDateText TO dateCandidateText
    PERFORM validateCandidateDate

    EVALUATE TRUE
        WHEN taxRateTransActionIsAdd
            IF taxRateRecordWasFound
                MOVE "A row for this table, entry, and effective date already exists."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            *> The standard deduction is an amount alone; every other
            *> table's row is filed with its rate spelled out, even a
            *> zero one (a state with no income tax).
            IF taxRateTransTableCodeText NOT = "STDD"
               AND FUNCTION TRIM(taxRateTransRateText) = SPACES
                MOVE "Rate was empty." TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            MOVE rateValue TO postChangeRateValue
            MOVE limitAmountValue TO postChangeLimitAmountValue
            PERFORM validateRateAndAmountForTable
        WHEN taxRateTransActionIsChange
            IF NOT taxRateRecordWasFound
                MOVE "No row for this table, entry, and effective date exists."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            ELSE
                MOVE taxRateRatePercentage TO postChangeRateValue
                IF FUNCTION TRIM(taxRateTransRateText) NOT = SPACES
                    MOVE rateValue TO postChangeRateValue
                END-IF
                MOVE taxRateLimitAmount TO postChangeLimitAmountValue
                IF FUNCTION TRIM(taxRateTransAmountText) NOT = SPACES
                    MOVE limitAmountValue TO postChangeLimitAmountValue
                END-IF
                PERFORM validateRateAndAmountForTable
            END-IF
        WHEN taxRateTransActionIsEnd
            IF NOT taxRateRecordWasFound
                MOVE "No row for this table, entry, and effective date exists."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN OTHER
            MOVE "Action code is not recognized."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
    END-EVALUATE.

validateTableAndEntryCode.
    *> Each table addresses its entries its own way (see the record
    *> layout); an entry the readers cannot place would be filed and
    *> then silently never used.
    MOVE "Y" TO entryCodeValidSwitch
    EVALUATE taxRateTransTableCodeText
        WHEN "FBRK"
            IF (taxRateTransEntryCodeText(1:1) NOT = "S"
                AND taxRateTransEntryCodeText(1:1) NOT = "M"
                AND taxRateTransEntryCodeText(1:1) NOT = "H")
               OR taxRateTransEntryCodeText(2:1) < "1"
               OR taxRateTransEntryCodeText(2:1) > "6"
               OR taxRateTransEntryCodeText(3:2) NOT = SPACES
                MOVE "N" TO entryCodeValidSwitch
            END-IF
        WHEN "STDD"
            IF (taxRateTransEntryCodeText(1:1) NOT = "S"
                AND taxRateTransEntryCodeText(1:1) NOT = "M"
                AND taxRateTransEntryCodeText(1:1) NOT = "H")
               OR taxRateTransEntryCodeText(2:3) NOT = SPACES
                MOVE "N" TO entryCodeValidSwitch
            END-IF
        WHEN "SWHT"
        WHEN "SUTA"
        WHEN "MINW"
        WHEN "EXSL"
            *> The compliance floors also take "US", the federal row
            *> every state's figure is measured against; the shape
            *> check below passes it like any other two-letter code.
            IF taxRateTransEntryCodeText(1:2) IS NOT ALPHABETIC-UPPER
               OR taxRateTransEntryCodeText(1:1) = SPACE
               OR taxRateTransEntryCodeText(2:1) = SPACE
               OR taxRateTransEntryCodeText(3:2) NOT = SPACES
                MOVE "N" TO entryCodeValidSwitch
            END-IF
        WHEN "FPAY"
            *> Final-pay deadlines are a state matter only; there is
            *> no federal row for the engine to read.
            IF taxRateTransEntryCodeText(1:2) IS NOT ALPHABETIC-UPPER
               OR taxRateTransEntryCodeText(1:1) = SPACE
               OR taxRateTransEntryCodeText(2:1) = SPACE
               OR taxRateTransEntryCodeText(3:2) NOT = SPACES
               OR taxRateTransEntryCodeText(1:2) = "US"
                MOVE "N" TO entryCodeValidSwitch
            END-IF
        WHEN "FUTA"
            IF taxRateTransEntryCodeText NOT = SPACES
                MOVE "N" TO entryCodeValidSwitch
            END-IF
        WHEN "FICA"
            IF taxRateTransEntryCodeText NOT = "ER"
               AND taxRateTransEntryCodeText NOT = "SS"
               AND taxRateTransEntryCodeText NOT = "MED"
               AND taxRateTransEntryCodeText NOT = "AMED"
                MOVE "N" TO entryCodeValidSwitch
            END-IF
        WHEN OTHER
            MOVE "Table code must be FBRK, STDD, SWHT, SUTA, FUTA, FICA, MINW, EXSL, or FPAY."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
    END-EVALUATE
    IF NOT entryCodeIsValid
        MOVE "Entry code is not valid for this table."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF.

validateCandidateDate.
    IF dateCandidateText IS NOT NUMERIC
        MOVE "Effective date must be eight digits, YYYYMMDD."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    ELSE
        IF dateCandidateMonth < 1 OR dateCandidateMonth > 12
           OR dateCandidateDay < 1 OR dateCandidateDay > 31
           OR dateCandidateYear < 1900
            MOVE "Effective date is not a real calendar date."
                TO errorMessageCandidateText
            PERFORM appendErrorMessage
        END-IF
    END-IF.

validateRateAndAmountForTable.
    *> Judges the row as it will stand. A rate is a fraction, never
    *> more than 1.0000. Which tables need a positive rate and which
    *> need an amount follows from how the engine uses them: a wage
    *> cap, wage base, threshold, or bracket limit of zero would tax
    *> nothing (or everything), while a zero withholding rate is a
    *> real state's real rate.
    IF postChangeRateValue > 1
        MOVE "Rate must be a fraction no more than 1.0000."
            TO errorMessageCandidateText
        PERFORM appendErrorMessage
    END-IF
    EVALUATE taxRateTransTableCodeText
        WHEN "FBRK"
            IF postChangeLimitAmountValue <= ZERO
                MOVE "A federal bracket requires a positive upper limit."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            MOVE postChangeRateValue TO bracketRateCheckValue
            IF bracketRateCheckValue NOT = postChangeRateValue
                MOVE "A federal bracket rate is carried to the hundredth (for example 0.22)."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN "STDD"
            IF postChangeLimitAmountValue <= ZERO
               OR postChangeLimitAmountValue > maximumStandardDeductionAmount
                MOVE "A standard deduction requires an amount above zero and no more than 99999.99."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF postChangeRateValue NOT = ZERO
                MOVE "A standard deduction carries an amount only, no rate."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN "SWHT"
            IF postChangeLimitAmountValue NOT = ZERO
                MOVE "A state withholding rate carries a rate only, no amount."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN "SUTA"
        WHEN "FUTA"
            IF postChangeRateValue <= ZERO
                MOVE "An unemployment rate must be above zero."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF postChangeLimitAmountValue <= ZERO
                MOVE "An unemployment rate requires a positive annual wage cap."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN "FICA"
            IF postChangeRateValue <= ZERO
                MOVE "A FICA rate must be above zero."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF (taxRateTransEntryCodeText = "SS"
                OR taxRateTransEntryCodeText = "AMED")
               AND postChangeLimitAmountValue <= ZERO
                MOVE "The Social Security wage base and additional Medicare threshold must be positive."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF (taxRateTransEntryCodeText = "ER"
                OR taxRateTransEntryCodeText = "MED")
               AND postChangeLimitAmountValue NOT = ZERO
                MOVE "This FICA entry carries a rate only, no amount."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN "MINW"
            IF postChangeLimitAmountValue <= ZERO
               OR postChangeLimitAmountValue > maximumMinimumWageAmount
                MOVE "A minimum wage requires an hourly amount above zero and no more than 999.99."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF postChangeRateValue NOT = ZERO
                MOVE "A minimum wage carries an amount only, no rate."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN "EXSL"
            IF postChangeLimitAmountValue <= ZERO
                MOVE "An exempt salary threshold requires a positive annual amount."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF postChangeRateValue NOT = ZERO
                MOVE "An exempt salary threshold carries an amount only, no rate."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
        WHEN "FPAY"
            *> Zero is a real deadline here (pay on the termination
            *> date itself), so only the shape of the figure is judged.
            MOVE postChangeLimitAmountValue TO finalPayDeadlineCheckValue
            IF finalPayDeadlineCheckValue NOT = postChangeLimitAmountValue
                MOVE "A final-pay deadline is a whole number of days, no more than 999."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
            IF postChangeRateValue NOT = ZERO
                MOVE "A final-pay deadline carries an amount only, no rate."
                    TO errorMessageCandidateText
                PERFORM appendErrorMessage
            END-IF
    END-EVALUATE.

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

applyTaxRateTransaction.
    EVALUATE TRUE
        WHEN taxRateTransActionIsAdd
            PERFORM applyAddTransaction
        WHEN taxRateTransActionIsChange
            PERFORM applyChangeTransaction
        WHEN taxRateTransActionIsEnd
            PERFORM applyEndTransaction
    END-EVALUATE.

applyAddTransaction.
    MOVE taxRateTransTableCodeText TO taxRateTableCode
    MOVE taxRateTransEntryCodeText TO taxRateEntryCode
    MOVE taxRateTransEffectiveDateText TO taxRateEffectiveDate
    MOVE postChangeRateValue TO taxRateRatePercentage
    MOVE postChangeLimitAmountValue TO taxRateLimitAmount
    MOVE taxRateTransDescriptionText TO taxRateDescriptionText
    WRITE taxRateRecord.

applyChangeTransaction.
    *> Only the fields the transaction carries non-blank land on the
    *> row; the key (table, entry, effective date) is what the row is
    *> and cannot be changed -- a rate that takes effect on another
    *> date is a new row.
    MOVE postChangeRateValue TO taxRateRatePercentage
    MOVE postChangeLimitAmountValue TO taxRateLimitAmount
    IF FUNCTION TRIM(taxRateTransDescriptionText) NOT = SPACES
        MOVE taxRateTransDescriptionText TO taxRateDescriptionText
    END-IF
    REWRITE taxRateRecord.

applyEndTransaction.
    *> Removing a row is for one filed in error: the entry falls back
    *> to its next-older row (or the starting rate) for every period
    *> the removed row covered. A rate that merely stops applying is
    *> superseded by filing its replacement under a later date, never
    *> by removing it, so the periods it did cover keep it. The change
    *> report's BEFORE image is the durable record of what was removed.
    DELETE taxRateFile RECORD.

buildTaxRateReportDetailLine.
    MOVE taxRateTableCode TO taxRateReportDetailTable
    MOVE taxRateEntryCode TO taxRateReportDetailEntry
    MOVE taxRateEffectiveDate TO taxRateReportDetailEffective
    MOVE taxRateRatePercentage TO taxRateReportDetailRate
    MOVE taxRateLimitAmount TO taxRateReportDetailAmount
    MOVE taxRateDescriptionText TO taxRateReportDetailDescription.

writeTaxRateReportForTransaction.
    MOVE taxRateTransActionCodeText TO taxRateReportActionCode
    MOVE taxRateTransTableCodeText TO taxRateReportTableCode
    MOVE taxRateTransEntryCodeText TO taxRateReportEntryCode
    MOVE taxRateTransEffectiveDateText TO taxRateReportEffectiveDate
    IF errorMessageText = SPACES
        MOVE "APPLIED" TO taxRateReportResultText
    ELSE
        MOVE SPACES TO taxRateReportResultText
        STRING "REJECTED - " FUNCTION TRIM(errorMessageText)
            DELIMITED BY SIZE INTO taxRateReportResultText
            ON OVERFLOW CONTINUE
        END-STRING
    END-IF
    WRITE taxRateMaintenanceReportPrintLine
        FROM taxRateReportActionLine
    WRITE taxRateMaintenanceReportPrintLine
        FROM taxRateReportColumnHeaderLine
    IF taxRateReportBeforeLineSaved NOT = SPACES
        WRITE taxRateMaintenanceReportPrintLine
            FROM taxRateReportBeforeLineSaved
    ELSE
        WRITE taxRateMaintenanceReportPrintLine
            FROM taxRateReportNoRecordLine
    END-IF
    IF errorMessageText = SPACES
        IF taxRateTransActionIsEnd
            WRITE taxRateMaintenanceReportPrintLine
                FROM taxRateReportEndedLine
        ELSE
            MOVE "  AFTER: " TO taxRateReportDetailTag
            PERFORM buildTaxRateReportDetailLine
            WRITE taxRateMaintenanceReportPrintLine
                FROM taxRateReportDetailLine
        END-IF
    END-IF
    WRITE taxRateMaintenanceReportPrintLine
        FROM taxRateReportBlankLine.
