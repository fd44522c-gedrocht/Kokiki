*> master maintenance program (which validates incoming work-state
*> codes against it), so both sides always agree on which codes the
*> company recognizes.
*>
*> The ten codes below are the rates the company ran on before the
*> tax rate file existed. Both programs start from them and then lay
*> over whatever SWHT rows the tax rate file has in effect for the
*> period: a row for a code already here replaces its rate, and a
*> row for a new code takes the next empty slot -- which is why the
*> table carries room past its ten starting codes and a count of the
*> slots in use, and why every lookup stops at the count rather than
*> at the table's size.
01 stateTaxRateTableData.
    05 FILLER                            PIC X(07) VALUE "CA00750".
    05 FILLER                            PIC X(07) VALUE "NY00685".
    05 FILLER                            PIC X(07) VALUE "OH00399".
    05 FILLER                            PIC X(07) VALUE "GA00575".
    05 FILLER                            PIC X(07) VALUE "NC00499".
    05 FILLER                            PIC X(70) VALUE SPACES.
01 stateTaxRateTable REDEFINES stateTaxRateTableData.
    05 stateTaxRateEntry OCCURS 20 TIMES.
        10 stateTaxRateStateCode         PIC X(02).
        10 stateTaxRateRatePercentage    PIC 9V9999.

01 stateTaxRateEntryCount                PIC 9(02) VALUE 10.
01 stateTaxRateIndex                     PIC 9(02) VALUE ZERO.
01 stateTaxRateFoundSwitch               PIC X(01) VALUE "N".
    88 stateTaxRateWasFound              VALUE "Y".
