    05 ytdHistoryRetirementContribution    PIC 9(7)V99.
    05 FILLER                              PIC X(02) VALUE SPACES.
    05 ytdHistoryPaidLeaveAccruedHours     PIC 9(5)V99.
    *> The year's Social Security and Medicare wages and withholding,
    *> as they went on the annual wage statement (Medicare withheld
    *> includes any additional Medicare).
    05 FILLER                              PIC X(02) VALUE SPACES.
    05 ytdHistorySocialSecurityWages       PIC 9(7)V99.
    05 FILLER                              PIC X(02) VALUE SPACES.
    05 ytdHistorySocialSecurityWithheld    PIC 9(7)V99.
    05 FILLER                              PIC X(02) VALUE SPACES.
    05 ytdHistoryMedicareWages             PIC 9(7)V99.
    05 FILLER                              PIC X(02) VALUE SPACES.
    05 ytdHistoryMedicareWithheld          PIC 9(7)V99.
