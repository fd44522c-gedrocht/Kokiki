    05 FILLER                          PIC X(02) VALUE SPACES.
    05 registerEntryTypeCode           PIC X(04).
        88 registerEntryIsVoid         VALUE "VOID".
*> The employee's FICA withheld, Social Security and Medicare (the
*> Medicare column includes any additional Medicare), carried after
*> the entry type so the columns ahead of it keep their positions.
    05 FILLER                          PIC X(02) VALUE SPACES.
    05 registerSocialSecurityAmount    PIC Z(7).99.
    05 FILLER                          PIC X(02) VALUE SPACES.
    05 registerMedicareAmount          PIC Z(7).99.
