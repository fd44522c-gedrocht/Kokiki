*> One row per employee per reported hire on NEW-HIRE-REPORTED-FILE,
*> the new-hire extract's record of what it has already sent to the
*> state registries. Keyed by employee and hire date: a first hire
*> and each later rehire carry different hire dates, so each is
*> reported exactly once, and a rerun of the extract for the same
*> period finds its rows here and sends nobody twice. Written only by
*> the new-hire extract, as each registry record is written.
01 newHireReportedRecord.
    05 newHireReportedRecordKey.
        10 newHireReportedEmployeeIdentifier PIC X(20).
        10 newHireReportedHireDate           PIC X(08).
*> "N" a first hire, "R" a rehire.
    05 newHireReportedTypeCode             PIC X(01).
    05 newHireReportedStateCode            PIC X(02).
    05 newHireReportedPeriodNumber         PIC 9(04).
    05 newHireReportedRunDate              PIC X(08).
