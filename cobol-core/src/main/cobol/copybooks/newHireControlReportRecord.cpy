*> One print line on NEW-HIRE-CONTROL-REPORT-FILE, the new-hire
*> extract's own listing for the payroll desk: every hire it reported
*> this run, and every one it had to hold back and why, so a held
*> employee can be fixed through maintenance before the next run
*> picks them up.
01 newHireControlReportPrintLine         PIC X(132).
