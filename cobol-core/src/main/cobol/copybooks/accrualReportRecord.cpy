*> One print line on ACCRUAL-REPORT-FILE, the month-end wage accrual
*> report: for each pay period straddling the month end, the share of
*> its days falling in the month, the pay it was measured from, and
*> the wages and employer taxes accrued per department, with the
*> employees that could not be measured. Built from working-storage
*> report-line layouts and moved into this record on WRITE.
01 accrualReportPrintLine              PIC X(132).
