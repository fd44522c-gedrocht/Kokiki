*> One print line on CYCLE-REPORT-FILE, the payroll cycle status
*> report for the shift handoff: each job step of the current period's
*> cycle with its start and end times, return code, key totals, any
*> hold and who released it, and the next action the cycle is waiting
*> on. Built from working-storage report-line layouts and moved into
*> this record on WRITE.
01 cycleReportPrintLine                PIC X(132).
