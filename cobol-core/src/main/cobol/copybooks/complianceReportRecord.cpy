*> One print line on COMPLIANCE-REPORT-FILE, the wage-and-hour
*> exception report a PROOF or BATCH run produces: every employee
*> whose pay this period would fall below the minimum wage, who
*> reports regular hours past the overtime threshold, whose salary is
*> below the exempt-salary floor, or whose final leave payout is past
*> the state's deadline, grouped by rule, with whether each one holds
*> the employee's pay, was overridden, or is a warning only. Built
*> from working-storage report-line layouts and moved into this
*> record on WRITE, the same way the proof report lines are.
01 complianceReportPrintLine           PIC X(132).
