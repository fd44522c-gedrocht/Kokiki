*> One print line on CHECK-RECONCILIATION-REPORT-FILE, the report the
*> cleared-check reconciliation program produces for the payroll
*> desk: the checks newly issued since the last run, every paid item
*> the bank sent that did not simply clear an outstanding check at
*> its issued amount, the outstanding check aging, and the
*> stale-dated checks voided to unclaimed property. Built from
*> working-storage report-line layouts and moved into this record on
*> WRITE, the same way the engine's pay stub lines are.
01 checkReconciliationReportPrintLine  PIC X(132).
