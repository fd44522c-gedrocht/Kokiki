*> One print line on TAX-RATE-MAINTENANCE-REPORT-FILE, the
*> before/after change report the tax rate maintenance program
*> produces so the payroll desk can verify exactly what each
*> submitted rate transaction did (or why it was rejected) -- the
*> same job the deduction maintenance report does for the deduction
*> master. Each transaction is written as a small block of these
*> lines built from working-storage report-line layouts and moved
*> into this record on WRITE.
01 taxRateMaintenanceReportPrintLine PIC X(132).
