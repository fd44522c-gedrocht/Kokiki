*> One print line on EARNINGS-CODE-MAINTENANCE-REPORT-FILE, the
*> before/after change report the earnings code maintenance program
*> produces so the payroll desk can verify exactly what each
*> submitted transaction did (or why it was rejected), the same job
*> the tax rate maintenance report does for the tax rate file. Built
*> from working-storage report-line layouts and moved into this
*> record on WRITE.
01 earningsCodeMaintenanceReportPrintLine PIC X(132).
