*> One print line on ESCHEATMENT-REPORT-FILE, the annual unclaimed
*> property report: every check voided as stale-dated during the
*> year, grouped by the state it is owed to, with the owner's name
*> and last known address, ready to be transcribed onto each state's
*> holder report. Built from working-storage report-line layouts and
*> moved into this record on WRITE.
01 escheatmentReportPrintLine          PIC X(132).
