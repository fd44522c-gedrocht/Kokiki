*> One print line on RETRO-DETAIL-REPORT-FILE, the retro detail
*> report the retroactive pay adjustment run produces: for each
*> raise, every completed period it reached back over, with what the
*> period paid, what it should have paid, and the difference queued
*> for the next batch run. Built from working-storage report-line
*> layouts and moved into this record on WRITE.
01 retroDetailReportPrintLine PIC X(132).
