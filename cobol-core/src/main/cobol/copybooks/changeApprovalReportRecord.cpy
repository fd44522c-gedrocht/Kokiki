*> One 132-column print line on CHANGE-APPROVAL-REPORT-FILE: the
*> decisions an approval run took, every change still waiting for
*> approval with its before and after values, and the employees
*> whose bank details changed shortly before the next payment.
01 changeApprovalReportPrintLine              PIC X(132).
