*> One decision on CHANGE-APPROVAL-TRANSACTION-FILE, submitted by
*> the approving user ahead of a pending change approval run: APRV
*> puts a pending change onto the master, RJCT discards it. The row
*> names the employee and field code (BANK, WAGE, SALY, or PTYP);
*> the request timestamp may be left blank, since only one request
*> per employee per field is ever pending. The approving user must
*> be named and must not be the user who requested the change.
01 changeApprovalTransactionRecord.
    05 changeApprovalActionCodeText           PIC X(04).
        88 changeApprovalActionIsApprove      VALUE "APRV".
        88 changeApprovalActionIsReject       VALUE "RJCT".
    05 changeApprovalEmployeeIdentifierText   PIC X(20).
    05 changeApprovalFieldCodeText            PIC X(04).
    05 changeApprovalRequestTimestampText     PIC X(16).
    05 changeApprovalUserText                 PIC X(08).
    05 changeApprovalNoteText                 PIC X(60).
