*> One requested change to an employee's sensitive pay details on
*> PENDING-CHANGE-FILE -- bank details, hourly wage, annual salary,
*> or pay type -- held here instead of landing on the master, until
*> a different user approves it in the pending change approval run.
*> Maintenance (a CHNG transaction), the engine's feed refresh (a
*> HOURSFD row), and the engine's single-employee and void entry
*> points all file here; only the approval run moves a change onto
*> the master.
*>
*> Keyed by employee, then field, then the moment it was requested,
*> so one employee's requests for one field browse together in the
*> order they arrived. At most one row per employee per field is
*> pending at a time: a newer request for the same field supersedes
*> the older one, and a request identical to the one already pending
*> is not filed again. Decided rows stay on the file as the audit
*> trail of who asked and who approved.
*>
*> Both images carry every sensitive field, so the approval run can
*> check the master still holds what the requester saw; only the
*> fields the row's field code names are changed by it. A pay type
*> row carries the salary that goes with the new type.
01 pendingChangeRecord.
    05 pendingChangeRecordKey.
        10 pendingChangeEmployeeIdentifier    PIC X(20).
        10 pendingChangeFieldCode             PIC X(04).
            88 pendingChangeIsBankDetails     VALUE "BANK".
            88 pendingChangeIsHourlyWage      VALUE "WAGE".
            88 pendingChangeIsAnnualSalary    VALUE "SALY".
            88 pendingChangeIsPayType         VALUE "PTYP".
        10 pendingChangeRequestTimestamp      PIC X(16).
    05 pendingChangeStatusCode                PIC X(01).
        88 pendingChangeIsPending             VALUE "P".
        88 pendingChangeIsApproved            VALUE "A".
        88 pendingChangeIsRejected            VALUE "R".
        88 pendingChangeIsSuperseded          VALUE "S".
*> Where the request came from (EMPMTRAN, HOURSFD, or ENGINE for the
*> engine's own single-employee and void inputs) and who asked.
    05 pendingChangeSourceCode                PIC X(08).
    05 pendingChangeRequestedByUser           PIC X(08).
    05 pendingChangeBeforeValues.
        10 pendingChangeBeforeRoutingNumber   PIC X(09).
        10 pendingChangeBeforeAccountNumber   PIC X(17).
        10 pendingChangeBeforeHourlyWage      PIC 9(5)V99.
        10 pendingChangeBeforePayTypeCode     PIC X(01).
        10 pendingChangeBeforeAnnualSalary    PIC 9(7)V99.
    05 pendingChangeAfterValues.
        10 pendingChangeAfterRoutingNumber    PIC X(09).
        10 pendingChangeAfterAccountNumber    PIC X(17).
        10 pendingChangeAfterHourlyWage       PIC 9(5)V99.
        10 pendingChangeAfterPayTypeCode      PIC X(01).
        10 pendingChangeAfterAnnualSalary     PIC 9(7)V99.
*> Who approved or rejected it, when, and why; blank while pending.
    05 pendingChangeDecidedByUser             PIC X(08).
    05 pendingChangeDecisionTimestamp         PIC X(16).
    05 pendingChangeDecisionNoteText          PIC X(60).
