*> One row per issued check on CHECK-STATUS-FILE, keyed by check
*> number: every printed payroll check and every REMT remittance
*> check, from the day it is issued until it clears the bank or is
*> voided. The check register and positive-pay file are rewritten by
*> each batch run, so the cleared-check reconciliation program copies
*> their new check numbers in here on every run; this file, not the
*> register, is the standing list of what is still outstanding.
01 checkStatusRecord.
    05 checkStatusCheckNumber              PIC 9(08).
*> The employee the check paid, or for a remittance check the payee
*> identifier the remittance run wrote on the register line.
    05 checkStatusPayeeIdentifier          PIC X(20).
    05 checkStatusPayeeName                PIC X(60).
*> Spaces for a payroll check, "REMT" for a remittance check -- the
*> same code the check register line carried.
    05 checkStatusCheckTypeCode            PIC X(04).
        88 checkStatusIsRemittanceCheck    VALUE "REMT".
    05 checkStatusIssueDate                PIC X(08).
    05 checkStatusIssuedAmount             PIC 9(7)V99.
    05 checkStatusPayPeriodNumber          PIC 9(04).
*> "O" issued and not yet presented; "C" paid by the bank; "V" voided
*> by a void/reissue run before it was presented; "E" stale-dated:
*> voided by the reconciliation program and its amount moved to the
*> unclaimed-property liability, to be reported to the state.
    05 checkStatusCode                     PIC X(01).
        88 checkStatusIsOutstanding        VALUE "O".
        88 checkStatusIsCleared            VALUE "C".
        88 checkStatusIsVoided             VALUE "V".
        88 checkStatusIsEscheatable        VALUE "E".
    05 checkStatusClearedDate              PIC X(08).
    05 checkStatusClearedAmount            PIC 9(7)V99.
*> Set when the bank paid a different amount than the check was
*> issued for; the row is still marked cleared, since the money left.
    05 checkStatusAmountMismatchSwitch     PIC X(01).
        88 checkStatusAmountDiffers        VALUE "Y".
    05 checkStatusStaleVoidDate            PIC X(08).
*> The state the unclaimed property is owed to: the employee's home
*> state, else their work state, as they stood when the check went
*> stale. Blank for a remittance check or an employee no longer on
*> the master.
    05 checkStatusEscheatStateCode         PIC X(02).
