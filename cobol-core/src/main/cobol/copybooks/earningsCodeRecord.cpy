*> One earnings code on EARNINGS-CODE-FILE, the table that tells the
*> calculation engine how to pay each kind of coded earnings a
*> period-hours feed row can carry -- night-shift differential,
*> holiday premium, commission, on-call pay, and whatever else the
*> business adds -- instead of everything outside regular, overtime,
*> and leave pay being lumped into the one performance bonus field.
*>
*> Each code says:
*>   how it is priced -- H: the line's hours times an hourly rate
*>     (the rate on the feed line, or this code's rate when the line
*>     carries none); F: a flat amount (the line's amount, or this
*>     code's amount when the line carries none); P: a premium on the
*>     base wage, the line's hours times the employee's hourly wage
*>     times this code's premium factor (0.5000 is half-time on top,
*>     1.0000 is double time);
*>   whether it counts toward overtime -- a code that does is part
*>     of the regular rate overtime is paid from, so an employee who
*>     worked overtime in the period is paid the overtime premium on
*>     it as well;
*>   which GL expense account it debits -- its own line on the
*>     journal rather than folding into payroll expense 5000.
*>
*> A code that is no longer used is retired, never removed: the pay
*> history, the GL, and a later void of a period that paid it still
*> refer to it.
*>
*> Maintained only through the earnings code maintenance program.
01 earningsCodeRecord.
    05 earningsCodeIdentifier              PIC X(04).
    05 earningsCodeDescriptionText         PIC X(30).
    05 earningsCodeMethodCode              PIC X(01).
        88 earningsCodeIsRateTimesHours    VALUE "H".
        88 earningsCodeIsFlatAmount        VALUE "F".
        88 earningsCodeIsPremiumOnBaseWage VALUE "P".
    05 earningsCodeRateAmount              PIC 9(5)V99.
    05 earningsCodePremiumFactor           PIC 9V9999.
    05 earningsCodeOvertimeBasisSwitch     PIC X(01).
        88 earningsCodeCountsTowardOvertime VALUE "Y".
    05 earningsCodeGlAccountCode           PIC X(04).
    05 earningsCodeActiveSwitch            PIC X(01).
        88 earningsCodeIsActive            VALUE "Y".
        88 earningsCodeIsRetired           VALUE "N".
