*> One override on COMPLIANCE-OVERRIDE-FILE, filed by the payroll
*> supervisor ahead of a BATCH run after looking into a wage-and-hour
*> exception the PROOF run reported: the employee, the rule being
*> overridden (MINW or OT40 -- the two that hold pay), the pay period
*> the override is good for, who approved it, and why. An override
*> covers one rule for one employee for one period only; next period
*> the same exception holds pay again unless it is fixed or overridden
*> again. The period arrives as text and is checked for digits before
*> it is compared.
01 complianceOverrideRecord.
    05 complianceOverrideEmployeeIdentifierText PIC X(20).
    05 complianceOverrideRuleCodeText          PIC X(04).
    05 complianceOverridePayPeriodText         PIC X(04).
    05 complianceOverrideApprovedByText        PIC X(08).
    05 complianceOverrideReasonText            PIC X(60).
