*> One retroactive raise on RETRO-TRANSACTION-FILE, submitted ahead
*> of a retroactive pay adjustment run: the employee, the new hourly
*> wage (hourly employees) or new annual salary (salaried employees),
*> and the date the raise took effect. The amounts arrive as text and
*> are converted and validated before anything is re-priced. The
*> raise itself still reaches the master for periods going forward
*> through employee maintenance and the pending change approval run,
*> and this row is refused unless its rate is one a second user has
*> already approved; it only makes up the periods already paid at
*> the old rate.
01 retroTransactionRecord.
    05 retroTransEmployeeIdentifierText    PIC X(20).
    05 retroTransHourlyWageText            PIC X(20).
    05 retroTransAnnualSalaryText          PIC X(20).
    05 retroTransEffectiveDateText         PIC X(08).
