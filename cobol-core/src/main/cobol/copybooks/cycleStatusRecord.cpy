*> One row per pay period on CYCLE-STATUS-FILE, keyed by period
*> number: where that period's payroll cycle stands, step by step. The
*> cycle control program writes a row when it starts a period's cycle
*> and updates it as each job step starts and ends, so a restart knows
*> which step to pick up at and the shift handoff report can be
*> printed from it at any time.
01 cycleStatusRecord.
    05 cycleStatusPayPeriodNumber          PIC 9(04).
*> "O" while any step is still to run (or held, or failed); "C" once
*> every step has finished cleanly or been released.
    05 cycleStatusCycleCode                PIC X(01).
        88 cycleStatusCycleIsOpen          VALUE "O".
        88 cycleStatusCycleIsComplete      VALUE "C".
*> Timestamps are YYYYMMDDHHMMSS off the system clock.
    05 cycleStatusOpenedTimestamp          PIC X(14).
    05 cycleStatusCompletedTimestamp       PIC X(14).
*> One entry per job step, in cycle order: PAY-CALENDAR check, PROOF,
*> BATCH, PAYROLL-RECONCILIATION, BANK-EXCEPTION-PROCESSING,
*> PAYROLL-REMITTANCE, CHECK-CAPTURE, PAYROLL-PERIOD-CLOSE.
    05 cycleStatusStepEntry OCCURS 8 TIMES.
*> Blank not yet run; "R" started and never recorded an end (the
*> step or the cycle control program itself was cut off); "C"
*> finished with return code 0; "F" failed -- the restart runs it
*> again; "H" held: the step finished but flagged something for the
*> desk (return code 8, or an out-of-balance reconciliation), and the
*> cycle goes no further until a supervisor releases it; "L" held
*> and then released.
        10 cycleStatusStepCode             PIC X(01).
            88 cycleStatusStepNotStarted   VALUE SPACE.
            88 cycleStatusStepIsRunning    VALUE "R".
            88 cycleStatusStepIsClean      VALUE "C".
            88 cycleStatusStepFailed       VALUE "F".
            88 cycleStatusStepIsHeld       VALUE "H".
            88 cycleStatusStepWasReleased  VALUE "L".
        10 cycleStatusStepStartTimestamp   PIC X(14).
        10 cycleStatusStepEndTimestamp     PIC X(14).
        10 cycleStatusStepReturnCode       PIC 9(04).
        10 cycleStatusStepRunCount         PIC 9(02).
*> The step's errorMessage (or, for the reconciliation, its overall
*> result line), and the name=value totals the cycle keeps for it off
*> its console -- the figures the next shift wants to see.
        10 cycleStatusStepMessageText      PIC X(80).
        10 cycleStatusStepTotalText OCCURS 4 TIMES PIC X(50).
        10 cycleStatusStepReleasedBy       PIC X(20).
        10 cycleStatusStepReleasedTimestamp PIC X(14).
