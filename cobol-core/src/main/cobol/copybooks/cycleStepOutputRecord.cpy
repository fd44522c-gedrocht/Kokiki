*> One line of CYCLE-STEP-OUTPUT-FILE, the console output of the job
*> step the cycle control program just ran, captured so its
*> errorMessage and its name=value totals can be recorded against the
*> step on the cycle status file. Rewritten for every step.
01 cycleStepOutputLine                 PIC X(256).
