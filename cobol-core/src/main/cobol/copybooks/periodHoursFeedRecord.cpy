*> actual hours/benefit/bonus, current hourly wage, current
*> direct-deposit details, and current work-state code, instead of
*> forever reusing whatever was on the employee master the first
*> time that employee was ever seen. A relocation reaches a batch
*> run through this feed directly; a raise or a bank change on it is
*> filed for a second user's approval and paid once approved.
*>
*> NOTE on layout growth: HOURSFD is a keyed file, so adding fields
*> changes the stored record length -- a feed built under an older
        10 periodHoursFeedSplitEntry OCCURS 3 TIMES.
            15 periodHoursFeedSplitDepartmentCode PIC X(04).
            15 periodHoursFeedSplitFraction       PIC 9V9999.
*> Coded earnings for the period, up to six lines, each naming an
*> earnings code from the earnings code table with whatever that
*> code's method needs: hours (rate-times-hours and premium codes),
*> an hourly rate (rate-times-hours, when the code's own rate is not
*> the one to use), or an amount (flat codes, when the code's own
*> amount is not the one to use). Unused lines are left blank. A line
*> whose code is not on the table (or is retired), or that lacks
*> what its method needs, rejects the row whole, the same as every
*> other feed guardrail.
    05 periodHoursFeedEarningsTable.
        10 periodHoursFeedEarningsEntry OCCURS 6 TIMES.
            15 periodHoursFeedEarningsCode     PIC X(04).
            15 periodHoursFeedEarningsHours    PIC 9(3)V99.
            15 periodHoursFeedEarningsRate     PIC 9(5)V99.
            15 periodHoursFeedEarningsAmount   PIC 9(7)V99.
*> Who submitted the row. A row carrying new bank details, a new
*> wage or salary, or a new pay type has that change held on the
*> pending change file for a different user to approve; this names
*> the requester on it. Blank stands for the feed itself.
    05 periodHoursFeedSubmittedByUser          PIC X(08).
