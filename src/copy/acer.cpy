*> the accrual entry file accrual01.dat: one line per month-end
*> accrual finance key through accm01 -- a cost incurred in the
*> period but not yet invoiced.  the period it is booked into, the
*> category and amount (signed the master's way: negative = debit),
*> the entity it books to (spaces = home) and why.  appended only,
*> the last line for an id wins; an "I" line withdraws an accrual
*> that has not been posted yet.  accr01 posts it on the period's
*> month-end date and reverses it on the next period's first
*> business day.
01 accr-entry.
  03 ae-id pic x(6).
  03 filler pic x(1).
  03 ae-active pic x(1).
  03 filler pic x(1).
  03 ae-period pic 9(6).
  03 filler pic x(1).
  03 ae-cat pic x(2).
  03 filler pic x(1).
  03 ae-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 ae-ent pic x(2).
  03 filler pic x(1).
  03 ae-reason pic x(30).
  03 filler pic x(1).
  03 ae-op pic x(8).
  03 filler pic x(1).
  03 ae-keyed pic 9(8).
