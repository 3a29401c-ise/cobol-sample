*> the accrual register accrual01.reg: one line per leg accr01 posts
*> -- P when the accrual went onto the master in its own period, R
*> when the exact reversal followed in the next.  the key each leg
*> took, its transaction date, amount, category and entity, and the
*> business date it was posted on.  an accrual's state is its last
*> line: none yet (not posted), P (posted, reversal due) or R
*> (reversed).  appended only.
01 accr-reg.
  03 ag-id pic x(6).
  03 filler pic x(1).
  03 ag-period pic 9(6).
  03 filler pic x(1).
  03 ag-state pic x(1).
  03 filler pic x(1).
  03 ag-cnt pic 9(5).
  03 filler pic x(1).
  03 ag-txn-date pic 9(8).
  03 filler pic x(1).
  03 ag-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 ag-cat pic x(2).
  03 filler pic x(1).
  03 ag-ent pic x(2).
  03 filler pic x(1).
  03 ag-run-date pic 9(8).
