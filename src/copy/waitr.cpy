*> the file-arrival wait history nightly01 appends to: one line per
*> step that waited on an input file -- the night, the step, the
*> file, the minutes its jobstrm.dat line allowed, the seconds the
*> chain actually waited, and how the wait ended: ARRIVED, TIMEOUT
*> or STOPPED (the operator's stop file seen while waiting).  on a
*> TIMEOUT wt-action says what the chain did about it: S stopped,
*> K skipped the step, R ran it anyway.  jhist01 prints it.
01 wait-rec.
  03 wt-date pic 9(8).
  03 filler pic x(1).
  03 wt-time pic 9(8).
  03 filler pic x(1).
  03 wt-prog pic x(8).
  03 filler pic x(1).
  03 wt-file pic x(30).
  03 filler pic x(1).
  03 wt-allowed pic 9(3).
  03 filler pic x(1).
  03 wt-secs pic 9(6).
  03 filler pic x(1).
  03 wt-outcome pic x(7).
  03 filler pic x(1).
  03 wt-action pic x(1).
