*> the incident register incident01.dat: an append-only event log,
*> one line per thing that happened to an incident -- inc01 writes
*> it, hand01 lists the open incidents from it and mttr01 reports
*> time-to-resolve over it.  an incident's state is its latest
*> O/R/X line.
*>   O opened (text is the operator's one-line summary)
*>   L an alert01.dat record linked to it (text is the alert's key
*>     and message, see ir-link)
*>   C cause found, A action taken (text is the note)
*>   R resolved (text is the resolution), X reopened
*> the stamps are the calendar date and the time of day the line
*> was written, not the business date -- time-to-resolve is elapsed
*> time, weekends and all.
01 inc-rec.
  03 ir-id pic 9(6).
  03 filler pic x(1).
  03 ir-type pic x(1).
  03 filler pic x(1).
  03 ir-date pic 9(8).
  03 filler pic x(1).
  03 ir-time pic 9(8).
  03 filler pic x(1).
  03 ir-op pic x(8).
  03 filler pic x(1).
  03 ir-text pic x(70).
  03 ir-link redefines ir-text.
    05 il-prog pic x(8).
    05 filler pic x(1).
    05 il-date pic 9(8).
    05 filler pic x(1).
    05 il-time pic 9(8).
    05 filler pic x(1).
    05 il-sev pic x(1).
    05 filler pic x(1).
    05 il-msg pic x(40).
    05 filler pic x(1).
