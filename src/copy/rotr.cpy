*> the on-call rota oncall01.dat: one line per shift, from the shift's
*> start date and time of day until the next shift on the rota takes
*> over -- a night shift starting at 1900 runs past midnight into the
*> next day.  the primary is paged first, the secondary when the
*> primary has not acknowledged in time; each with the contact the
*> paging gateway delivers to.  appended only, the last line for a
*> date plus shift start wins, and a line with a blank primary
*> withdraws that shift.
01 rota-rec.
  03 ro-date pic 9(8).
  03 filler pic x(1).
  03 ro-shift pic 9(4).
  03 filler pic x(1).
  03 ro-primary pic x(8).
  03 filler pic x(1).
  03 ro-pri-contact pic x(30).
  03 filler pic x(1).
  03 ro-secondary pic x(8).
  03 filler pic x(1).
  03 ro-sec-contact pic x(30).
  03 filler pic x(1).
  03 ro-op pic x(8).
  03 filler pic x(1).
  03 ro-keyed pic 9(8).
