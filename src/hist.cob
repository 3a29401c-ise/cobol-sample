*> per transaction date, keyed date + counter, so a sequential read
*> comes back in date order and the per-date break below needs no
*> sort.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is sequential
    record key is hist-key
    file status is hist-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential.
data division.
file section.
    05 hist-date pic 9(8).
    05 hist-cnt pic 9(5).
  03 hist-amount pic s9(7)v99 comp-3.
  03 hist-ent pic x(2).
*> the amount in base currency at the detail's own date's rate (see
*> fx01) -- hist-rated "n" when there was no rate to post it at.
  03 hist-base pic s9(11)v99 comp-3.
  03 hist-rated pic x(1).
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 hist-path pic x(60) value "history01.dat".
01 rpt-path pic x(60) value "count01-hist.lst".
01 hist-status pic x(2) value spaces.
01 hist-eof pic x(1) value "n".
  88 end-of-history value "y".
01 group-date pic 9(8) value zero.
01 grp-count pic 9(7) value zero.
01 grp-amount pic s9(11)v99 comp-3 value zero.
*> the amounts are in base currency, off the figure history01 holds
*> for each detail -- one mirrored with no rate has none and is left
*> out of its date's amount, with an alert and rc 8.
01 norate-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "HIST01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 note-line pic x(80) value spaces.
01 hdr-line-1 pic x(34) value "COUNT01 HISTORY DAY-OVER-DAY TREND".
01 hdr-line-2.
  03 filler pic x(8) value "TXN-DATE".
  03 filler pic x(18) value "DATES PRINTED....".
  03 t-days pic zzz9.
procedure division.
call "env01" using env-func-p hist-path
call "env01" using env-func-p rpt-path
move zero to day-used
move zero to norate-count
move "n" to hist-eof
move "n" to have-group
display "hist01 -- dates to report 9(3), 0 = default 7:"
    move "y" to have-group
  end-if
  add 1 to grp-count
  if hist-rated = "y"
    add hist-base to grp-amount
  else
    add 1 to norate-count
  end-if
  read hist-file at end set end-of-history to true end-read
end-perform
if group-open
end-perform
compute t-days = day-used - first-ix + 1
write rpt-line from trl-line
if norate-count > 0
  move spaces to note-line
  string "*** " norate-count " DETAILS HAVE NO FX RATE -- LEFT OUT OF THE AMOUNTS ***"
    delimited by size into note-line
  write rpt-line from note-line
end-if
close rpt-file
display "hist01: report written to count01-hist.lst"
if norate-count > 0
  display "hist01: *** " norate-count " details have no fx rate -- left out of the amounts ***"
  move spaces to al-msg
  string norate-count " details with no fx rate"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
  move 8 to return-code
end-if
goback.

*> close out one date's accumulators into the table; when the table
