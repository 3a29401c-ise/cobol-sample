*> the index report01 appends to every time it archives a listing --
*> shown to the operator so they can see what is held before asking
*> for a date.
  select idx-file assign to dynamic idx-path
    organization is line sequential
    file status is idx-status.
*> the dated archive copy being reprinted.
*> the reprint lands where the live listing lives, so whatever the
*> operator does with count01.lst today works unchanged on a
*> reprinted prior day.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 idx-path pic x(60) value "report01.idx".
01 rpt-path pic x(60) value "count01.lst".
01 idx-status pic x(2) value spaces.
01 arc-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 arc-name pic x(60) value spaces.
01 idx-eof pic x(1) value "n".
  88 end-of-index value "y".
01 arc-eof pic x(1) value "n".
01 pick-date pic 9(8) value zero.
01 reprint-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p idx-path
call "env01" using env-func-p rpt-path
move zero to held-count
move zero to reprint-count
move "n" to idx-eof
move raw-date to pick-date
move spaces to arc-name
string "./count01-" pick-date ".lst" delimited by size into arc-name
call "env01" using env-func-p arc-name
*> prove the archived copy exists before the live listing is opened
*> output -- a missing archive must never cost today's listing.
open input arc-file
