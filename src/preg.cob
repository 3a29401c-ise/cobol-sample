*> accepted file -- printed here as the partner file register, so
*> "which partners have sent what" is answered from a listing
*> instead of from the raw ledger file.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is pctl-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ctl-path pic x(60) value "partner01.ctl".
01 rpt-path pic x(60) value "partner01-reg.lst".
01 pctl-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 pctl-eof pic x(1) value "n".
  03 filler pic x(20) value "FILES ACCEPTED......".
  03 t-count pic zzzz9.
procedure division.
call "env01" using env-func-p ctl-path
call "env01" using env-func-p rpt-path
move zero to listed-count
move "n" to pctl-eof
call "bdate01" using bd-func-g run-date
