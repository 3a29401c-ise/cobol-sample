*> the journal inq01 appends for every online change and delete --
*> printed here as the daily online-changes report the morning
*> operator reviews alongside dayend01.lst.
  select jnl-file assign to dynamic jnl-path
    organization is line sequential
    file status is jnl-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
  03 jl-before pic x(28).
  03 filler pic x(1).
  03 jl-after pic x(28).
*> the place and check the chained trail carries (see chn01).
  03 filler pic x(19).
fd rpt-file.
01 rpt-line pic x(90).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 jnl-path pic x(60) value "inq01.jnl".
01 rpt-path pic x(60) value "inq01-chg.lst".
01 jnl-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 jnl-eof pic x(1) value "n".
  03 filler pic x(20) value "CHANGES LISTED......".
  03 t-count pic zzzz9.
procedure division.
call "env01" using env-func-p jnl-path
call "env01" using env-func-p rpt-path
move zero to today-count
move "n" to jnl-eof
call "bdate01" using bd-func-g run-date
