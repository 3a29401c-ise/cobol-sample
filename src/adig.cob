*> and severity, with each group's count, first and last dates and
*> how many are still open -- the same step alerting every night
*> stands out as one fat line instead of a scroll of repeats.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 al-path pic x(60) value "alert01.dat".
01 rpt-path pic x(60) value "alert01-dig.lst".
01 al-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 al-eof pic x(1) value "n".
  03 filler pic x(20) value "STILL OPEN..........".
  03 t-open pic zzzz9.
procedure division.
call "env01" using env-func-p al-path
call "env01" using env-func-p rpt-path
move zero to dig-used
move zero to total-count
move zero to open-count
