environment division.
input-output section.
file-control.
  select perf-file assign to dynamic perf-path
    organization is line sequential
    file status is perf-status.
*> time01.perf accumulates in run order -- the records go through a
*> sort so the report can break on loop size and then date.
  select sd-file assign to "./sortwk1".
  select rpt-file assign to dynamic rpt-path
    organization is line sequential.
data division.
file section.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 perf-path pic x(60) value "time01.perf".
01 rpt-path pic x(60) value "time01-trend.lst".
01 perf-status pic x(2) value spaces.
01 perf-eof pic x(1) value "n".
  88 end-of-perf value "y".
  03 filler pic x(21) value "DATES FLAGGED SLOW...".
  03 t-flagged pic zzzz9.
procedure division.
call "env01" using env-func-p perf-path
call "env01" using env-func-p rpt-path
move zero to flagged-count
move "n" to perf-eof
move "n" to sort-eof
