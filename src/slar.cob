*> date, joined against the slatab.dat expectations and ranked by
*> how far past its SLA each step ran -- the steps eating the batch
*> window stand at the top.
  select perf-file assign to dynamic perf-path
    organization is line sequential
    file status is perf-status.
  select sla-file assign to dynamic sla-path
    organization is line sequential
    file status is sla-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 perf-path pic x(60) value "time01.perf".
01 sla-path pic x(60) value "slatab.dat".
01 rpt-path pic x(60) value "slar01.lst".
01 perf-status pic x(2) value spaces.
01 sla-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
  03 filler pic x(20) value "STEPS RANKED........".
  03 t-count pic zz9.
procedure division.
call "env01" using env-func-p perf-path
call "env01" using env-func-p sla-path
call "env01" using env-func-p rpt-path
move zero to step-used
move zero to total-hundredths
move zero to listed-count
