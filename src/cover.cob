environment division.
input-output section.
file-control.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
*> runctl.dat is appended to in whatever order the programs happen
*> to run, so the records go through a sort first and the report
*> breaks cleanly on program and date.
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
01 ctl-path pic x(60) value "runctl.dat".
01 rpt-path pic x(60) value "cover01.lst".
01 ctl-status pic x(2) value spaces.
01 ctl-eof pic x(1) value "n".
  88 ctl-end-of-file value "y".
  03 filler pic x(18) value "  MISSING DATES...".
  03 t-missing pic zzzz9.
procedure division.
call "env01" using env-func-p ctl-path
call "env01" using env-func-p rpt-path
move zero to run-count
move zero to missing-count
move "n" to have-range
