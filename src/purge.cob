environment division.
input-output section.
file-control.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
*> the archive carries the run date in its name so each housekeeping
*> the kept records pass through a work file and are then written
*> back, because runctl.dat cannot be rewritten in place while it
*> is still being read.
  select tmp-file assign to dynamic tmp-path
    organization is line sequential
    file status is tmp-status.
data division.
fd tmp-file.
01 tmp-rec pic x(31).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ctl-path pic x(60) value "runctl.dat".
01 tmp-path pic x(60) value "runctl.tmp".
01 ctl-status pic x(2) value spaces.
01 arch-status pic x(2) value spaces.
01 tmp-status pic x(2) value spaces.
  88 ctl-end-of-file value "y".
01 tmp-eof pic x(1) value "n".
  88 tmp-end-of-file value "y".
01 arch-name pic x(60) value spaces.
01 raw-days pic x(3) value spaces.
01 keep-days pic 9(3) value zero.
*> the archive name carries the processing date from the business-
01 archived-count pic 9(7) value zero.
01 kept-count pic 9(7) value zero.
procedure division.
call "env01" using env-func-p ctl-path
call "env01" using env-func-p tmp-path
move zero to archived-count
move zero to kept-count
move "n" to ctl-eof
display "purge01: archiving runctl.dat records dated before " cutoff-date
move spaces to arch-name
string "./runctl-" run-date ".arc" delimited by size into arch-name
call "env01" using env-func-p arch-name
open input ctl-file
if ctl-status not = "00"
  display "purge01: *** fatal -- open of runctl.dat failed, status=" ctl-status
