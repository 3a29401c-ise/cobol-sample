*> the real clock time stays on every time stamp as before.  no
*> control file on disk means the caller gets the clock date, the
*> behaviour every program had before the control existed.
  select bd-file assign to dynamic bd-path
    organization is line sequential
    file status is bd-status.
data division.
fd bd-file.
01 bd-rec pic 9(8).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 bd-path pic x(60) value "busdate.dat".
01 bd-status pic x(2) value spaces.
01 clock-date pic 9(8) value zero.
01 date-parts.
01 lk-func pic x(1).
01 lk-date pic 9(8).
procedure division using lk-func lk-date.
call "env01" using env-func-p bd-path
evaluate lk-func
  when "g"
    perform 1000-get-date
