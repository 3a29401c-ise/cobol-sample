*> later line is the one that counts (the same correction-by-append
*> convention the run calendar uses), so deactivation is just an
*> appended "I" line.
  select vv-file assign to dynamic vv-path
    organization is line sequential
    file status is vv-status.
data division.
  03 filler pic x(1).
  03 vv-eff-to pic x(8).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 vv-path pic x(60) value "valid01.dat".
01 vv-status pic x(2) value spaces.
01 vv-eof pic x(1) value "n".
  88 end-of-vv value "y".
01 raw-eff-to pic x(8) value spaces.
01 listed-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p vv-path
move "n" to session-done
perform until session-over
  display " "
