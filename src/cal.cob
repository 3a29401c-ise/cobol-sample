*> entries are only ever appended -- when a date appears twice the
*> later line is the one that counts, so a wrong entry is corrected
*> by keying the date again rather than editing the file.
  select cal-file assign to dynamic cal-path
    organization is line sequential
    file status is cal-status.
data division.
  03 filler pic x(1).
  03 cal-type pic x(1).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 cal-path pic x(60) value "runcal.dat".
01 cal-status pic x(2) value spaces.
01 cal-eof pic x(1) value "n".
  88 end-of-cal value "y".
  03 dp-dd pic 9(2).
01 listed-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p cal-path
move "n" to session-done
perform until session-over
  display " "
