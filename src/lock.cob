*> crash leaves the record behind deliberately: the next writer is
*> refused with the holder's name until an operator clears the stale
*> lock from menu01.
  select lck-file assign to dynamic lck-path
    organization is line sequential
    file status is lck-status.
data division.
  03 filler pic x(1).
  03 lck-time pic 9(8).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 lck-path pic x(60) value "count01.lck".
01 lck-status pic x(2) value spaces.
01 lock-free pic x(1) value "y".
  88 master-is-free value "y".
01 lk-prog pic x(8).
01 lk-result pic x(1).
procedure division using lk-func lk-prog lk-result.
call "env01" using env-func-p lck-path
move "n" to lk-result
evaluate lk-func
  when "a"
