  select gen-file assign to dynamic gen-name
    organization is sequential
    file status is gen-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
                      f1-hdr-size by gen-hdr-size
                      f1-txn-date by gen-txn-date
                      f1-amount by gen-amount
                      f1-cat by gen-cat
                      f1-cur by gen-cur
                      f1-ent by gen-ent.
fd f1.
  copy f1r.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 gen-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 gen-name pic x(60) value spaces.
01 raw-gen pic x(1) value space.
01 gen-eof pic x(1) value "n".
  88 end-of-gen value "y".
*> a fresh one (see its rebaseline mode) at clean close.
01 pr-mode pic x(1) value "r".
procedure division.
call "env01" using env-func-p f1-path
move zero to restored-count
move "n" to gen-eof
display "restore01 -- generation to restore 9(1), 1=newest 3=oldest, 0=cancel:"
end-if
move spaces to gen-name
string "./count01.g0" raw-gen delimited by size into gen-name
call "env01" using env-func-p gen-name
*> prove the generation exists before the live master is opened
*> output -- a missing backup must never cost the current file.
open input gen-file
  move gen-txn-date to f1-txn-date
  move gen-amount to f1-amount
  move gen-cat to f1-cat
  move gen-cur to f1-cur
  move gen-ent to f1-ent
  write f1r
  if f1-status not = "00"
    display "restore01: *** fatal -- write to count01.dat failed, status=" f1-status
