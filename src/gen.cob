environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
*> taken at backup time, shifted with the generations and rewritten
*> whole each run.  gver01 re-reads each image, recomputes, and
*> proves it against these before anyone has to trust a restore.
  select tot-file assign to dynamic tot-path
    organization is line sequential
    file status is tot-status.
data division.
                      f1-hdr-size by gsrc-hdr-size
                      f1-txn-date by gsrc-txn-date
                      f1-amount by gsrc-amount
                      f1-cat by gsrc-cat
                      f1-cur by gsrc-cur
                      f1-ent by gsrc-ent.
fd gdst-file.
  copy f1r replacing f1r by gdst-rec
                      f1-cnt by gdst-cnt
                      f1-hdr-size by gdst-hdr-size
                      f1-txn-date by gdst-txn-date
                      f1-amount by gdst-amount
                      f1-cat by gdst-cat
                      f1-cur by gdst-cur
                      f1-ent by gdst-ent.
fd tot-file.
01 tot-rec.
  03 gt-gen pic 9(1).
  03 filler pic x(1).
  03 gt-amount pic s9(11)v99 sign leading separate.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 tot-path pic x(60) value "gentot.dat".
01 f1-status pic x(2) value spaces.
01 gsrc-status pic x(2) value spaces.
01 gdst-status pic x(2) value spaces.
01 gsrc-name pic x(60) value spaces.
01 gdst-name pic x(60) value spaces.
01 gen-keep pic 9(1) value 3.
01 gen-ix pic 9(1) value zero.
01 gen-next pic 9(1) value zero.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p tot-path
*> file01 checks return-code straight after the call, and a stale
*> non-zero left over from an earlier failed step in the same run
*> unit would read as a backup failure -- clear it on the way in.
  subtract 1 from gen-ix
end-perform
move "./count01.g01" to gdst-name
call "env01" using env-func-p gdst-name
open output gdst-file
if gdst-status not = "00"
  display "gen01: *** fatal -- open of count01.g01 failed, status=" gdst-status
  move f1-txn-date to gdst-txn-date
  move f1-amount to gdst-amount
  move f1-cat to gdst-cat
  move f1-cur to gdst-cur
  move f1-ent to gdst-ent
  write gdst-rec
  if gdst-status not = "00"
    display "gen01: *** fatal -- write to count01.g01 failed, status=" gdst-status
  move spaces to gsrc-name
  move spaces to gdst-name
  string "./count01.g0" gen-ix delimited by size into gsrc-name
  call "env01" using env-func-p gsrc-name
  compute gen-next = gen-ix + 1
  string "./count01.g0" gen-next delimited by size into gdst-name
  call "env01" using env-func-p gdst-name
  open input gsrc-file
  if gsrc-status = "35"
    continue
