identification division.
program-id. lreg01.
environment division.
input-output section.
file-control.
*> the load register's shared writer for master changes.  file01
*> rebuilds count01.dat from entry01.dat and load01.reg every night,
*> so a program that changes or deletes a master record in place
*> registers the change here under its own partner id -- the
*> rebuild then replays it over whatever the sources placed for the
*> key (see file01's 1500-load-changes).  a change line (lr-action
*> C) carries the record's whole image as the change left it, a
*> delete line (D) the image of the record removed.  each run of a
*> registering program takes its own sequence under its partner id,
*> so one run's changes can be told from another's.
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
data division.
file section.
fd lreg-file.
01 lreg-rec.
  03 lr-partner pic x(4).
  03 filler pic x(1).
  03 lr-seq pic 9(4).
  03 filler pic x(1).
  03 lr-load-date pic 9(8).
  03 filler pic x(1).
  03 lr-cnt pic 9(5).
  03 filler pic x(1).
  03 lr-txn-date pic 9(8).
  03 filler pic x(1).
  03 lr-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 lr-cat pic x(2).
  03 filler pic x(1).
  03 lr-cur pic x(3).
  03 filler pic x(1).
  03 lr-ent pic x(2).
  03 filler pic x(1).
  03 lr-action pic x(1).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 lreg-path pic x(60) value "load01.reg".
01 lreg-status pic x(2) value spaces.
01 lreg-eof pic x(1) value "n".
  88 end-of-register value "y".
01 top-seq pic 9(4) value zero.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
linkage section.
*> lk-func s = the next free sequence under lk-partner into lk-seq
*> (one above the highest the register holds for it; "n" once 9999
*> is taken); c = register lk-image as changed, d = as deleted,
*> under lk-partner and lk-seq.  lk-result "y" when done.
01 lk-func pic x(1).
01 lk-partner pic x(4).
01 lk-seq pic 9(4).
  copy f1r.
01 lk-result pic x(1).
procedure division using lk-func lk-partner lk-seq f1r lk-result.
call "env01" using env-func-p lreg-path
move "n" to lk-result
evaluate lk-func
  when "s"
    perform 1000-next-sequence
  when "c"
    perform 2000-register-line
  when "d"
    perform 2000-register-line
  when other
    display "lreg01: *** unknown function [" lk-func "] ***"
end-evaluate
goback.

1000-next-sequence.
  move zero to top-seq
  move "n" to lreg-eof
  open input lreg-file
  if lreg-status = "00"
    read lreg-file at end set end-of-register to true end-read
    perform until end-of-register
      if lr-partner = lk-partner and lr-seq is numeric
        if lr-seq > top-seq
          move lr-seq to top-seq
        end-if
      end-if
      read lreg-file at end set end-of-register to true end-read
    end-perform
    close lreg-file
  end-if
  if top-seq = 9999
    display "lreg01: *** every sequence under partner " lk-partner " is taken ***"
    exit paragraph
  end-if
  compute lk-seq = top-seq + 1
  move "y" to lk-result.

2000-register-line.
  call "bdate01" using bd-func-g run-date
  open extend lreg-file
  if lreg-status = "35"
    open output lreg-file
  end-if
  if lreg-status not = "00"
    display "lreg01: *** open of load01.reg failed, status=" lreg-status
    exit paragraph
  end-if
  move spaces to lreg-rec
  move lk-partner to lr-partner
  move lk-seq to lr-seq
  move run-date to lr-load-date
  move f1-cnt to lr-cnt
  move f1-txn-date to lr-txn-date
  move f1-amount to lr-amount
  move f1-cat to lr-cat
  move f1-cur to lr-cur
  move f1-ent to lr-ent
  if lk-func = "d"
    move "D" to lr-action
  else
    move "C" to lr-action
  end-if
  write lreg-rec
  if lreg-status not = "00"
    display "lreg01: *** write to load01.reg failed, status=" lreg-status
    close lreg-file
    exit paragraph
  end-if
  close lreg-file
  move "y" to lk-result.
