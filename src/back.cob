*> modified afterward by another program, so one bad feed stops
*> costing every other source's day (the remedy restore01's
*> whole-master rollback used to be).
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    file status is f1-status.
*> the backout register: one line per record undone, plus the
*> totals -- the proof of what the backout did.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
*> the standing register of every load backed out, one line per
*> partner and sequence -- back01.lst is rewritten each run, this is
*> not.  file01 reads it so a load taken off the master stays off
*> when the master is next rebuilt from load01.reg.
  select bko-file assign to dynamic bko-path
    organization is line sequential
    file status is bko-status.
data division.
file section.
fd lreg-file.
  03 lr-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 lr-cat pic x(2).
  03 filler pic x(1).
  03 lr-cur pic x(3).
  03 filler pic x(1).
  03 lr-ent pic x(2).
  03 filler pic x(1).
  03 lr-action pic x(1).
fd f1.
  copy f1r.
fd reg-file.
01 reg-line pic x(80).
fd bko-file.
01 bko-rec.
  03 bk-partner pic x(4).
  03 filler pic x(1).
  03 bk-seq pic 9(4).
  03 filler pic x(1).
  03 bk-date pic 9(8).
  03 filler pic x(1).
  03 bk-time pic 9(8).
  03 filler pic x(1).
  03 bk-count pic 9(7).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 lreg-path pic x(60) value "load01.reg".
01 f1-path pic x(60) value "count01.dat".
01 reg-path pic x(60) value "back01.lst".
01 bko-path pic x(60) value "back01.reg".
01 lreg-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 bko-status pic x(2) value spaces.
01 lreg-eof pic x(1) value "n".
  88 end-of-register value "y".
01 raw-partner pic x(4) value spaces.
01 verify-ok pic x(1) value "y".
  88 backout-clean value "y".
01 target-count pic 9(7) value zero.
*> change and delete lines (lr-action C/D) are master changes other
*> programs registered, not loaded details -- there is nothing to
*> delete for them, so a sequence carrying any is not backed out here.
01 change-count pic 9(7) value zero.
01 mismatch-count pic 9(7) value zero.
01 undone-count pic 9(7) value zero.
01 undone-net pic s9(11)v99 value zero.
01 lck-prog-name pic x(8) value "BACK01".
01 lck-result pic x(1) value space.
procedure division.
call "env01" using env-func-p lreg-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p bko-path
move "y" to verify-ok
move zero to target-count
move zero to change-count
move zero to mismatch-count
move zero to undone-count
move zero to undone-net
  call "lock01" using lck-func-r lck-prog-name lck-result
  goback
end-if
if change-count > 0
  display "back01: *** " want-partner " " want-seq " registers " change-count " master changes, not a load -- backout refused ***"
  display "back01: *** reverse the changes with the program that made them ***"
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  move 8 to return-code
  goback
end-if
if not backout-clean
  display "back01: *** " mismatch-count " of " target-count " records were modified after the load -- backout refused ***"
  display "back01: *** resolve the later changes first (adjust01.aud and inq01.jnl say whose they are) ***"
end-if
display "back01: " target-count " records verified untouched -- backing out"
perform 2000-apply-backout
perform 3000-register-backout
close f1
if f1-status not = "00"
  display "back01: *** warning -- close of count01.dat failed, status=" f1-status
  perform until end-of-register
    if lr-partner = want-partner and lr-seq = want-seq
      add 1 to target-count
      if lr-action = "C" or lr-action = "D"
        add 1 to change-count
      else
        perform 1100-verify-record
      end-if
    end-if
    read lreg-file at end set end-of-register to true end-read
  end-perform
      if f1-txn-date not = lr-txn-date
          or f1-amount not = lr-amount
          or f1-cat not = lr-cat
          or f1-cur not = lr-cur
          or f1-ent not = lr-ent
        add 1 to mismatch-count
        move "n" to verify-ok
        display "back01: *** key " lr-cnt " was modified after the load ***"
      else
        call "period01" using f1-txn-date pd-result f1-ent
        if pd-result = "c"
          add 1 to mismatch-count
          move "n" to verify-ok
    move 16 to return-code
    goback
  end-if.

*> the backout is on the master -- record it on the standing
*> register so the nightly rebuild leaves the load out as well.
3000-register-backout.
  open extend bko-file
  if bko-status = "35"
    open output bko-file
  end-if
  if bko-status not = "00"
    display "back01: *** fatal -- open of back01.reg failed, status=" bko-status
    move 16 to return-code
    goback
  end-if
  move spaces to bko-rec
  move want-partner to bk-partner
  move want-seq to bk-seq
  move run-date to bk-date
  accept bk-time from time
  move undone-count to bk-count
  write bko-rec
  if bko-status not = "00"
    display "back01: *** fatal -- write to back01.reg failed, status=" bko-status
    move 16 to return-code
    goback
  end-if
  close bko-file.
