*> the pending-approval file adj01 parks over-threshold adjustments
*> on -- fixed-length sequential so each record's state can be
*> stamped approved or refused in place with REWRITE.
  select pnd-file assign to dynamic pnd-path
    organization is sequential
    file status is pnd-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    file status is f1-status.
*> the same audit trail adj01 writes -- an approved adjustment
*> lands here with the submitter, the approver and both timestamps.
  select aud-file assign to dynamic aud-path
    organization is line sequential
    file status is aud-status.
data division.
  03 aud-sub-time pic 9(8).
  03 filler pic x(1).
  03 aud-approve pic x(8).
*> the record's place and check on the chained trail (chnw.cpy).
  03 filler pic x(1).
  03 aud-chain-seq pic 9(7).
  03 filler pic x(1).
  03 aud-chain pic 9(10).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 pnd-path pic x(60) value "adjust01.pnd".
01 f1-path pic x(60) value "count01.dat".
01 aud-path pic x(60) value "adjust01.aud".
01 pnd-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 aud-status pic x(2) value spaces.
01 chn-len pic 9(3) value 85.
  copy chnw.
01 pnd-eof pic x(1) value "n".
  88 end-of-pending value "y".
*> the parked transaction, in the same fixed columns adj01 parses.
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "APPR01".
01 lck-result pic x(1) value space.
*> each approved change is registered on load01.reg under partner
*> ADJ, one sequence per run (see lreg01), so file01's nightly rebuild
*> replays it instead of restoring the amount as loaded.
01 lg-func-s pic x(1) value "s".
01 lg-func-c pic x(1) value "c".
01 lg-partner pic x(4) value "ADJ ".
01 lg-seq pic 9(4) value zero.
01 lg-result pic x(1) value space.
01 unreg-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "APPR01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
linkage section.
*> menu01 passes the signed-on operator's id -- the approver.  the
*> whole point of the control is a second pair of hands, so a
*> under a bootstrap name.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p pnd-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p aud-path
move zero to pending-count
move zero to approved-count
move zero to refused-count
move zero to mv-changed
move zero to mv-net
move zero to unreg-count
move "n" to pnd-eof
call "bdate01" using bd-func-g run-date
if address of lk-op-id = null or lk-op-id = spaces
  move 16 to return-code
  goback
end-if
call "lreg01" using lg-func-s lg-partner lg-seq f1r lg-result
if lg-result not = "y"
  display "appr01: *** no load01.reg sequence free under " lg-partner " -- review refused ***"
  close pnd-file
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  move 16 to return-code
  goback
end-if
read pnd-file at end set end-of-pending to true end-read
perform until end-of-pending
  if pnd-state = "P"
                      mv-net
end-if
display "appr01: pending reviewed=" pending-count " approved=" approved-count " refused=" refused-count
if unreg-count > 0
  display "appr01: *** " unreg-count " changes not registered on load01.reg -- tonight's rebuild will undo them ***"
  move spaces to al-msg
  string unreg-count " changed, not on load01.reg"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
end-if
goback.

*> one parked adjustment: the transaction, its submitter and the
      display "appr01: *** key " adj-cnt " not on file -- left pending ***"
      move "n" to apply-ok
    not invalid key
      call "period01" using f1-txn-date pd-result f1-ent
      if pd-result = "c"
        display "appr01: *** record date " f1-txn-date " is in a closed period -- left pending ***"
        move "n" to apply-ok
            move 16 to return-code
            goback
          end-if
          call "lreg01" using lg-func-c lg-partner lg-seq f1r lg-result
          if lg-result not = "y"
            add 1 to unreg-count
          end-if
          perform 3000-write-audit
          move "A" to pnd-state
          move op-id to pnd-approver
  end-read.

3000-write-audit.
  call "chn01" using chn-func-l aud-path chn-text chn-len chn-seq chn-check
  open extend aud-file
  if aud-status = "35"
    open output aud-file
  move pnd-sub-date to aud-sub-date
  move pnd-sub-time to aud-sub-time
  move op-id to aud-approve
  move aud-rec to chn-text
  call "chn01" using chn-func-n aud-path chn-text chn-len chn-seq chn-check
  move chn-seq to aud-chain-seq
  move chn-check to aud-chain
  write aud-rec
  if aud-status not = "00"
    display "appr01: *** fatal -- write to adjust01.aud failed, status=" aud-status
