*> key, type (N = new amount, D = delta added to the amount on
*> file), signed amount, a reason code and the submitting
*> operator's id.  see the adj-work redefinition below.
  select adj-file assign to dynamic adj-path
    organization is line sequential
    file status is adj-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
*> one audit line per applied change, carrying the before and after
*> amounts -- the whole point of this program is that no amount on
*> count01.dat ever moves without a trace.
  select aud-file assign to dynamic aud-path
    organization is line sequential
    file status is aud-status.
*> over-threshold adjustments are parked here instead of applied --
*> (menu01, senior level).  fixed-length sequential so the state
*> byte can be stamped resolved in place with REWRITE, the same
*> convention the partner suspense file uses.
  select pnd-file assign to dynamic pnd-path
    organization is sequential
    file status is pnd-status.
*> the shared parameter file -- the approval threshold lives there
*> so finance can move the line without a recompile.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
data division.
  03 aud-sub-time pic 9(8).
  03 filler pic x(1).
  03 aud-approve pic x(8).
*> the record's place and check on the chained trail (chnw.cpy).
  03 filler pic x(1).
  03 aud-chain-seq pic 9(7).
  03 filler pic x(1).
  03 aud-chain pic 9(10).
fd pnd-file.
01 pnd-rec.
  03 pnd-image pic x(31).
fd parm-file.
  copy runparm.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 adj-path pic x(60) value "adjust01.txn".
01 f1-path pic x(60) value "count01.dat".
01 aud-path pic x(60) value "adjust01.aud".
01 pnd-path pic x(60) value "adjust01.pnd".
01 parm-path pic x(60) value "runparm.dat".
01 adj-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 aud-status pic x(2) value spaces.
01 chn-len pic 9(3) value 85.
  copy chnw.
01 adj-eof pic x(1) value "n".
  88 end-of-adjustments value "y".
01 adj-work pic x(31) value spaces.
01 thr-raw pic 9(9) value zero.
01 thr-raw-n redefines thr-raw pic 9(7)v99.
01 parked-count pic 9(7) value zero.
*> the entity check (see ent01): the submitting operator must be
*> entitled on oper01.dat to the entity the record belongs to -- a
*> blank submitter counts as an unlisted one, the home entity alone.
01 en-func-p pic x(1) value "p".
01 en-func-r pic x(1) value "r".
01 en-ent pic x(2) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
*> the shared run-lock on the master (see lock01) -- claimed before
*> anything touches count01.dat, released only at clean close.
01 lck-func-a pic x(1) value "a".
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "ADJ01".
01 lck-result pic x(1) value space.
*> each applied change is registered on load01.reg under partner
*> ADJ, one sequence per run (see lreg01), so file01's nightly rebuild
*> replays it instead of restoring the amount as loaded.
01 lg-func-s pic x(1) value "s".
01 lg-func-c pic x(1) value "c".
01 lg-partner pic x(4) value "ADJ ".
01 lg-seq pic 9(4) value zero.
01 lg-result pic x(1) value space.
01 unreg-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "ADJ01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
procedure division.
call "env01" using env-func-p adj-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p aud-path
call "env01" using env-func-p pnd-path
call "env01" using env-func-p parm-path
move zero to applied-count
move zero to reject-count
move zero to adj-net
move zero to parked-count
move zero to unreg-count
move "n" to adj-eof
call "bdate01" using bd-func-g run-date
call "ent01" using en-func-r adj-submit en-ent en-result en-name
open input parm-file
if parm-status = "00"
  read parm-file
  move 16 to return-code
  goback
end-if
call "lreg01" using lg-func-s lg-partner lg-seq f1r lg-result
if lg-result not = "y"
  display "adj01: *** no load01.reg sequence free under " lg-partner " -- run refused ***"
  close adj-file
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  move 16 to return-code
  goback
end-if
call "chn01" using chn-func-l aud-path chn-text chn-len chn-seq chn-check
open extend aud-file
if aud-status = "35"
  open output aud-file
call "move01" using mv-prog-name mv-no-add applied-count
                    mv-no-del adj-net
display "adj01: adjustments applied=" applied-count " rejected=" reject-count
if unreg-count > 0
  display "adj01: *** " unreg-count " changes not registered on load01.reg -- tonight's rebuild will undo them ***"
  move spaces to al-msg
  string unreg-count " changed, not on load01.reg"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
end-if
if parked-count > 0
  display "adj01: parked for approval=" parked-count " (review from menu01/appr01)"
end-if
    display "adj01: rejected [" adj-work "] -- amount or sign invalid"
    exit paragraph
  end-if
*> entitlement is proved before the threshold -- an adjustment the
*> submitter may not make is not theirs to park for approval either.
  move adj-cnt-n to f1-cnt
  read f1 key is f1-cnt
    invalid key
      continue
    not invalid key
      call "ent01" using en-func-p adj-submit f1-ent en-result en-name
      if en-result not = "y"
        add 1 to reject-count
        display "adj01: rejected [" adj-work "] -- submitter not entitled to entity [" f1-ent "]"
        exit paragraph
      end-if
  end-read
  if appr-threshold > 0 and adj-amount-n > appr-threshold
    perform 1500-park-pending
    exit paragraph
      add 1 to reject-count
      display "adj01: rejected [" adj-work "] -- key " adj-cnt " not on file"
    not invalid key
      call "period01" using f1-txn-date pd-result f1-ent
      if pd-result = "c"
        add 1 to reject-count
        display "adj01: rejected [" adj-work "] -- record date " f1-txn-date " is in a closed period"
        move 16 to return-code
        goback
      end-if
      call "lreg01" using lg-func-c lg-partner lg-seq f1r lg-result
      if lg-result not = "y"
        add 1 to unreg-count
      end-if
      perform 2000-write-audit
      add 1 to applied-count
      compute adj-net = adj-net + new-amount - old-amount
  move run-date to aud-sub-date
  move aud-time to aud-sub-time
  move spaces to aud-approve
  move aud-rec to chn-text
  call "chn01" using chn-func-n aud-path chn-text chn-len chn-seq chn-check
  move chn-seq to aud-chain-seq
  move chn-check to aud-chain
  write aud-rec
  if aud-status not = "00"
    display "adj01: *** fatal -- write to adjust01.aud failed, status=" aud-status
