*> the inbound partner file: an H header (file date, expected count),
*> one D line per transaction, and a T trailer (record count, amount
*> hash total).  fixed columns, see the in-rec redefinitions below.
  select in-file assign to dynamic in-path
    organization is line sequential
    file status is in-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select rej-file assign to dynamic rej-path
    organization is line sequential
    file status is rej-status.
*> the per-partner control ledger: one line appended per accepted
*> is the one that counts (the same append-last-wins convention
*> valid01.dat and the run calendar use).  preg01 prints it as the
*> partner file register.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is pctl-status.
*> the apply journal: the ordinal of the detail about to be applied,
*> checkpoint.  a crash mid-pass-2 leaves it behind, and the rerun
*> resumes past the details already applied instead of rejecting
*> every one of them with reason 05.
  select jnl-file assign to dynamic jnl-path
    organization is line sequential
    file status is jnl-status.
*> reason-05 collisions (key already on the master) land here for an
*> reject file -- fixed-length sequential, not line sequential, so
*> the review can mark a record resolved in place with REWRITE, the
*> same way alert01.dat records are acknowledged.
  select sus-file assign to dynamic sus-path
    organization is sequential
    file status is sus-status.
*> the category master cat01 maintains -- every detail's category
*> code is proved against it at entry, the way input01 proves its
*> values against valid01.dat.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
*> the apply register: one line per record this load actually wrote
*> to the master, keyed by partner and sequence -- what back01
*> reads to undo exactly one load's records (and nothing else's)
*> when a well-formed but wrong file slips the control totals.
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
*> near-duplicates -- a detail whose date, amount and category match
*> one already in this file, already on the master, or registered by
*> a recent load -- are held here rather than applied.  the same
*> fixed-length shape as the suspense file so susp01 can stamp each
*> one released or discarded in place.
  select dup-file assign to dynamic dup-path
    organization is sequential
    file status is dup-status.
*> the partner master ptnm01 keeps -- who may send, and the largest
*> file each may send.  no master on file means no restriction, the
*> way a missing catmst01.dat accepts any category.
  select ptn-file assign to dynamic ptn-path
    organization is line sequential
    file status is ptn-status.
*> the acknowledgement returned to the sender for every file judged,
*> one file per partner and sequence for a file taken, and one per
*> refusal besides -- named with the date and time it was judged, so
*> a refused resend never overwrites the ack of the file it repeats:
*> an H header with our verdict,
*> a D line for every detail not applied with its reason code, and a
*> T trailer with the control totals -- the fixed-column style of
*> pout01's partner01.out, so the partner can repair and resend
*> without a call to operations.
  select ack-file assign to dynamic ack-name
    organization is line sequential
    file status is ack-status.
*> the D lines gathered during the apply pass, copied into the
*> acknowledgement behind its header once the verdict is known.
  select akw-file assign to dynamic akw-path
    organization is line sequential
    file status is akw-status.
*> the run parameters -- the near-duplicate look-back window.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
data division.
file section.
fd in-file.
  03 rej-reason pic x(2).
  03 filler pic x(1) value space.
  03 rej-image pic x(32).
  03 filler pic x(1) value space.
  03 rej-partner pic x(4).
fd ctl-file.
01 pctl-rec.
  03 pc-partner pic x(4).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
fd dup-file.
01 dup-rec.
  03 dup-image pic x(32).
  03 dup-partner pic x(4).
  03 dup-seq pic 9(4).
  03 dup-date pic 9(8).
*> where the match was found: F = earlier in the same file, M = on
*> count01.dat, R = in load01.reg -- and the key it matched.
  03 dup-source pic x(1).
  03 dup-match-cnt pic 9(5).
*> P = pending review, L = released onto the master, D = discarded.
  03 dup-state pic x(1).
fd ptn-file.
01 ptn-rec.
  03 pm-id pic x(4).
  03 filler pic x(1).
  03 pm-active pic x(1).
  03 filler pic x(1).
  03 pm-name pic x(20).
  03 filler pic x(1).
  03 pm-days pic x(5).
  03 filler pic x(1).
  03 pm-max-count pic 9(7).
  03 filler pic x(1).
  03 pm-max-amount pic 9(11)v99.
  03 filler pic x(1).
  03 pm-ent pic x(2).
fd ack-file.
01 ack-rec pic x(40).
fd akw-file.
01 akw-rec pic x(40).
fd parm-file.
  copy runparm.
fd lreg-file.
01 lreg-rec.
  03 lr-partner pic x(4).
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
01 in-path pic x(60) value "partner01.dat".
01 f1-path pic x(60) value "count01.dat".
01 rej-path pic x(60) value "partner01.rej".
01 ctl-path pic x(60) value "partner01.ctl".
01 jnl-path pic x(60) value "load01.jnl".
01 sus-path pic x(60) value "partner01.sus".
01 cat-path pic x(60) value "catmst01.dat".
01 lreg-path pic x(60) value "load01.reg".
01 dup-path pic x(60) value "partner01.dup".
01 ptn-path pic x(60) value "ptnmst01.dat".
01 akw-path pic x(60) value "load01.akw".
01 parm-path pic x(60) value "runparm.dat".
01 in-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 rej-status pic x(2) value spaces.
  03 id-amount pic x(9).
  03 id-amount-n redefines id-amount pic 9(7)v99.
  03 id-cat pic x(2).
*> the currency the amount is in -- spaces is the base currency, the
*> state of every partner file built before currencies were carried.
  03 id-cur pic x(3).
01 in-trl redefines in-work.
  03 it-type pic x(1).
  03 it-rec-count pic x(7).
*>      -- an operator resolves the collision from menu01 via susp01)
*>   06 date in a closed accounting period (see period01/close01)
*>   07 category code not active on the category master
*>   08 near-duplicate of a detail already seen (held for review on
*>      partner01.dup, not rejected -- susp01 releases or discards)
*>   09 currency code not on the FX rate master (see fx01)
01 det-ok pic x(1) value "y".
  88 detail-good value "y".
01 det-reason pic x(2) value spaces.
*> operator reopening the period from close01 lets a corrected
*> resend through.
01 pd-result pic x(1) value "o".
*> the currency check (see fx01) -- a detail in a currency the FX
*> rate master has never carried a rate for is refused with reason
*> 09; whether tonight's rate is there is the pre-flight's question.
01 fx-func-k pic x(1) value "k".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
*> a refused partner file is raised on the shared alert file as
*> well as displayed -- the 2am refusal must still be there for
*> the operator at 8.
  88 category-good value "y".
01 cat-check-code pic x(2) value spaces.
01 lreg-status pic x(2) value spaces.
01 lreg-eof pic x(1) value "n".
  88 end-of-register value "y".
01 dup-status pic x(2) value spaces.
01 parm-status pic x(2) value spaces.
01 held-count pic 9(7) value zero.
01 ptn-status pic x(2) value spaces.
01 ack-status pic x(2) value spaces.
01 akw-status pic x(2) value spaces.
01 akw-eof pic x(1) value "n".
  88 end-of-ack-work value "y".
01 ack-name pic x(60) value spaces.
01 ack-partner pic x(4) value spaces.
01 ack-time pic 9(8) value zero.
01 not-applied pic 9(7) value zero.
*> the ordinal of the last D line taken from load01.akw -- a detail
*> at the resume boundary that was not applied can have its line
*> there twice, once from the crashed run and once from this one.
01 last-ack-ordinal pic 9(7) value zero.
*> why a file was refused, carried on the acknowledgement header:
*>   11 structure or control totals   12 sequence out of order
*>   13 partner unknown or inactive   14 file over partner limits
*>   15 an earlier load unfinished    19 our control ledger unreadable
01 refuse-code pic x(2) value "11".
*> the acknowledgement's three record shapes, 40 bytes.  verdict:
*> A = accepted, W = accepted with details not applied, R = refused.
01 ack-hdr.
  03 ah-type pic x(1) value "H".
  03 ah-file-date pic 9(8).
  03 ah-partner pic x(4).
  03 ah-seq pic 9(4).
  03 ah-verdict pic x(1).
  03 ah-reason pic x(2).
  03 ah-ack-date pic 9(8).
  03 filler pic x(12) value spaces.
01 ack-det.
  03 ad-type pic x(1) value "D".
  03 ad-reason pic x(2).
  03 ad-ordinal pic 9(7).
  03 ad-image pic x(28).
  03 filler pic x(2) value spaces.
01 ack-trl.
  03 at-type pic x(1) value "T".
  03 at-read pic 9(7).
  03 at-applied pic 9(7).
  03 at-not-applied pic 9(7).
  03 at-net pic s9(11)v99 sign leading separate.
  03 filler pic x(4) value spaces.
01 ptn-eof pic x(1) value "n".
  88 end-of-partners value "y".
*> the sending partner's master line, last one winning.
01 ptn-found pic x(1) value "n".
  88 partner-known value "y".
01 ptn-active pic x(1) value space.
01 ptn-max-count pic 9(7) value zero.
01 ptn-max-amount pic 9(11)v99 value zero.
*> the entity the partner books to -- every detail of the file is
*> stamped with it and judged against that entity's periods.
01 ptn-ent pic x(2) value spaces.
*> the near-duplicate look-back: load01.reg lines loaded on or after
*> the business date this many business dates back are compared.
01 dup-window pic 9(3) value 5.
01 bday-func pic x(1) value "b".
01 bday-count pic 9(5) value zero.
01 window-date pic 9(8) value zero.
*> the candidate detail's matching fields, and what it matched.
01 cand-date pic 9(8) value zero.
01 cand-amount pic s9(7)v99 value zero.
01 cand-cat pic x(2) value spaces.
01 cand-cur pic x(3) value spaces.
01 match-source pic x(1) value space.
01 match-cnt pic 9(5) value zero.
01 scan-done pic x(1) value "n".
  88 scan-over value "y".
*> the recent registered loads, and the details this file has applied
*> so far -- both compared in memory.
01 reg-table.
  02 reg-entry occurs 5000 times.
    03 rg-date pic 9(8).
    03 rg-amount pic s9(7)v99 comp-3.
    03 rg-cat pic x(2).
    03 rg-cur pic x(3).
    03 rg-cnt pic 9(5).
01 reg-used pic 9(4) value zero.
01 reg-ix pic 9(4) value zero.
01 seen-table.
  02 seen-entry occurs 5000 times.
    03 sn-date pic 9(8).
    03 sn-amount pic s9(7)v99 comp-3.
    03 sn-cat pic x(2).
    03 sn-cur pic x(3).
    03 sn-cnt pic 9(5).
01 seen-used pic 9(4) value zero.
01 seen-ix pic 9(4) value zero.
*> the shared run-lock on the master (see lock01) -- claimed once
*> the control totals have proved out, before pass 2 writes, and
*> released only at clean close.
01 lck-prog-name pic x(8) value "LOAD01".
01 lck-result pic x(1) value space.
procedure division.
call "env01" using env-func-p in-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p rej-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p jnl-path
call "env01" using env-func-p sus-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p lreg-path
call "env01" using env-func-p dup-path
call "env01" using env-func-p ptn-path
call "env01" using env-func-p akw-path
call "env01" using env-func-p parm-path
move zero to det-count
move zero to hash-total
move zero to loaded-count
move zero to file-seq
move zero to file-date
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date id-cur fx-amount fx-base fx-result
move "n" to have-journal
move zero to resume-ordinal
move zero to det-ordinal
move zero to resume-skipped
move zero to suspend-count
move zero to applied-net
move zero to held-count
move "11" to refuse-code
move zero to reg-used
move zero to seen-used
perform 1100-load-categories
perform 1000-validate-file
if file-accepted
  perform 1250-check-partner
end-if
if file-accepted
  perform 1200-check-sequence
end-if
if file-accepted
  perform 1400-read-journal
end-if
if file-accepted
  perform 1500-load-recent-register
end-if
if not file-accepted
  display "load01: *** fatal -- inbound file refused, nothing loaded ***"
  move "R" to ah-verdict
  perform 8000-write-acknowledgement
  call "alert01" using al-prog-name al-sev-f al-msg-refused
  move 16 to return-code
  goback
end-if
perform 2000-apply-file
call "lock01" using lck-func-r lck-prog-name lck-result
perform 2950-count-not-applied
if not-applied = 0
  move "A" to ah-verdict
else
  move "W" to ah-verdict
end-if
move "00" to refuse-code
perform 8000-write-acknowledgement
perform 1300-post-ledger
call "move01" using mv-prog-name loaded-count mv-no-chg
                    mv-no-del applied-net
if suspend-count > 0
  display "load01: key collisions held on suspense for review=" suspend-count
end-if
if held-count > 0
  display "load01: near-duplicates held on partner01.dup for review=" held-count
end-if
if resumed-run and not-applied > 0
  display "load01: details not applied, this run and the failed one=" not-applied
end-if
if not-applied > 0
  move 4 to return-code
end-if
goback.
  end-if
  if pctl-status not = "00"
    display "load01: *** fatal -- open of partner01.ctl failed, status=" pctl-status
    move "19" to refuse-code
    move "n" to file-ok
    exit paragraph
  end-if
  if partner-on-ledger
    if file-seq <= last-seq
      display "load01: *** partner " file-partner " sequence " file-seq " already accepted (last=" last-seq " dated " last-file-date ") -- duplicate file refused ***"
      move "12" to refuse-code
      move "n" to file-ok
    else
      if file-seq not = last-seq + 1
        display "load01: *** partner " file-partner " sequence " file-seq " is not next after " last-seq " -- a file has gone missing, load refused ***"
        move "12" to refuse-code
        move "n" to file-ok
      end-if
    end-if
  end-if.

*> the sender must be a known, active partner, and the file inside
*> their limits: detail count against the most details, the trailer
*> hash (the sum of the amount magnitudes) against the largest file
*> amount.  zero limits mean none.  refused whole, like a bad total.
1250-check-partner.
  move "n" to ptn-found
  move spaces to ptn-ent
  move "n" to ptn-eof
  open input ptn-file
  if ptn-status not = "00"
    exit paragraph
  end-if
  read ptn-file at end set end-of-partners to true end-read
  perform until end-of-partners
    if pm-id = file-partner
      move "y" to ptn-found
      move pm-active to ptn-active
      move pm-max-count to ptn-max-count
      move pm-max-amount to ptn-max-amount
      move pm-ent to ptn-ent
    end-if
    read ptn-file at end set end-of-partners to true end-read
  end-perform
  close ptn-file
  if not partner-known
    display "load01: *** partner " file-partner " is not on the partner master -- file refused ***"
    move "13" to refuse-code
    move "n" to file-ok
    exit paragraph
  end-if
  if ptn-active not = "A"
    display "load01: *** partner " file-partner " is inactive on the partner master -- file refused ***"
    move "13" to refuse-code
    move "n" to file-ok
    exit paragraph
  end-if
  if ptn-max-count > 0 and det-count > ptn-max-count
    display "load01: *** partner " file-partner " sent " det-count " details, limit " ptn-max-count " -- file refused ***"
    move "14" to refuse-code
    move "n" to file-ok
  end-if
  if ptn-max-amount > 0 and hash-total > ptn-max-amount
    display "load01: *** partner " file-partner " file amount is over its limit -- file refused ***"
    move "14" to refuse-code
    move "n" to file-ok
  end-if.

*> the file applied cleanly -- append its line to the control
*> ledger, so the next file from this partner is judged against it
*> and the register can show who has sent what.
  if resumed-run
    if jnl-partner not = file-partner or jnl-seq not = file-seq
      display "load01: *** a crashed load of partner " jnl-partner " sequence " jnl-seq " is unfinished -- rerun that file first ***"
      move "15" to refuse-code
      move "n" to file-ok
    else
      display "load01: resuming crashed apply pass after detail " resume-ordinal
    end-if
  end-if.

*> the look-back window and the register lines inside it.  this
*> load's own lines (a resumed run) are left out -- its earlier
*> details are on the master and are caught there instead.
1500-load-recent-register.
  move 5 to dup-window
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-load01-dup-window is numeric
          move rp-load01-dup-window to dup-window
        end-if
    end-read
    close parm-file
  end-if
  move dup-window to bday-count
  call "bday01" using bday-func run-date bday-count window-date
  move "n" to lreg-eof
  open input lreg-file
  if lreg-status not = "00"
    exit paragraph
  end-if
  read lreg-file at end set end-of-register to true end-read
  perform until end-of-register
*> change and delete lines other programs registered are not loaded
*> details -- the master comparison covers what they left standing.
    if lr-load-date >= window-date
        and (lr-partner not = file-partner or lr-seq not = file-seq)
        and lr-action not = "C" and lr-action not = "D"
      if reg-used >= 5000
        display "load01: *** warning -- more than 5000 recent register lines, oldest compared only ***"
        set end-of-register to true
      else
        add 1 to reg-used
        move lr-txn-date to rg-date(reg-used)
        move lr-amount to rg-amount(reg-used)
        move lr-cat to rg-cat(reg-used)
        move lr-cur to rg-cur(reg-used)
        move lr-cnt to rg-cnt(reg-used)
      end-if
    end-if
    if not end-of-register
      read lreg-file at end set end-of-register to true end-read
    end-if
  end-perform
  close lreg-file.

*> pass 2: the control totals proved out, so apply the details --
*> good records onto the keyed master, bad ones to the reject file
*> with a reason code in front of the original image.  on a resumed
    move 16 to return-code
    goback
  end-if
*> a resumed run adds to the lines the crashed pass gathered.
  if resumed-run
    open extend akw-file
    if akw-status = "35"
      open output akw-file
    end-if
  else
    open output akw-file
  end-if
  if akw-status not = "00"
    display "load01: *** fatal -- open of load01.akw failed, status=" akw-status
    move 16 to return-code
    goback
  end-if
  open extend dup-file
  if dup-status = "35"
    open output dup-file
  end-if
  if dup-status not = "00"
    display "load01: *** fatal -- open of partner01.dup failed, status=" dup-status
    move 16 to return-code
    goback
  end-if
  open extend lreg-file
  if lreg-status = "35"
    open output lreg-file
  close in-file
  close rej-file
  close sus-file
  close akw-file
  close dup-file
  close lreg-file
  close f1
  if f1-status not = "00"
            and f1-txn-date = id-date-n
            and f1-amount = probe-amount
            and f1-cat = id-cat
            and f1-cur = id-cur
          add 1 to loaded-count
          add f1-amount to applied-net
          add 1 to resume-skipped
    end-if
  end-if
  if detail-good
    call "period01" using id-date-n pd-result ptn-ent
    if pd-result = "c"
      move "n" to det-ok
      move "06" to det-reason
      move "07" to det-reason
    end-if
  end-if
  if detail-good
    call "fx01" using fx-func-k id-date-n id-cur fx-amount fx-base fx-result
    if fx-result not = "y"
      move "n" to det-ok
      move "09" to det-reason
    end-if
  end-if
  if detail-good
    perform 2120-check-near-duplicate
  end-if
  if detail-good
    move id-cnt-n to f1-cnt
    move zero to f1-hdr-size
    move id-date-n to f1-txn-date
    move id-cat to f1-cat
    move id-cur to f1-cur
    move ptn-ent to f1-ent
    if id-sign = "-"
      compute f1-amount = id-amount-n * -1
    else
        add 1 to loaded-count
        add f1-amount to applied-net
        perform 2150-register-applied
        if seen-used < 5000
          add 1 to seen-used
          move f1-txn-date to sn-date(seen-used)
          move f1-amount to sn-amount(seen-used)
          move f1-cat to sn-cat(seen-used)
          move f1-cur to sn-cur(seen-used)
          move f1-cnt to sn-cnt(seen-used)
        end-if
    end-write
  end-if
  if not detail-good
    evaluate det-reason
      when "05"
*> a key collision usually has a known right answer (replace the
*> master record, or add the amounts) but that call belongs to a
*> person -- hold the record on suspense for susp01 instead of
*> burying it in the reject file nobody re-keys.
        move spaces to sus-rec
        move in-work to sus-image
        move file-partner to sus-partner
        move file-seq to sus-seq
        move run-date to sus-date
        move "P" to sus-state
        write sus-rec
        if sus-status not = "00"
          display "load01: *** fatal -- write to partner01.sus failed, status=" sus-status
          move 16 to return-code
          goback
        end-if
        add 1 to suspend-count
      when "08"
        move spaces to dup-rec
        move in-work to dup-image
        move file-partner to dup-partner
        move file-seq to dup-seq
        move run-date to dup-date
        move match-source to dup-source
        move match-cnt to dup-match-cnt
        move "P" to dup-state
        write dup-rec
        if dup-status not = "00"
          display "load01: *** fatal -- write to partner01.dup failed, status=" dup-status
          move 16 to return-code
          goback
        end-if
        add 1 to held-count
      when other
*> a VALUE clause on a file-section filler is ignored, so the record
*> has to be blanked explicitly or the separator byte goes out with
*> whatever the buffer held -- the same fix input01's log write got.
        move spaces to rej-rec
        move det-reason to rej-reason
        move in-work to rej-image
        move file-partner to rej-partner
        write rej-rec
        if rej-status not = "00"
          display "load01: *** fatal -- write to partner01.rej failed, status=" rej-status
          move 16 to return-code
          goback
        end-if
        add 1 to reject-count
    end-evaluate
    move spaces to ack-det
    move "D" to ad-type
    move det-reason to ad-reason
    move det-ordinal to ad-ordinal
    move in-work(2:28) to ad-image
    write akw-rec from ack-det
  end-if.

*> same transaction date, same signed amount, same category: first
*> against this file's earlier details, then the master (through its
*> date key), then the recent register.  the first match holds it.
*> a detail whose key is already on the master is left to the
*> reason-05 collision path -- an exact resend of the same key is a
*> collision for susp01, not a near-duplicate of itself.
2120-check-near-duplicate.
  move id-cnt-n to f1-cnt
  read f1 key is f1-cnt
    invalid key
      continue
    not invalid key
      exit paragraph
  end-read
  move id-date-n to cand-date
  move id-amount-n to cand-amount
  if id-sign = "-"
    compute cand-amount = cand-amount * -1
  end-if
  move id-cat to cand-cat
  move id-cur to cand-cur
  move space to match-source
  move zero to match-cnt
  move 1 to seen-ix
  perform until seen-ix > seen-used or match-source not = space
    if sn-date(seen-ix) = cand-date and sn-amount(seen-ix) = cand-amount
        and sn-cat(seen-ix) = cand-cat and sn-cur(seen-ix) = cand-cur
      move "F" to match-source
      move sn-cnt(seen-ix) to match-cnt
    end-if
    add 1 to seen-ix
  end-perform
  if match-source = space
    perform 2130-scan-master-date
  end-if
  if match-source = space
    move 1 to reg-ix
    perform until reg-ix > reg-used or match-source not = space
      if rg-date(reg-ix) = cand-date and rg-amount(reg-ix) = cand-amount
          and rg-cat(reg-ix) = cand-cat and rg-cur(reg-ix) = cand-cur
        move "R" to match-source
        move rg-cnt(reg-ix) to match-cnt
      end-if
      add 1 to reg-ix
    end-perform
  end-if
  if match-source not = space
    move "n" to det-ok
    move "08" to det-reason
  end-if.

2130-scan-master-date.
  move "n" to scan-done
  move cand-date to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
      move "y" to scan-done
  end-start
  perform until scan-over
    read f1 next
      at end
        move "y" to scan-done
      not at end
        if f1-txn-date not = cand-date
          move "y" to scan-done
        else
          if f1-amount = cand-amount and f1-cat = cand-cat
              and f1-cur = cand-cur
              and f1-cnt not = hdr-key
              and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
            move "M" to match-source
            move f1-cnt to match-cnt
            move "y" to scan-done
          end-if
        end-if
    end-read
  end-perform.

*> the record just written, registered under its load -- this is
*> what a later backout replays, so the register carries the full
*> image as applied.
  move f1-txn-date to lr-txn-date
  move f1-amount to lr-amount
  move f1-cat to lr-cat
  move f1-cur to lr-cur
  move f1-ent to lr-ent
  write lreg-rec
  if lreg-status not = "00"
    display "load01: *** fatal -- write to load01.reg failed, status=" lreg-status
    exit paragraph
  end-if
  close jnl-file.

*> the details not applied are counted from load01.akw, not from this
*> run's tallies: a resumed run's file already holds the lines of the
*> details the failed run could not apply, and the acknowledgement
*> must still prove read = applied + not applied.
2950-count-not-applied.
  move zero to not-applied
  move zero to last-ack-ordinal
  move "n" to akw-eof
  open input akw-file
  if akw-status not = "00"
    exit paragraph
  end-if
  read akw-file at end set end-of-ack-work to true end-read
  perform until end-of-ack-work
    move akw-rec to ack-det
    if ad-ordinal not = last-ack-ordinal
      add 1 to not-applied
      move ad-ordinal to last-ack-ordinal
    end-if
    read akw-file at end set end-of-ack-work to true end-read
  end-perform
  close akw-file.

*> the acknowledgement: header with the verdict, the gathered D lines
*> of an applied file, the trailer.  a refused file has no D lines --
*> nothing was applied, and the header reason says why.  a failure
*> here is a warning: the load itself already stands.
8000-write-acknowledgement.
  move file-partner to ack-partner
  if ack-partner = spaces
    move "NONE" to ack-partner
  end-if
  move spaces to ack-name
  if ah-verdict = "R"
    accept ack-time from time
    string "./partner01-" ack-partner "-" file-seq "-R" run-date
           "-" ack-time(1:6) ".ack"
      delimited by size into ack-name
  else
    string "./partner01-" ack-partner "-" file-seq ".ack"
      delimited by size into ack-name
  end-if
  call "env01" using env-func-p ack-name
  open output ack-file
  if ack-status not = "00"
    display "load01: *** warning -- open of " ack-name " failed, status=" ack-status
    exit paragraph
  end-if
  move "H" to ah-type
  move file-date to ah-file-date
  move file-partner to ah-partner
  move file-seq to ah-seq
  move refuse-code to ah-reason
  move run-date to ah-ack-date
  write ack-rec from ack-hdr
  if ah-verdict not = "R"
    move zero to last-ack-ordinal
    move "n" to akw-eof
    open input akw-file
    if akw-status = "00"
      read akw-file at end set end-of-ack-work to true end-read
      perform until end-of-ack-work
        move akw-rec to ack-det
        if ad-ordinal not = last-ack-ordinal
          write ack-rec from akw-rec
          move ad-ordinal to last-ack-ordinal
        end-if
        read akw-file at end set end-of-ack-work to true end-read
      end-perform
      close akw-file
    end-if
  end-if
  move spaces to ack-trl
  move "T" to at-type
  move det-count to at-read
  if ah-verdict = "R"
    move zero to at-applied
    move zero to at-not-applied
    move zero to at-net
  else
    move loaded-count to at-applied
    move not-applied to at-not-applied
    move applied-net to at-net
  end-if
  write ack-rec from ack-trl
  if ack-status not = "00"
    display "load01: *** warning -- write to " ack-name " failed, status=" ack-status
  end-if
  close ack-file
  display "load01: acknowledgement written to " ack-name.
