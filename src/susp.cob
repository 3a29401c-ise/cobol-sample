*> fixed-length sequential so each record's state byte can be
*> stamped resolved in place with REWRITE, the way menu01
*> acknowledges alert01.dat records.
  select sus-file assign to dynamic sus-path
    organization is sequential
    file status is sus-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the near-duplicates load01 holds back -- a detail whose date,
*> amount and category match one already seen.  reviewed here after
*> the collisions, released onto the master or discarded.
  select dup-file assign to dynamic dup-path
    organization is sequential
    file status is dup-status.
*> a released near-duplicate is registered under its load the way
*> load01 registers every detail it applies, so file01's rebuild and
*> back01's backout both see it.
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
*> the partner master -- a suspended record is booked to the entity
*> of the partner that sent it, as load01 would have booked it.
  select ptn-file assign to dynamic ptn-path
    organization is line sequential
    file status is ptn-status.
*> one audit line per resolution, discard included -- the whole
*> point of routing collisions to a person is that the person's
*> decision leaves a trace.
  select aud-file assign to dynamic aud-path
    organization is line sequential
    file status is aud-status.
data division.
file section.
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
fd sus-file.
01 sus-rec.
  03 sus-image pic x(32).
  03 sus-seq pic 9(4).
  03 sus-date pic 9(8).
  03 sus-state pic x(1).
fd dup-file.
01 dup-rec.
  03 dup-image pic x(32).
  03 dup-partner pic x(4).
  03 dup-seq pic 9(4).
  03 dup-date pic 9(8).
  03 dup-source pic x(1).
  03 dup-match-cnt pic 9(5).
*> P = pending review, L = released onto the master, D = discarded
*> (load01's codes -- the audit line says X for a discard).
  03 dup-state pic x(1).
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
fd f1.
  copy f1r.
fd aud-file.
  03 filler pic x(1).
  03 aud-op pic x(8).
  03 filler pic x(1).
*> R/A/D for a key collision applied as replace, as add, or
*> discarded; L/X for a near-duplicate released or discarded.
  03 aud-action pic x(1).
  03 filler pic x(1).
  03 aud-cnt pic 9(5).
  03 aud-old-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 aud-new-amount pic s9(7)v99 sign leading separate.
*> the record's place and check on the chained trail (chnw.cpy).
  03 filler pic x(1).
  03 aud-chain-seq pic 9(7).
  03 filler pic x(1).
  03 aud-chain pic 9(10).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 sus-path pic x(60) value "partner01.sus".
01 f1-path pic x(60) value "count01.dat".
01 dup-path pic x(60) value "partner01.dup".
01 lreg-path pic x(60) value "load01.reg".
01 ptn-path pic x(60) value "ptnmst01.dat".
01 aud-path pic x(60) value "suspense01.aud".
01 sus-status pic x(2) value spaces.
01 ptn-status pic x(2) value spaces.
01 ptn-eof pic x(1) value "n".
  88 end-of-partners value "y".
*> the entity of the partner on the suspended record.
01 sus-ent pic x(2) value spaces.
01 find-partner pic x(4) value spaces.
01 f1-status pic x(2) value spaces.
01 aud-status pic x(2) value spaces.
01 chn-len pic 9(3) value 56.
  copy chnw.
01 dup-status pic x(2) value spaces.
01 lreg-status pic x(2) value spaces.
01 sus-eof pic x(1) value "n".
  88 end-of-suspense value "y".
01 dup-eof pic x(1) value "n".
  88 end-of-duplicates value "y".
01 have-sus pic x(1) value "n".
  88 suspense-on-file value "y".
01 have-dup pic x(1) value "n".
  88 duplicates-on-file value "y".
01 held-count pic 9(5) value zero.
01 show-source pic x(24) value spaces.
*> the suspended detail, picked apart in the same columns load01's
*> in-det redefinition uses on the inbound file.
01 det-work pic x(32) value spaces.
  03 sd-amount pic x(9).
  03 sd-amount-n redefines sd-amount pic 9(7)v99.
  03 sd-cat pic x(2).
  03 sd-cur pic x(3).
01 inc-amount pic s9(7)v99 value zero.
01 old-amount pic s9(7)v99 value zero.
01 new-amount pic s9(7)v99 value zero.
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "SUSP01".
01 lck-result pic x(1) value space.
*> a collision applied as replace or add is registered on load01.reg
*> under partner SUSP, one sequence per run (see lreg01), as the
*> record it left -- file01's nightly rebuild replays it over the
*> master record the load placed.  a released near-duplicate is not
*> a change: it is registered as an add under its own partner's id.
01 lg-func-s pic x(1) value "s".
01 lg-func-c pic x(1) value "c".
01 lg-partner pic x(4) value "SUSP".
01 lg-seq pic 9(4) value zero.
01 lg-result pic x(1) value space.
01 unreg-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "SUSP01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
linkage section.
*> menu01 passes the signed-on operator's id so the audit line can
*> say who resolved each record; a standalone run without one is
*> audited under UNLISTED, the same bootstrap id menu01 itself uses.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p sus-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p dup-path
call "env01" using env-func-p lreg-path
call "env01" using env-func-p ptn-path
call "env01" using env-func-p aud-path
move zero to pending-count
move zero to resolved-count
move zero to mv-added
move zero to mv-changed
move zero to mv-net
move zero to held-count
move zero to unreg-count
move "n" to sus-eof
move "n" to dup-eof
move "n" to have-sus
move "n" to have-dup
call "bdate01" using bd-func-g run-date
if address of lk-op-id = null
  move "UNLISTED" to op-id
end-if
open i-o sus-file
if sus-status = "35"
  display "susp01: no partner01.sus on file -- no collisions to review"
else
  if sus-status not = "00"
    display "susp01: *** fatal -- open of partner01.sus failed, status=" sus-status
    move 16 to return-code
    goback
  end-if
  move "y" to have-sus
end-if
open i-o dup-file
if dup-status = "35"
  display "susp01: no partner01.dup on file -- no near-duplicates to review"
else
  if dup-status not = "00"
    display "susp01: *** fatal -- open of partner01.dup failed, status=" dup-status
    move 16 to return-code
    goback
  end-if
  move "y" to have-dup
end-if
if not suspense-on-file and not duplicates-on-file
  goback
end-if
call "lock01" using lck-func-a lck-prog-name lck-result
  move 16 to return-code
  goback
end-if
call "lreg01" using lg-func-s lg-partner lg-seq f1r lg-result
if lg-result not = "y"
  display "susp01: *** no load01.reg sequence free under " lg-partner " -- review refused ***"
  if suspense-on-file
    close sus-file
  end-if
  if duplicates-on-file
    close dup-file
  end-if
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  move 16 to return-code
  goback
end-if
if suspense-on-file
  read sus-file at end set end-of-suspense to true end-read
  perform until end-of-suspense
    if sus-state = "P"
      add 1 to pending-count
      perform 1000-review-record
    end-if
    read sus-file at end set end-of-suspense to true end-read
  end-perform
  close sus-file
end-if
if duplicates-on-file
  read dup-file at end set end-of-duplicates to true end-read
  perform until end-of-duplicates
    if dup-state = "P"
      add 1 to held-count
      perform 4000-review-duplicate
    end-if
    read dup-file at end set end-of-duplicates to true end-read
  end-perform
  close dup-file
end-if
close f1
if f1-status not = "00"
  display "susp01: *** warning -- close of count01.dat failed, status=" f1-status
  call "move01" using mv-prog-name mv-added mv-changed mv-no-del
                      mv-net
end-if
display "susp01: collisions reviewed=" pending-count " near-duplicates reviewed=" held-count
  " resolved=" resolved-count
if unreg-count > 0
  display "susp01: *** " unreg-count " changes not registered on load01.reg -- tonight's rebuild will undo them ***"
  move spaces to al-msg
  string unreg-count " changed, not on load01.reg"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
end-if
goback.

*> one collision: the incoming record and the master record it hit,
*> apply-as-add, discard, or leave pending for another day.
1000-review-record.
  move sus-image to det-work
  move sus-partner to find-partner
  move sd-amount-n to inc-amount
  if sd-sign = "-"
    compute inc-amount = inc-amount * -1
  move inc-amount to show-inc
  display " "
  display "susp01 -- suspended collision, partner " sus-partner " seq " sus-seq " held " sus-date
  display "  incoming: key=" sd-cnt " date=" sd-date " amount=" show-inc " " sd-cur
  move sd-cnt-n to f1-cnt
  read f1 key is f1-cnt
    invalid key
    not invalid key
      move f1-amount to old-amount
      move old-amount to show-old
      display "  master..: key=" f1-cnt " date=" f1-txn-date " amount=" show-old " " f1-cur
  end-read
  display "susp01 -- action? r=apply as replace a=apply as add d=discard anything else=leave pending:"
  accept action-code
      move sd-date-n to f1-txn-date
      move inc-amount to f1-amount
      move sd-cat to f1-cat
      move sd-cur to f1-cur
      move sus-ent to f1-ent
      write f1r
      add 1 to mv-added
      add inc-amount to mv-net
      move sd-date-n to f1-txn-date
      move inc-amount to f1-amount
      move sd-cat to f1-cat
      move sd-cur to f1-cur
      move sus-ent to f1-ent
      rewrite f1r
      add 1 to mv-changed
      compute mv-net = mv-net + new-amount - old-amount
    move 16 to return-code
    goback
  end-if
  call "lreg01" using lg-func-c lg-partner lg-seq f1r lg-result
  if lg-result not = "y"
    add 1 to unreg-count
  end-if
  move "R" to action-code.

*> add: the two amounts combine on the master record -- a sum that
      move sd-date-n to f1-txn-date
      move inc-amount to f1-amount
      move sd-cat to f1-cat
      move sd-cur to f1-cur
      move sus-ent to f1-ent
      move inc-amount to new-amount
      write f1r
      add 1 to mv-added
      add inc-amount to mv-net
    not invalid key
*> amounts in two different currencies do not add -- replace or
*> discard is the only answer for those.
      if f1-cur not = sd-cur
        display "susp01: *** master record is in currency [" f1-cur "], incoming in [" sd-cur "] -- left pending ***"
        move "n" to apply-ok
        exit paragraph
      end-if
      compute new-amount = old-amount + inc-amount
        on size error
          display "susp01: *** combined amount too large for the field -- left pending ***"
    move 16 to return-code
    goback
  end-if
  if apply-good
    call "lreg01" using lg-func-c lg-partner lg-seq f1r lg-result
    if lg-result not = "y"
      add 1 to unreg-count
    end-if
  end-if
  move "A" to action-code.

*> the suspended record's own date, judged against the accounting
*> periods as they stand NOW -- the record stays pending on a
*> closed verdict until a senior operator reopens the month.
1900-check-period.
  perform 1950-find-partner-entity
  call "period01" using sd-date-n pd-result sus-ent
  if pd-result = "c"
    display "susp01: *** record date " sd-date " is in a closed period -- left pending ***"
    move "n" to apply-ok
  end-if.

*> the entity of the partner (find-partner) that sent the record, last
*> partner-master line winning; home when the partner or the master
*> is not on file.
1950-find-partner-entity.
  move spaces to sus-ent
  move "n" to ptn-eof
  open input ptn-file
  if ptn-status not = "00"
    exit paragraph
  end-if
  read ptn-file at end set end-of-partners to true end-read
  perform until end-of-partners
    if pm-id = find-partner
      move pm-ent to sus-ent
    end-if
    read ptn-file at end set end-of-partners to true end-read
  end-perform
  close ptn-file.

*> stamp the suspense record resolved in place and write the audit
*> line -- who, when, which way, and the amounts before and after.
3000-resolve-record.
    move 16 to return-code
    goback
  end-if
  perform 3900-write-audit
  add 1 to resolved-count
  display "susp01: key " sd-cnt " resolved " sus-state.

*> who, when, which way, and the amounts before and after -- the
*> caller leaves the action letter in action-code.
3900-write-audit.
  call "chn01" using chn-func-l aud-path chn-text chn-len chn-seq chn-check
  open extend aud-file
  if aud-status = "35"
    open output aud-file
  move run-date to aud-date
  accept aud-time from time
  move op-id to aud-op
  move action-code to aud-action
  move sd-cnt-n to aud-cnt
  move old-amount to aud-old-amount
  move new-amount to aud-new-amount
  move aud-rec to chn-text
  call "chn01" using chn-func-n aud-path chn-text chn-len chn-seq chn-check
  move chn-seq to aud-chain-seq
  move chn-check to aud-chain
  write aud-rec
  if aud-status not = "00"
    display "susp01: *** fatal -- write to suspense01.aud failed, status=" aud-status
    move 16 to return-code
    goback
  end-if
  close aud-file.

*> one held near-duplicate: the incoming detail and what it matched,
*> and the operator's call -- release it onto the master as the new
*> transaction it claims to be, discard it as the resend it looks
*> like, or leave it pending.
4000-review-duplicate.
  move dup-image to det-work
  move dup-partner to find-partner
  move sd-amount-n to inc-amount
  if sd-sign = "-"
    compute inc-amount = inc-amount * -1
  end-if
  move inc-amount to show-inc
  evaluate dup-source
    when "F"
      move "earlier in the same file" to show-source
    when "M"
      move "already on count01.dat" to show-source
    when other
      move "in a recent load" to show-source
  end-evaluate
  display " "
  display "susp01 -- held near-duplicate, partner " dup-partner " seq " dup-seq " held " dup-date
  display "  incoming: key=" sd-cnt " date=" sd-date " cat=" sd-cat " amount=" show-inc " " sd-cur
  display "  matches.: key=" dup-match-cnt " " show-source
  display "susp01 -- action? l=release onto the master d=discard anything else=leave pending:"
  accept action-code
  move zero to old-amount
  move "y" to apply-ok
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 4100-release-duplicate
      if apply-good
        move "L" to action-code
        move inc-amount to new-amount
        perform 4900-resolve-duplicate
      end-if
    when action-code = "d" or action-code = "D"
      move "X" to action-code
      move zero to new-amount
      perform 4900-resolve-duplicate
    when other
      display "susp01: left pending"
  end-evaluate.

*> a release is a plain add under the detail's own key -- if that
*> key has since been taken on the master the release is refused and
*> the record stays pending, the same as a closed period.
4100-release-duplicate.
  perform 1900-check-period
  if not apply-good
    exit paragraph
  end-if
  move sd-cnt-n to f1-cnt
  read f1 key is f1-cnt
    invalid key
      continue
    not invalid key
      display "susp01: *** key " sd-cnt " is now on the master -- left pending ***"
      move "n" to apply-ok
  end-read
  if not apply-good
    exit paragraph
  end-if
  move sd-cnt-n to f1-cnt
  move zero to f1-hdr-size
  move sd-date-n to f1-txn-date
  move inc-amount to f1-amount
  move sd-cat to f1-cat
  move sd-cur to f1-cur
  move sus-ent to f1-ent
  write f1r
  if f1-status not = "00"
    display "susp01: *** fatal -- write to count01.dat failed, status=" f1-status
    move 16 to return-code
    goback
  end-if
  add 1 to mv-added
  add inc-amount to mv-net
  open extend lreg-file
  if lreg-status = "35"
    open output lreg-file
  end-if
  if lreg-status not = "00"
    display "susp01: *** fatal -- open of load01.reg failed, status=" lreg-status
    move 16 to return-code
    goback
  end-if
  move spaces to lreg-rec
  move dup-partner to lr-partner
  move dup-seq to lr-seq
  move run-date to lr-load-date
  move f1-cnt to lr-cnt
  move f1-txn-date to lr-txn-date
  move f1-amount to lr-amount
  move f1-cat to lr-cat
  move f1-cur to lr-cur
  move f1-ent to lr-ent
  write lreg-rec
  if lreg-status not = "00"
    display "susp01: *** fatal -- write to load01.reg failed, status=" lreg-status
    move 16 to return-code
    goback
  end-if
  close lreg-file.

4900-resolve-duplicate.
  if action-code = "X"
    move "D" to dup-state
  else
    move action-code to dup-state
  end-if
  rewrite dup-rec
  if dup-status not = "00"
    display "susp01: *** fatal -- rewrite of partner01.dup failed, status=" dup-status
    move 16 to return-code
    goback
  end-if
  perform 3900-write-audit
  add 1 to resolved-count
  display "susp01: key " sd-cnt " near-duplicate resolved " dup-state.
