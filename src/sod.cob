identification division.
program-id. sod01.
environment division.
input-output section.
file-control.
*> the daily segregation-of-duties report: the trails each program
*> already keeps, read side by side for one business date, looking
*> for one operator on both ends of a control -- approving their own
*> adjustment, voiding an entry they keyed, changing online a key
*> they had just settled in suspense, or changing the master on the
*> day they restored it.  each conflict is printed with the trail
*> lines that prove it and raised as an alert.
  select adj-file assign to dynamic adj-path
    organization is line sequential
    file status is adj-status.
  select pnd-file assign to dynamic pnd-path
    organization is sequential
    file status is pnd-status.
  select jnl-file assign to dynamic jnl-path
    organization is line sequential
    file status is jnl-status.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
  select sus-file assign to dynamic sus-path
    organization is line sequential
    file status is sus-status.
  select void-file assign to dynamic void-path
    organization is line sequential
    file status is void-status.
  select act-file assign to dynamic act-path
    organization is line sequential
    file status is act-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
*> adj01 and appr01's audit trail -- aud-approve is spaces when an
*> adjustment under the threshold was applied straight away.
fd adj-file.
01 adj-rec.
  03 aud-cnt pic 9(5).
  03 filler pic x(1).
  03 aud-old-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 aud-new-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 aud-reason pic x(3).
  03 filler pic x(1).
  03 aud-date pic 9(8).
  03 filler pic x(1).
  03 aud-time pic 9(8).
  03 filler pic x(1).
  03 aud-submit pic x(8).
  03 filler pic x(1).
  03 aud-sub-date pic 9(8).
  03 filler pic x(1).
  03 aud-sub-time pic 9(8).
  03 filler pic x(1).
  03 aud-approve pic x(8).
*> the place and check the chained trail carries (see chn01).
  03 filler pic x(19).
*> the pending-approval file -- the submitter rides inside the
*> adjustment image adj01 parked (see adj-work in adj.cob).
fd pnd-file.
01 pnd-rec.
  03 pnd-image pic x(31).
  03 pnd-state pic x(1).
  03 pnd-sub-date pic 9(8).
  03 pnd-sub-time pic 9(8).
  03 pnd-approver pic x(8).
  03 pnd-app-date pic 9(8).
  03 pnd-app-time pic 9(8).
fd jnl-file.
01 jnl-rec.
  03 jl-date pic 9(8).
  03 filler pic x(1).
  03 jl-time pic 9(8).
  03 filler pic x(1).
  03 jl-op pic x(8).
  03 filler pic x(1).
  03 jl-action pic x(1).
  03 filler pic x(1).
  03 jl-before pic x(28).
  03 filler pic x(1).
  03 jl-after pic x(28).
*> the place and check the chained trail carries (see chn01).
  03 filler pic x(19).
*> maint01's register of its last live run: the header carries the
*> run's business date, each applied transaction line the image it
*> was keyed as, operator included (see reg-det in maint.cob).
fd reg-file.
01 reg-line pic x(80).
fd sus-file.
01 sus-rec.
  03 sa-date pic 9(8).
  03 filler pic x(1).
  03 sa-time pic 9(8).
  03 filler pic x(1).
  03 sa-op pic x(8).
  03 filler pic x(1).
  03 sa-action pic x(1).
  03 filler pic x(1).
  03 sa-cnt pic 9(5).
  03 filler pic x(1).
  03 sa-old-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 sa-new-amount pic s9(7)v99 sign leading separate.
*> the place and check the chained trail carries (see chn01).
  03 filler pic x(19).
fd void-file.
01 void-rec.
  03 va-date pic 9(8).
  03 filler pic x(1).
  03 va-time pic 9(8).
  03 filler pic x(1).
  03 va-op pic x(8).
  03 filler pic x(1).
  03 va-value pic 9(4).
  03 filler pic x(1).
  03 va-old-date pic 9(8).
  03 filler pic x(1).
  03 va-old-time pic 9(8).
  03 filler pic x(1).
  03 va-verdict pic x(8).
  03 filler pic x(1).
  03 va-old-txn-date pic 9(8).
  03 filler pic x(1).
  03 va-old-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 va-old-cat pic x(2).
  03 filler pic x(1).
  03 va-old-op pic x(8).
fd act-file.
01 act-rec.
  03 act-date pic 9(8).
  03 filler pic x(1).
  03 act-time pic 9(8).
  03 filler pic x(1).
  03 act-op-id pic x(8).
  03 filler pic x(1).
  03 act-option pic 9(2).
  03 filler pic x(1).
  03 act-verdict pic x(6).
*> the place and check the chained trail carries (see chn01).
  03 filler pic x(19).
fd rpt-file.
01 rpt-line pic x(120).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 adj-path pic x(60) value "adjust01.aud".
01 pnd-path pic x(60) value "adjust01.pnd".
01 jnl-path pic x(60) value "inq01.jnl".
01 reg-path pic x(60) value "maint01.lst".
01 sus-path pic x(60) value "suspense01.aud".
01 void-path pic x(60) value "void01.aud".
01 act-path pic x(60) value "menu01.log".
01 rpt-path pic x(60) value "sod01.lst".
01 adj-status pic x(2) value spaces.
01 pnd-status pic x(2) value spaces.
01 jnl-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 sus-status pic x(2) value spaces.
01 void-status pic x(2) value spaces.
01 act-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 adj-eof pic x(1) value "n".
  88 end-of-adjustments value "y".
01 pnd-eof pic x(1) value "n".
  88 end-of-pending value "y".
01 jnl-eof pic x(1) value "n".
  88 end-of-journal value "y".
01 reg-eof pic x(1) value "n".
  88 end-of-register value "y".
01 sus-eof pic x(1) value "n".
  88 end-of-suspense value "y".
01 void-eof pic x(1) value "n".
  88 end-of-voids value "y".
01 act-eof pic x(1) value "n".
  88 end-of-activity value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 raw-date pic x(8) value spaces.
01 want-date pic 9(8) value zero.
01 ask-date pic x(1) value "y".
01 al-prog-name pic x(8) value "SOD01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
*> the parked adjustment image, for its key and its submitter.
01 adj-work pic x(31) value spaces.
01 adj-fields redefines adj-work.
  03 adj-cnt pic x(5).
  03 filler pic x(18).
  03 adj-submit pic x(8).
*> menu01 option 7 is the restore01 run.
01 restore-option pic 9(2) value 7.
*> the day's self-approvals on the pending file, kept so the audit
*> line of the same approval can carry them as its second piece of
*> evidence -- any not matched are reported on their own.
01 pnd-table.
  02 pnd-entry occurs 500 times.
    03 pt-cnt pic x(5).
    03 pt-sub-date pic 9(8).
    03 pt-sub-time pic 9(8).
    03 pt-matched pic x(1).
    03 pt-line pic x(72).
01 pnd-used pic 9(3) value zero.
01 pnd-ix pic 9(3) value zero.
01 pnd-found pic 9(3) value zero.
*> every suspense decision on file up to the report date: who
*> settled which key, when.
01 sus-table.
  02 sus-entry occurs 3000 times.
    03 st-op pic x(8).
    03 st-cnt pic 9(5).
    03 st-stamp pic 9(16).
    03 st-line pic x(56).
01 sus-used pic 9(4) value zero.
01 sus-ix pic 9(4) value zero.
01 sus-found pic 9(4) value zero.
01 sus-best pic 9(16) value zero.
*> the day's restore01 runs from the menu log, and the master
*> changes made that day by the operators who ran them.
01 rest-table.
  02 rest-entry occurs 50 times.
    03 rt-op pic x(8).
    03 rt-line pic x(35).
01 rest-used pic 9(2) value zero.
01 rest-ix pic 9(2) value zero.
01 rest-other pic 9(2) value zero.
01 rest-found pic 9(2) value zero.
01 chg-table.
  02 chg-entry occurs 300 times.
    03 ct-op pic x(8).
    03 ct-src pic x(14).
    03 ct-line pic x(100).
01 chg-used pic 9(3) value zero.
01 chg-ix pic 9(3) value zero.
01 chg-src pic x(14) value spaces.
01 find-op pic x(8) value spaces.
01 jnl-key pic x(5) value spaces.
01 jnl-key-n redefines jnl-key pic 9(5).
01 jnl-stamp pic 9(16) value zero.
01 reg-split.
  03 filler pic x(31).
  03 rs-op pic x(8).
  03 filler pic x(8).
  03 rs-verdict pic x(8).
  03 filler pic x(25).
01 reg-hdr-split.
  03 rh-title pic x(35).
  03 filler pic x(7).
  03 rh-date pic x(8).
  03 filler pic x(30).
01 reg-title pic x(35) value "MAINT01 MASTER MAINTENANCE REGISTER".
*> the conflict being written: its kind, operator, and up to twenty
*> evidence lines, each tagged with the trail it came from.
01 cf-kind pic x(1) value space.
  88 cf-self-approval value "A".
  88 cf-own-void value "V".
  88 cf-suspense-change value "S".
  88 cf-restore-change value "R".
01 cf-op pic x(8) value spaces.
01 cf-key pic x(8) value spaces.
01 ev-table.
  02 ev-entry occurs 20 times.
    03 ev-src pic x(14).
    03 ev-text pic x(100).
01 ev-used pic 9(2) value zero.
01 ev-ix pic 9(2) value zero.
01 ev-dropped pic 9(3) value zero.
01 conflict-count pic 9(5) value zero.
01 approval-count pic 9(5) value zero.
01 void-count pic 9(5) value zero.
01 suspense-count pic 9(5) value zero.
01 restore-count pic 9(5) value zero.
01 hdr-line-1.
  03 filler pic x(34) value "SEGREGATION OF DUTIES CONFLICTS   ".
  03 filler pic x(5) value "DATE ".
  03 h1-date pic 9(8).
  03 filler pic x(6) value "  RUN ".
  03 h1-run pic 9(8).
01 cf-line.
  03 filler pic x(9) value "CONFLICT ".
  03 cl-no pic zzzz9.
  03 filler pic x(2) value spaces.
  03 cl-text pic x(40).
  03 filler pic x(10) value " OPERATOR ".
  03 cl-op pic x(8).
  03 filler pic x(2) value spaces.
  03 cl-key pic x(8).
01 ev-line.
  03 filler pic x(4) value spaces.
  03 el-src pic x(14).
  03 filler pic x(1) value spaces.
  03 el-text pic x(100).
01 more-line.
  03 filler pic x(4) value spaces.
  03 filler pic x(6) value "... + ".
  03 ml-count pic zz9.
  03 filler pic x(31) value " more evidence lines not listed".
01 note-line.
  03 filler pic x(3) value spaces.
  03 nl-text pic x(70).
01 trl-line.
  03 tl-label pic x(30).
  03 tl-count pic zzzz9.
linkage section.
*> "a": the business date is checked unattended, as the nightly
*> chain runs it.  menu01 and a standalone run are asked for a date.
01 lk-mode pic x(1).
procedure division using optional lk-mode.
call "env01" using env-func-p adj-path
call "env01" using env-func-p pnd-path
call "env01" using env-func-p jnl-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p sus-path
call "env01" using env-func-p void-path
call "env01" using env-func-p act-path
call "env01" using env-func-p rpt-path
move zero to return-code
move zero to conflict-count
move zero to approval-count
move zero to void-count
move zero to suspense-count
move zero to restore-count
move zero to pnd-used
move zero to sus-used
move zero to rest-used
move zero to chg-used
call "bdate01" using bd-func-g run-date
move run-date to want-date
move "y" to ask-date
if address of lk-mode not = null
  if lk-mode = "a" or lk-mode = "A"
    move "n" to ask-date
  end-if
end-if
if ask-date = "y"
  display "sod01 -- business date 9(8) yyyymmdd, blank for " run-date ":"
  move spaces to raw-date
  accept raw-date
  if raw-date not = spaces
    if raw-date is not numeric
      display "sod01: *** date must be 8 numeric digits -- nothing done ***"
      move 4 to return-code
      goback
    end-if
    move raw-date to want-date
    if function test-date-yyyymmdd(want-date) not = 0
      display "sod01: *** " raw-date " is not a calendar date -- nothing done ***"
      move 4 to return-code
      goback
    end-if
  end-if
end-if
open output rpt-file
if rpt-status not = "00"
  display "sod01: *** fatal -- open of sod01.lst failed, status=" rpt-status
  move 16 to return-code
  goback
end-if
move want-date to h1-date
move run-date to h1-run
write rpt-line from hdr-line-1
perform 1000-load-pending
perform 2000-check-approvals
perform 3000-check-voids
perform 4000-load-suspense
perform 4500-load-restores
perform 5000-check-journal
perform 6000-check-register
perform 6500-report-restore-days
move spaces to rpt-line
write rpt-line
if conflict-count = 0
  move "NO SEGREGATION OF DUTIES CONFLICTS FOR THE DATE" to nl-text
  write rpt-line from note-line
  move spaces to rpt-line
  write rpt-line
end-if
move "APPROVED OWN ADJUSTMENT......." to tl-label
move approval-count to tl-count
write rpt-line from trl-line
move "VOIDED OWN ENTRY.............." to tl-label
move void-count to tl-count
write rpt-line from trl-line
move "SUSPENSE KEY CHANGED ONLINE..." to tl-label
move suspense-count to tl-count
write rpt-line from trl-line
move "MASTER CHANGED ON RESTORE DAY." to tl-label
move restore-count to tl-count
write rpt-line from trl-line
move "CONFLICTS....................." to tl-label
move conflict-count to tl-count
write rpt-line from trl-line
close rpt-file
display "sod01: date " want-date " checked to sod01.lst, conflicts=" conflict-count
goback.

*> an approved pending adjustment whose approver is the operator
*> who submitted it.  appr01 refuses this at the terminal, so one on
*> file means the file was worked round.
1000-load-pending.
  move "n" to pnd-eof
  open input pnd-file
  if pnd-status not = "00"
    exit paragraph
  end-if
  read pnd-file at end set end-of-pending to true end-read
  perform until end-of-pending
    move pnd-image to adj-work
    if pnd-state = "A" and pnd-app-date = want-date
       and pnd-approver not = spaces and pnd-approver = adj-submit
      if pnd-used >= 500
        display "sod01: *** warning -- more than 500 self-approvals pending, extras ignored ***"
      else
        add 1 to pnd-used
        move adj-cnt to pt-cnt(pnd-used)
        move pnd-sub-date to pt-sub-date(pnd-used)
        move pnd-sub-time to pt-sub-time(pnd-used)
        move "n" to pt-matched(pnd-used)
        move pnd-rec to pt-line(pnd-used)
      end-if
    end-if
    read pnd-file at end set end-of-pending to true end-read
  end-perform
  close pnd-file.

2000-check-approvals.
  move "n" to adj-eof
  open input adj-file
  if adj-status = "00"
    read adj-file at end set end-of-adjustments to true end-read
    perform until end-of-adjustments
      if aud-date = want-date and aud-approve not = spaces
         and aud-approve = aud-submit
        perform 2100-approval-conflict
      end-if
      read adj-file at end set end-of-adjustments to true end-read
    end-perform
    close adj-file
  end-if
  perform varying pnd-ix from 1 by 1 until pnd-ix > pnd-used
    if pt-matched(pnd-ix) = "n"
      move zero to ev-used
      move zero to ev-dropped
      move pt-line(pnd-ix) to adj-work
      perform 2200-add-pending-evidence
      move "A" to cf-kind
      move adj-submit to cf-op
      move pt-cnt(pnd-ix) to cf-key
      perform 7000-write-conflict
    end-if
  end-perform.

2100-approval-conflict.
  move zero to ev-used
  move zero to ev-dropped
  add 1 to ev-used
  move "adjust01.aud" to ev-src(ev-used)
  move adj-rec to ev-text(ev-used)
  move zero to pnd-found
  perform varying pnd-ix from 1 by 1 until pnd-ix > pnd-used or pnd-found > 0
    if pt-cnt(pnd-ix) = aud-cnt and pt-sub-date(pnd-ix) = aud-sub-date
       and pt-sub-time(pnd-ix) = aud-sub-time and pt-matched(pnd-ix) = "n"
      move pnd-ix to pnd-found
    end-if
  end-perform
  if pnd-found > 0
    move "y" to pt-matched(pnd-found)
    move pnd-found to pnd-ix
    perform 2200-add-pending-evidence
  end-if
  move "A" to cf-kind
  move aud-submit to cf-op
  move aud-cnt to cf-key
  perform 7000-write-conflict.

2200-add-pending-evidence.
  move "y" to pt-matched(pnd-ix)
  add 1 to ev-used
  move "adjust01.pnd" to ev-src(ev-used)
  move pt-line(pnd-ix) to ev-text(ev-used).

*> a void taken by the operator who keyed the entry it took off.
3000-check-voids.
  move "n" to void-eof
  open input void-file
  if void-status not = "00"
    exit paragraph
  end-if
  read void-file at end set end-of-voids to true end-read
  perform until end-of-voids
    if va-date = want-date and va-verdict = "VOIDED"
       and va-op not = spaces and va-op = va-old-op
      move zero to ev-used
      move zero to ev-dropped
      add 1 to ev-used
      move "void01.aud" to ev-src(ev-used)
      move void-rec to ev-text(ev-used)
      move "V" to cf-kind
      move va-op to cf-op
      move va-value to cf-key
      perform 7000-write-conflict
    end-if
    read void-file at end set end-of-voids to true end-read
  end-perform
  close void-file.

*> every suspense decision up to the end of the report date -- the
*> settlement may have been days before the online change.
4000-load-suspense.
  move "n" to sus-eof
  open input sus-file
  if sus-status not = "00"
    exit paragraph
  end-if
  read sus-file at end set end-of-suspense to true end-read
  perform until end-of-suspense
    if sa-date <= want-date and sa-op not = spaces
      if sus-used >= 3000
        display "sod01: *** warning -- more than 3000 suspense decisions, later ones ignored ***"
        set end-of-suspense to true
        exit perform
      end-if
      add 1 to sus-used
      move sa-op to st-op(sus-used)
      move sa-cnt to st-cnt(sus-used)
      compute st-stamp(sus-used) = sa-date * 100000000 + sa-time
      move sus-rec to st-line(sus-used)
    end-if
    read sus-file at end set end-of-suspense to true end-read
  end-perform
  close sus-file.

*> menu01 logs by the calendar date, the trails by the business
*> date -- the two agree on any day the business date is kept
*> current, which is the day this report is run for.
4500-load-restores.
  move "n" to act-eof
  open input act-file
  if act-status not = "00"
    exit paragraph
  end-if
  read act-file at end set end-of-activity to true end-read
  perform until end-of-activity
    if act-date = want-date and act-option = restore-option
       and act-verdict = "OK"
      if rest-used >= 50
        display "sod01: *** warning -- more than 50 restore runs on the date, extras ignored ***"
      else
        add 1 to rest-used
        move act-op-id to rt-op(rest-used)
        move act-rec to rt-line(rest-used)
      end-if
    end-if
    read act-file at end set end-of-activity to true end-read
  end-perform
  close act-file.

*> the day's online changes: each is checked against the operator's
*> own earlier suspense decisions on the key, and noted as a master
*> change if the operator also ran a restore that day.
5000-check-journal.
  move "n" to jnl-eof
  open input jnl-file
  if jnl-status not = "00"
    exit paragraph
  end-if
  read jnl-file at end set end-of-journal to true end-read
  perform until end-of-journal
    if jl-date = want-date and jl-op not = spaces
      perform 5100-check-suspense-key
      move jl-op to find-op
      perform 5900-find-restore
      if rest-found > 0
        move "inq01.jnl" to chg-src
        perform 5200-note-change
      end-if
    end-if
    read jnl-file at end set end-of-journal to true end-read
  end-perform
  close jnl-file.

*> the latest decision the same operator took on the key at or
*> before the change is the one quoted.
5100-check-suspense-key.
  move jl-before(1:5) to jnl-key
  if jnl-key is not numeric
    exit paragraph
  end-if
  compute jnl-stamp = jl-date * 100000000 + jl-time
  move zero to sus-found
  move zero to sus-best
  perform varying sus-ix from 1 by 1 until sus-ix > sus-used
    if st-op(sus-ix) = jl-op and st-cnt(sus-ix) = jnl-key-n
       and st-stamp(sus-ix) <= jnl-stamp and st-stamp(sus-ix) >= sus-best
      move sus-ix to sus-found
      move st-stamp(sus-ix) to sus-best
    end-if
  end-perform
  if sus-found = 0
    exit paragraph
  end-if
  move zero to ev-used
  move zero to ev-dropped
  add 1 to ev-used
  move "suspense01.aud" to ev-src(ev-used)
  move st-line(sus-found) to ev-text(ev-used)
  add 1 to ev-used
  move "inq01.jnl" to ev-src(ev-used)
  move jnl-rec to ev-text(ev-used)
  move "S" to cf-kind
  move jl-op to cf-op
  move jnl-key to cf-key
  perform 7000-write-conflict.

5200-note-change.
  if chg-used >= 300
    display "sod01: *** warning -- more than 300 master changes on restore days, extras ignored ***"
    exit paragraph
  end-if
  add 1 to chg-used
  move find-op to ct-op(chg-used)
  move chg-src to ct-src(chg-used)
  if chg-src = "inq01.jnl"
    move jnl-rec to ct-line(chg-used)
  else
    move reg-line to ct-line(chg-used)
  end-if.

5900-find-restore.
  move zero to rest-found
  perform varying rest-ix from 1 by 1 until rest-ix > rest-used or rest-found > 0
    if rt-op(rest-ix) = find-op
      move rest-ix to rest-found
    end-if
  end-perform.

*> maint01's register is rewritten every live run, so only a
*> register cut for the report date is read -- its applied lines
*> are master changes by the operator who keyed them.
6000-check-register.
  if rest-used = 0
    exit paragraph
  end-if
  move "n" to reg-eof
  open input reg-file
  if reg-status not = "00"
    exit paragraph
  end-if
  read reg-file at end set end-of-register to true end-read
  if not end-of-register
    move reg-line to reg-hdr-split
    if rh-title not = reg-title or rh-date not = want-date
      set end-of-register to true
    else
      read reg-file at end set end-of-register to true end-read
    end-if
  end-if
  perform until end-of-register
    move reg-line to reg-split
    if rs-verdict = "APPLIED" and rs-op not = spaces
      move rs-op to find-op
      perform 5900-find-restore
      if rest-found > 0
        move "maint01.lst" to chg-src
        perform 5200-note-change
      end-if
    end-if
    read reg-file at end set end-of-register to true end-read
  end-perform
  close reg-file.

*> one conflict per operator: their restore runs and every master
*> change they made that day.
6500-report-restore-days.
  perform varying rest-ix from 1 by 1 until rest-ix > rest-used
    move zero to rest-found
    perform varying rest-other from 1 by 1 until rest-other >= rest-ix or rest-found > 0
      if rt-op(rest-other) = rt-op(rest-ix)
        move rest-other to rest-found
      end-if
    end-perform
    if rest-found = 0
      perform 6600-gather-restore-day
    end-if
  end-perform.

6600-gather-restore-day.
  move rt-op(rest-ix) to find-op
  move zero to ev-used
  move zero to ev-dropped
  perform varying chg-ix from 1 by 1 until chg-ix > chg-used
    if ct-op(chg-ix) = find-op
      exit perform
    end-if
  end-perform
  if chg-ix > chg-used
    exit paragraph
  end-if
  perform varying rest-other from rest-ix by 1 until rest-other > rest-used
    if rt-op(rest-other) = find-op
      perform 6700-add-evidence-slot
      if ev-dropped = 0
        move "menu01.log" to ev-src(ev-used)
        move rt-line(rest-other) to ev-text(ev-used)
      end-if
    end-if
  end-perform
  perform varying chg-ix from 1 by 1 until chg-ix > chg-used
    if ct-op(chg-ix) = find-op
      perform 6700-add-evidence-slot
      if ev-dropped = 0
        move ct-src(chg-ix) to ev-src(ev-used)
        move ct-line(chg-ix) to ev-text(ev-used)
      end-if
    end-if
  end-perform
  move "R" to cf-kind
  move find-op to cf-op
  move spaces to cf-key
  perform 7000-write-conflict.

6700-add-evidence-slot.
  if ev-used >= 20
    add 1 to ev-dropped
  else
    add 1 to ev-used
  end-if.

7000-write-conflict.
  add 1 to conflict-count
  move spaces to al-msg
  evaluate true
    when cf-self-approval
      add 1 to approval-count
      move "APPROVED OWN ADJUSTMENT" to cl-text
      string cf-op delimited by space
        " approved own adjustment " cf-key
        delimited by size into al-msg
    when cf-own-void
      add 1 to void-count
      move "VOIDED AN ENTRY THEY KEYED" to cl-text
      string cf-op delimited by space
        " voided own entry, value " cf-key
        delimited by size into al-msg
    when cf-suspense-change
      add 1 to suspense-count
      move "SETTLED SUSPENSE THEN CHANGED KEY ONLINE" to cl-text
      string cf-op delimited by space
        " resolved then changed key " cf-key
        delimited by size into al-msg
    when cf-restore-change
      add 1 to restore-count
      move "CHANGED MASTER ON A RESTORE DAY" to cl-text
      string cf-op delimited by space
        " changed master on restore day"
        delimited by size into al-msg
  end-evaluate
  move spaces to rpt-line
  write rpt-line
  move conflict-count to cl-no
  move cf-op to cl-op
  move cf-key to cl-key
  write rpt-line from cf-line
  perform varying ev-ix from 1 by 1 until ev-ix > ev-used
    move ev-src(ev-ix) to el-src
    move ev-text(ev-ix) to el-text
    write rpt-line from ev-line
  end-perform
  if ev-dropped > 0
    move ev-dropped to ml-count
    write rpt-line from more-line
  end-if
  call "alert01" using al-prog-name al-sev al-msg.
