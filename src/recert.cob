identification division.
program-id. recert01.
environment division.
input-output section.
file-control.
*> operator access recertification.  every operator on the master
*> with what they can do (level, active flag) set against what they
*> actually did over the review period -- last successful sign-on,
*> the menu options used, failed sign-ons and lockouts -- flagging
*> dormant accounts and senior operators who never needed a
*> senior-only option.  the reviewing manager then records keep,
*> downgrade or revoke against each; downgrades and revokes are
*> applied to oper01.dat, and every decision goes to recert01.aud.
  select op-file assign to dynamic op-path
    organization is line sequential
    file status is op-status.
*> menu01's activity log: every option chosen, allowed or refused,
*> option 0 for sign-on (SIGNON, or DENIED for a failure).
  select act-file assign to dynamic act-path
    organization is line sequential
    file status is act-status.
*> lockouts are raised by menu01 on the alert file.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
  select aud-file assign to dynamic aud-path
    organization is line sequential
    file status is aud-status.
data division.
file section.
fd op-file.
01 op-rec.
  03 op-id pic x(8).
  03 filler pic x(1).
  03 op-level pic x(1).
  03 filler pic x(1).
  03 op-active pic x(1).
  03 filler pic x(1).
  03 op-name pic x(20).
  03 filler pic x(1).
  03 op-pass pic x(8).
  03 filler pic x(1).
  03 op-force pic x(1).
  03 filler pic x(1).
  03 op-ents pic x(20).
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
fd al-file.
01 al-rec.
  03 al-prog pic x(8).
  03 al-date pic 9(8).
  03 al-time pic 9(8).
  03 al-severity pic x(1).
  03 al-message pic x(40).
  03 al-ack pic x(1).
  03 al-ack-by pic x(3).
fd rpt-file.
01 rpt-line pic x(80).
*> one line per decision: when, by whom, about whom, the review
*> period, the decision, and the level and active flag before and
*> after -- a keep, or a downgrade of someone already at operator
*> level, shows the same before and after.
fd aud-file.
01 aud-rec.
  03 au-date pic 9(8).
  03 filler pic x(1).
  03 au-time pic 9(8).
  03 filler pic x(1).
  03 au-manager pic x(8).
  03 filler pic x(1).
  03 au-op-id pic x(8).
  03 filler pic x(1).
  03 au-from pic 9(8).
  03 filler pic x(1).
  03 au-to pic 9(8).
  03 filler pic x(1).
  03 au-decision pic x(1).
  03 filler pic x(1).
  03 au-old-level pic x(1).
  03 au-old-active pic x(1).
  03 filler pic x(1).
  03 au-new-level pic x(1).
  03 au-new-active pic x(1).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 op-path pic x(60) value "oper01.dat".
01 act-path pic x(60) value "menu01.log".
01 al-path pic x(60) value "alert01.dat".
01 rpt-path pic x(60) value "recert01.lst".
01 aud-path pic x(60) value "recert01.aud".
01 op-status pic x(2) value spaces.
01 act-status pic x(2) value spaces.
01 al-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 aud-status pic x(2) value spaces.
01 op-eof pic x(1) value "n".
  88 end-of-operators value "y".
01 act-eof pic x(1) value "n".
  88 end-of-activity value "y".
01 al-eof pic x(1) value "n".
  88 end-of-alerts value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 manager-id pic x(8) value spaces.
  copy senr.
01 senior-ix pic 9(2) value zero.
01 run-date pic 9(8) value zero.
01 run-time pic 9(8) value zero.
01 raw-date pic x(8) value spaces.
01 from-date pic 9(8) value zero.
01 to-date pic 9(8) value zero.
01 check-date pic 9(8) value zero.
*> the operators as the master stands (last line per id) and what
*> each did in the period.
01 op-table.
  02 op-entry occurs 200 times.
    03 ot-id pic x(8).
    03 ot-level pic x(1).
    03 ot-active pic x(1).
    03 ot-name pic x(20).
    03 ot-pass pic x(8).
    03 ot-force pic x(1).
    03 ot-ents pic x(20).
    03 ot-last-signon pic 9(8).
    03 ot-last-used pic 9(8).
    03 ot-fails pic 9(4).
    03 ot-locks pic 9(4).
    03 ot-senior-used pic x(1).
    03 ot-dormant pic x(1).
    03 ot-unused-senior pic x(1).
    03 ot-used-list pic x(99).
    03 ot-decision pic x(1).
01 op-used pic 9(3) value zero.
01 op-ix pic 9(3) value zero.
01 op-found pic 9(3) value zero.
01 find-id pic x(8) value spaces.
01 opt-ix pic 9(3) value zero.
01 opt-shown pic 9(2) value zero.
01 have-master pic x(1) value "n".
  88 master-found value "y".
01 dormant-count pic 9(3) value zero.
01 unused-count pic 9(3) value zero.
01 keep-count pic 9(3) value zero.
01 down-count pic 9(3) value zero.
01 revoke-count pic 9(3) value zero.
01 raw-decision pic x(1) value space.
01 raw-confirm pic x(1) value space.
01 new-level pic x(1) value space.
01 new-active pic x(1) value space.
01 hdr-line-1.
  03 filler pic x(33) value "OPERATOR ACCESS RECERTIFICATION ".
  03 filler pic x(7) value "PERIOD ".
  03 h1-from pic 9(8).
  03 filler pic x(4) value " TO ".
  03 h1-to pic 9(8).
  03 filler pic x(7) value "  DATE ".
  03 h1-date pic 9(8).
01 hdr-line-2.
  03 filler pic x(30) value "OPERATOR NAME                 ".
  03 filler pic x(8) value "LV ACT  ".
  03 filler pic x(13) value "LAST SIGN-ON ".
  03 filler pic x(12) value "FAILS LOCKS ".
  03 filler pic x(5) value "FLAGS".
01 det-line.
  03 d-id pic x(8).
  03 filler pic x(1) value spaces.
  03 d-name pic x(20).
  03 filler pic x(1) value spaces.
  03 d-level pic x(1).
  03 filler pic x(2) value spaces.
  03 d-active pic x(1).
  03 filler pic x(4) value spaces.
  03 d-last pic x(8).
  03 filler pic x(1) value spaces.
  03 d-fails pic zzzz9.
  03 filler pic x(1) value spaces.
  03 d-locks pic zzzz9.
  03 filler pic x(1) value spaces.
  03 d-flags pic x(21).
01 opt-line.
  03 filler pic x(16) value "  OPTIONS USED: ".
  03 ol-list pic x(60).
01 ol-ix pic 9(2) value zero.
01 ct-line.
  03 filler pic x(3) value spaces.
  03 ct-text pic x(40).
  03 ct-count pic zzzz9.
linkage section.
*> menu01 passes the signed-on operator's id -- the reviewing manager
*> the decisions are recorded under; a standalone run is UNLISTED.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p op-path
call "env01" using env-func-p act-path
call "env01" using env-func-p al-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p aud-path
move "n" to session-done
move zero to return-code
if address of lk-op-id = null
  move "UNLISTED" to manager-id
else
  move lk-op-id to manager-id
end-if
accept run-date from date yyyymmdd
perform until session-over
  display " "
  display "recert01 -- operator access recertification"
  display "  r) report a review period to recert01.lst"
  display "  d) record keep / downgrade / revoke decisions and apply them"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "r" or action-code = "R"
      perform 1000-ask-period
      if to-date > 0
        perform 2000-gather
        if master-found
          perform 3000-write-report
        end-if
      end-if
    when action-code = "d" or action-code = "D"
      perform 1000-ask-period
      if to-date > 0
        perform 2000-gather
        if master-found
          perform 4000-record-decisions
        end-if
      end-if
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

*> the quarter to date by default -- ninety-one days back from today.
1000-ask-period.
  move zero to to-date
  compute from-date = function date-of-integer(function integer-of-date(run-date) - 91)
  display "recert01 -- review period from 9(8) yyyymmdd, blank for " from-date ":"
  move spaces to raw-date
  accept raw-date
  if raw-date not = spaces
    perform 1100-check-date
    if check-date = 0
      exit paragraph
    end-if
    move check-date to from-date
  end-if
  display "recert01 -- review period to 9(8) yyyymmdd, blank for " run-date ":"
  move spaces to raw-date
  accept raw-date
  if raw-date = spaces
    move run-date to to-date
  else
    perform 1100-check-date
    move check-date to to-date
  end-if
  if to-date > 0 and to-date < from-date
    display "recert01: *** the period ends before it starts -- nothing done ***"
    move zero to to-date
  end-if.

1100-check-date.
  move zero to check-date
  if raw-date is not numeric
    display "recert01: *** date must be 8 numeric digits -- nothing done ***"
    exit paragraph
  end-if
  move raw-date to check-date
  if function test-date-yyyymmdd(check-date) not = 0
    display "recert01: *** " raw-date " is not a calendar date -- nothing done ***"
    move zero to check-date
  end-if.

2000-gather.
  move zero to op-used
  move "n" to have-master
  perform 2100-load-operators
  if not master-found
    display "recert01: no operator master on file -- nothing to recertify"
    exit paragraph
  end-if
  perform 2200-scan-activity
  perform 2300-scan-lockouts
  perform 2400-set-flags.

2100-load-operators.
  move "n" to op-eof
  open input op-file
  if op-status not = "00"
    exit paragraph
  end-if
  move "y" to have-master
  read op-file at end set end-of-operators to true end-read
  perform until end-of-operators
    if op-id not = spaces
      move op-id to find-id
      perform 2110-find-operator
      if op-found > 0
        move op-level to ot-level(op-found)
        move op-active to ot-active(op-found)
        move op-name to ot-name(op-found)
        move op-pass to ot-pass(op-found)
        move op-force to ot-force(op-found)
        move op-ents to ot-ents(op-found)
      end-if
    end-if
    read op-file at end set end-of-operators to true end-read
  end-perform
  close op-file.

2110-find-operator.
  move zero to op-found
  perform varying op-ix from 1 by 1 until op-ix > op-used or op-found > 0
    if ot-id(op-ix) = find-id
      move op-ix to op-found
    end-if
  end-perform
  if op-found = 0
    if op-used >= 200
      display "recert01: *** warning -- more than 200 operators, " find-id " not reviewed ***"
      exit paragraph
    end-if
    add 1 to op-used
    move op-used to op-found
    move find-id to ot-id(op-found)
    move zero to ot-last-signon(op-found)
    move zero to ot-last-used(op-found)
    move zero to ot-fails(op-found)
    move zero to ot-locks(op-found)
    move "n" to ot-senior-used(op-found)
    move "n" to ot-dormant(op-found)
    move "n" to ot-unused-senior(op-found)
    move spaces to ot-used-list(op-found)
    move space to ot-decision(op-found)
  end-if.

*> the last sign-on is looked for up to the end of the period, not
*> just inside it -- "last seen eight months ago" is the point.  a
*> log written before sign-ons were logged has no SIGNON lines, so
*> the last option run stands in for it.
2200-scan-activity.
  move "n" to act-eof
  open input act-file
  if act-status not = "00"
    display "recert01: *** warning -- no menu01.log, no activity to report ***"
    exit paragraph
  end-if
  read act-file at end set end-of-activity to true end-read
  perform until end-of-activity
    if act-date is numeric and act-date <= to-date
      perform 2210-find-known-operator
      if op-found > 0
        perform 2220-apply-activity
      end-if
    end-if
    read act-file at end set end-of-activity to true end-read
  end-perform
  close act-file.

2210-find-known-operator.
  move zero to op-found
  perform varying op-ix from 1 by 1 until op-ix > op-used or op-found > 0
    if ot-id(op-ix) = act-op-id
      move op-ix to op-found
    end-if
  end-perform.

2220-apply-activity.
  if act-option = 0 and act-verdict = "SIGNON"
    if act-date > ot-last-signon(op-found)
      move act-date to ot-last-signon(op-found)
    end-if
  end-if
  if act-option > 0 and act-verdict = "OK"
    if act-date > ot-last-used(op-found)
      move act-date to ot-last-used(op-found)
    end-if
  end-if
  if act-date < from-date
    exit paragraph
  end-if
  if act-option = 0 and act-verdict = "DENIED"
    add 1 to ot-fails(op-found)
  end-if
  if act-option > 0 and act-verdict = "OK"
    move "y" to ot-used-list(op-found)(act-option:1)
    perform varying senior-ix from 1 by 1 until senior-ix > senior-option-count
      if senior-option(senior-ix) = act-option
        move "y" to ot-senior-used(op-found)
      end-if
    end-perform
  end-if.

*> menu01 raises "operator <id> locked out" when the third passcode
*> miss locks an id.
2300-scan-lockouts.
  move "n" to al-eof
  open input al-file
  if al-status not = "00"
    exit paragraph
  end-if
  read al-file at end set end-of-alerts to true end-read
  perform until end-of-alerts
    if al-prog = "MENU01" and al-message(1:9) = "operator "
        and al-message(18:11) = " locked out"
        and al-date >= from-date and al-date <= to-date
      move al-message(10:8) to find-id
      perform varying op-ix from 1 by 1 until op-ix > op-used
        if ot-id(op-ix) = find-id
          add 1 to ot-locks(op-ix)
        end-if
      end-perform
    end-if
    read al-file at end set end-of-alerts to true end-read
  end-perform
  close al-file.

*> dormant: not signed on inside the period.  an inactive id is no
*> longer a way in, so it is not flagged.
2400-set-flags.
  move zero to dormant-count
  move zero to unused-count
  perform varying op-ix from 1 by 1 until op-ix > op-used
    if ot-last-signon(op-ix) = 0
      move ot-last-used(op-ix) to ot-last-signon(op-ix)
    end-if
    if ot-active(op-ix) not = "I"
      if ot-last-signon(op-ix) < from-date
        move "y" to ot-dormant(op-ix)
        add 1 to dormant-count
      end-if
      if ot-level(op-ix) = "S" and ot-senior-used(op-ix) not = "y"
        move "y" to ot-unused-senior(op-ix)
        add 1 to unused-count
      end-if
    end-if
  end-perform.

3000-write-report.
  open output rpt-file
  if rpt-status not = "00"
    display "recert01: *** fatal -- open of recert01.lst failed, status=" rpt-status
    move 16 to return-code
    exit paragraph
  end-if
  move from-date to h1-from
  move to-date to h1-to
  move run-date to h1-date
  write rpt-line from hdr-line-1
  move spaces to rpt-line
  write rpt-line
  write rpt-line from hdr-line-2
  perform varying op-ix from 1 by 1 until op-ix > op-used
    perform 3100-write-operator
  end-perform
  move spaces to rpt-line
  write rpt-line
  move spaces to ct-line
  move "OPERATORS REVIEWED" to ct-text
  move op-used to ct-count
  write rpt-line from ct-line
  move "DORMANT -- NO SIGN-ON IN THE PERIOD" to ct-text
  move dormant-count to ct-count
  write rpt-line from ct-line
  move "SENIOR, NO SENIOR-ONLY OPTION USED" to ct-text
  move unused-count to ct-count
  write rpt-line from ct-line
  close rpt-file
  display "recert01: " op-used " operator(s) reported to recert01.lst, dormant="
          dormant-count " unused senior=" unused-count.

3100-write-operator.
  move spaces to det-line
  move ot-id(op-ix) to d-id
  move ot-name(op-ix) to d-name
  move ot-level(op-ix) to d-level
  move ot-active(op-ix) to d-active
  if ot-last-signon(op-ix) = 0
    move "NEVER" to d-last
  else
    move ot-last-signon(op-ix) to d-last
  end-if
  move ot-fails(op-ix) to d-fails
  move ot-locks(op-ix) to d-locks
  move spaces to d-flags
  if ot-dormant(op-ix) = "y" and ot-unused-senior(op-ix) = "y"
    move "DORMANT UNUSED-SENIOR" to d-flags
  else
    if ot-dormant(op-ix) = "y"
      move "DORMANT" to d-flags
    end-if
    if ot-unused-senior(op-ix) = "y"
      move "UNUSED-SENIOR" to d-flags
    end-if
  end-if
  write rpt-line from det-line
  move spaces to ol-list
  move 1 to ol-ix
  perform varying opt-ix from 1 by 1 until opt-ix > 99
    if ot-used-list(op-ix)(opt-ix:1) = "y"
      if ol-ix > 58
        write rpt-line from opt-line
        move spaces to ol-list
        move 1 to ol-ix
      end-if
      move opt-ix to opt-shown
      move opt-shown to ol-list(ol-ix:2)
      add 3 to ol-ix
    end-if
  end-perform
  if ol-ix = 1
    move "NONE" to ol-list
  end-if
  write rpt-line from opt-line.

*> one operator at a time, the report line shown first.  nobody
*> recertifies themselves, and an id already revoked needs no
*> decision.  nothing is applied until the whole set is confirmed.
4000-record-decisions.
  move zero to keep-count
  move zero to down-count
  move zero to revoke-count
  perform varying op-ix from 1 by 1 until op-ix > op-used
    if ot-active(op-ix) not = "I" and ot-id(op-ix) not = manager-id
      perform 4100-ask-decision
    end-if
  end-perform
  if keep-count + down-count + revoke-count = 0
    display "recert01: no decisions recorded -- nothing done"
    exit paragraph
  end-if
  display "recert01: keep=" keep-count " downgrade=" down-count " revoke=" revoke-count
  display "recert01 -- Y to apply these decisions to oper01.dat, anything else to discard:"
  move space to raw-confirm
  accept raw-confirm
  if raw-confirm not = "Y" and raw-confirm not = "y"
    display "recert01: decisions discarded -- nothing done"
    exit paragraph
  end-if
  perform 4200-apply-decisions.

4100-ask-decision.
  move ot-last-signon(op-ix) to check-date
  display " "
  display "  " ot-id(op-ix) " " ot-name(op-ix) " level " ot-level(op-ix)
          " active " ot-active(op-ix) " last sign-on " check-date
          " fails " ot-fails(op-ix) " locks " ot-locks(op-ix)
  if ot-dormant(op-ix) = "y"
    display "  *** dormant -- no sign-on in the period ***"
  end-if
  if ot-unused-senior(op-ix) = "y"
    display "  *** senior, but no senior-only option used in the period ***"
  end-if
  move "?" to raw-decision
  perform until raw-decision = "K" or raw-decision = "D" or raw-decision = "R"
      or raw-decision = space
    display "recert01 -- k keep, d downgrade to operator, r revoke, blank to leave undecided:"
    accept raw-decision
    move function upper-case(raw-decision) to raw-decision
  end-perform
  move raw-decision to ot-decision(op-ix)
  evaluate raw-decision
    when "K"
      add 1 to keep-count
    when "D"
      add 1 to down-count
    when "R"
      add 1 to revoke-count
  end-evaluate.

*> a downgrade or revoke is a fresh master line with everything else
*> carried forward -- last line wins, as on every other change to
*> the master.  each decision is audited whether or not it changed
*> anything.
4200-apply-decisions.
  accept run-time from time
  open extend aud-file
  if aud-status = "35"
    open output aud-file
  end-if
  if aud-status not = "00"
    display "recert01: *** fatal -- open of recert01.aud failed, status=" aud-status
    move 16 to return-code
    exit paragraph
  end-if
  open extend op-file
  if op-status not = "00"
    display "recert01: *** fatal -- open of oper01.dat failed, status=" op-status
    move 16 to return-code
    close aud-file
    exit paragraph
  end-if
  perform varying op-ix from 1 by 1 until op-ix > op-used
    if ot-decision(op-ix) not = space
      perform 4300-apply-one
    end-if
  end-perform
  close op-file
  close aud-file
  display "recert01: decisions applied and audited to recert01.aud".

4300-apply-one.
  move ot-level(op-ix) to new-level
  move ot-active(op-ix) to new-active
  if ot-decision(op-ix) = "D"
    move "O" to new-level
  end-if
  if ot-decision(op-ix) = "R"
    move "I" to new-active
  end-if
  if new-level not = ot-level(op-ix) or new-active not = ot-active(op-ix)
    move spaces to op-rec
    move ot-id(op-ix) to op-id
    move new-level to op-level
    move new-active to op-active
    move ot-name(op-ix) to op-name
    move ot-pass(op-ix) to op-pass
    move ot-force(op-ix) to op-force
    move ot-ents(op-ix) to op-ents
    write op-rec
    if op-status not = "00"
      display "recert01: *** fatal -- write to oper01.dat failed, status=" op-status
      move 16 to return-code
      exit paragraph
    end-if
  end-if
  move spaces to aud-rec
  move run-date to au-date
  move run-time to au-time
  move manager-id to au-manager
  move ot-id(op-ix) to au-op-id
  move from-date to au-from
  move to-date to au-to
  move ot-decision(op-ix) to au-decision
  move ot-level(op-ix) to au-old-level
  move ot-active(op-ix) to au-old-active
  move new-level to au-new-level
  move new-active to au-new-active
  write aud-rec
  if aud-status not = "00"
    display "recert01: *** fatal -- write to recert01.aud failed, status=" aud-status
    move 16 to return-code
  end-if
  move new-level to ot-level(op-ix)
  move new-active to ot-active(op-ix).
