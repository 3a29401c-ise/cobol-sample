*> the same shared parameter file file01/array01/input01/time01 read
*> at their own startup -- menu01 lets an operator review and change
*> it before launching any of them.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
*> the shared operator alert file every program writes serious
*> conditions to via alert01 -- fixed-length sequential so a record
*> can be acknowledged in place with REWRITE.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
*> the operator master: one line per operator id, level S (senior,
*> fresh installation can still sign on and build one.  lines saved
*> before the passcode fields existed read them back as spaces and
*> are treated as "no passcode set yet" -- the operator is walked
*> through setting one at sign-on.  the last field grants the
*> entities the operator may work on (see ent01): up to ten codes,
*> "--" for the home entity, "**" for every entity; a blank grant --
*> every line written before entities existed -- is the home entity.
  select op-file assign to dynamic op-path
    organization is line sequential
    file status is op-status.
*> who ran which option when -- one line per selection, denied
*> attempts included, so the next "who ran option 1" question from
*> audit has an answer.
  select act-file assign to dynamic act-path
    organization is line sequential
    file status is act-status.
data division.
  03 op-pass pic x(8).
  03 filler pic x(1).
  03 op-force pic x(1).
  03 filler pic x(1).
  03 op-ents pic x(20).
fd act-file.
01 act-rec.
  03 act-date pic 9(8).
  03 act-option pic 9(2).
  03 filler pic x(1).
  03 act-verdict pic x(6).
*> the record's place and check on the chained trail (chnw.cpy).
  03 filler pic x(1).
  03 act-chain-seq pic 9(7).
  03 filler pic x(1).
  03 act-chain pic 9(10).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 parm-path pic x(60) value "runparm.dat".
01 al-path pic x(60) value "alert01.dat".
01 op-path pic x(60) value "oper01.dat".
01 act-path pic x(60) value "menu01.log".
*> two digits -- the option list outgrew 1-9, and 99 reads as
*> "exit" the way it does on every green-screen menu ever built.
01 menu-choice pic 9(2) value zero.
01 input01-sentinel pic 9(4) value 9999.
01 time01-interval pic 9(6) value 10.
01 adj01-threshold pic 9(9) value zero.
01 bvar01-tolerance pic 9(3) value 10.
01 outl01-lookback pic 9(3) value 20.
01 outl01-spread pic 9(3) value 30.
01 load01-dup-window pic 9(3) value 5.
01 bmat01-tolerance pic 9(5) value zero.
01 bmat01-by-cat pic x(1) value "N".
01 mttr01-repeats pic 9(3) value 3.
01 page01-age pic 9(3) value 30.
01 accr01-key-lo pic 9(5) value 99000.
01 accr01-key-hi pic 9(5) value 99799.
01 aged01-limit pic 9(9) value zero.
01 fee01-key-lo pic 9(5) value 98000.
01 fee01-key-hi pic 9(5) value 98999.
*> the first key of array01's reserved block -- neither key block may
*> reach it.
01 arr-key-base pic 9(5) value 99800.
01 al-status pic x(2) value spaces.
01 al-eof pic x(1) value "n".
  88 end-of-alerts value "y".
01 ack-initials pic x(3) value spaces.
01 op-status pic x(2) value spaces.
01 act-status pic x(2) value spaces.
01 chn-len pic 9(3) value 36.
  copy chnw.
01 op-eof pic x(1) value "n".
  88 end-of-operators value "y".
*> who is signed on, and at what level -- with no operator master
01 found-name pic x(20) value spaces.
01 found-pass pic x(8) value spaces.
01 found-force pic x(1) value space.
01 found-ents pic x(20) value spaces.
01 typed-pass pic x(8) value spaces.
01 new-pass pic x(8) value spaces.
*> consecutive passcode misses against one id -- three and the id
01 option-allowed pic x(1) value "y".
  88 option-is-allowed value "y".
01 act-verdict-w pic x(6) value spaces.
  copy senr.
01 senior-ix pic 9(2) value zero.
*> the shared business-date control (see bdate01) -- reviewed and,
*> for a senior operator, overridden from here.
01 bd-func-g pic x(1) value "g".
01 bd-func-s pic x(1) value "s".
01 bus-date pic 9(8) value zero.
01 raw-bus-date pic x(8) value spaces.
*> the bulk recategorisation: recat01 previews, hands back the
*> selection's count and total, and applies only once the senior
*> operator has confirmed them here -- held to those same figures.
01 rcat-mode pic x(1) value "p".
01 rcat-count pic 9(7) value zero.
01 rcat-amount pic s9(11)v99 value zero.
01 rcat-show pic -(11)9.99.
01 rcat-answer pic x(1) value space.
*> the entity the session works on -- the home entity by default,
*> any other the operator is granted on oper01.dat by choice (see
*> ent01).  the per-entity programs launched from here (close01) are
*> handed it, so an operator cannot close a period of an entity the
*> grant does not cover.
01 work-ent pic x(2) value spaces.
01 work-ent-name pic x(20) value "HOME ENTITY".
01 raw-ent pic x(2) value spaces.
01 raw-grant pic x(20) value spaces.
01 grant-codes redefines raw-grant.
  03 grant-code pic x(2) occurs 10 times.
01 grant-ix pic 9(2) value zero.
01 grant-ok pic x(1) value "y".
  88 grant-good value "y".
01 ent-tries pic 9(1) value zero.
01 en-func-k pic x(1) value "k".
01 en-func-p pic x(1) value "p".
01 en-func-r pic x(1) value "r".
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
*> the environment the session runs in (see env01) -- shown on every
*> menu so nobody mistakes a rehearsal for production, or the other
*> way round.
01 env-func-n pic x(1) value "n".
01 work-env pic x(60) value spaces.
*> operator clear of a stale count01.dat run lock (see lock01).
01 lck-func-c pic x(1) value "c".
01 lck-prog-name pic x(8) value "MENU01".
01 lck-result pic x(1) value space.
procedure division.
call "env01" using env-func-p parm-path
call "env01" using env-func-p al-path
call "env01" using env-func-p op-path
call "env01" using env-func-p act-path
call "env01" using env-func-n work-env
perform 0800-sign-on
if not signed-on
  display "menu01: sign-on failed -- exiting"
  display " "
  display "==================================="
  display "menu01 -- operator launch menu"
  display "  environment [" work-env(1:8) "]"
  display "  entity [" work-ent "] " work-ent-name
  display "==================================="
  display "  1) run file01    (build count01.dat)"
  display "  2) run array01   (build table + count01.dat header)"
  display " 29) run calg01   (generate a year of the run calendar)"
  display " 30) run hand01   (shift handover snapshot)"
  display " 31) run back01   (back out one partner load)"
  display " 32) run glm01    (GL account mapping maintenance)"
  display " 33) run budm01   (budget maintenance)"
  display " 34) run bvar01   (budget versus actual report)"
  display " 35) run ptnm01   (partner master maintenance)"
  display " 36) run ovd01    (overdue partner files report)"
  display " 37) run stl01    (load the bank statement)"
  display " 38) run bmat01   (bank statement matching)"
  display " 39) run bwo01    (write off bank open items)"
  display " 40) run fsm01    (fee schedule maintenance)"
  display " 41) run stdm01   (standing transaction maintenance)"
  display " 42) run ladr01   (settlement-due ladder)"
  display " 43) run fxm01    (FX rate maintenance)"
  display " 44) run entm01   (entity master maintenance)"
  display " 45) set an operator's entity grant"
  display " 46) change the working entity"
  display " 47) run clon01   (clone production into a rehearsal environment)"
  display " 48) run view01   (formatted viewer for the fixed-length files)"
  display " 49) run inc01    (incident register)"
  display " 50) run mttr01   (monthly incident and time-to-resolve report)"
  display " 51) run rota01   (on-call rota and page log)"
  display " 52) run recert01 (operator access recertification)"
  display " 53) run sod01    (segregation-of-duties conflicts)"
  display " 54) run mtdc01   (month-to-date and year-ago comparison)"
  display " 55) run chv01    (audit trail chain verification)"
  display " 56) run accm01   (month-end accrual maintenance)"
  display " 57) run recat01  (bulk recategorisation, preview then apply)"
  display " 58) run aged01   (aged open items by business days)"
  display " 99) exit"
  display "enter choice 9(2):"
  accept menu-choice
    when 16
      perform 0950-set-business-date
    when 17
      call "close01" using omitted work-ent
      move return-code to rc
      if rc not = 0
        display "menu01: close01 returned code=" rc
      if rc not = 0
        display "menu01: back01 returned code=" rc
      end-if
    when 32
      call "glm01"
      move return-code to rc
      if rc not = 0
        display "menu01: glm01 returned code=" rc
      end-if
    when 33
      call "budm01" using signon-id
      move return-code to rc
      if rc not = 0
        display "menu01: budm01 returned code=" rc
      end-if
    when 34
      call "bvar01" using omitted work-ent
      move return-code to rc
      if rc not = 0
        display "menu01: bvar01 returned code=" rc
      end-if
    when 35
      call "ptnm01"
      move return-code to rc
      if rc not = 0
        display "menu01: ptnm01 returned code=" rc
      end-if
    when 36
      call "ovd01"
      move return-code to rc
      if rc not = 0
        display "menu01: ovd01 returned code=" rc
      end-if
    when 37
      call "stl01"
      move return-code to rc
      if rc not = 0
        display "menu01: stl01 returned code=" rc
      end-if
    when 38
      call "bmat01"
      move return-code to rc
      if rc not = 0
        display "menu01: bmat01 returned code=" rc
      end-if
    when 39
      call "bwo01" using signon-id
      move return-code to rc
      if rc not = 0
        display "menu01: bwo01 returned code=" rc
      end-if
    when 40
      call "fsm01"
      move return-code to rc
      if rc not = 0
        display "menu01: fsm01 returned code=" rc
      end-if
    when 41
      call "stdm01"
      move return-code to rc
      if rc not = 0
        display "menu01: stdm01 returned code=" rc
      end-if
    when 42
      call "ladr01" using work-ent
      move return-code to rc
      if rc not = 0
        display "menu01: ladr01 returned code=" rc
      end-if
    when 43
      call "fxm01"
      move return-code to rc
      if rc not = 0
        display "menu01: fxm01 returned code=" rc
      end-if
    when 44
      call "entm01"
      move return-code to rc
      if rc not = 0
        display "menu01: entm01 returned code=" rc
      end-if
    when 45
      perform 0880-grant-entities
    when 46
      perform 0870-choose-entity
    when 47
      call "clon01"
      move return-code to rc
      if rc not = 0
        display "menu01: clon01 returned code=" rc
      end-if
    when 48
      call "view01"
      move return-code to rc
      if rc not = 0
        display "menu01: view01 returned code=" rc
      end-if
    when 49
      call "inc01" using signon-id
      move return-code to rc
      if rc not = 0
        display "menu01: inc01 returned code=" rc
      end-if
    when 50
      call "mttr01"
      move return-code to rc
      if rc not = 0
        display "menu01: mttr01 returned code=" rc
      end-if
    when 51
      call "rota01" using signon-id
      move return-code to rc
      if rc not = 0
        display "menu01: rota01 returned code=" rc
      end-if
    when 52
      call "recert01" using signon-id
      move return-code to rc
      if rc not = 0
        display "menu01: recert01 returned code=" rc
      end-if
    when 53
      call "sod01"
      move return-code to rc
      if rc not = 0
        display "menu01: sod01 returned code=" rc
      end-if
    when 54
      call "mtdc01" using omitted work-ent
      move return-code to rc
      if rc not = 0
        display "menu01: mtdc01 returned code=" rc
      end-if
    when 55
      call "chv01"
      move return-code to rc
      if rc not = 0
        display "menu01: chv01 returned code=" rc
      end-if
    when 56
      call "accm01" using signon-id
      move return-code to rc
      if rc not = 0
        display "menu01: accm01 returned code=" rc
      end-if
    when 57
      perform 0960-recategorise
    when 58
      call "aged01" using work-ent
      move return-code to rc
      if rc not = 0
        display "menu01: aged01 returned code=" rc
      end-if
    when 99
      move "y" to menu-done
    when other

0500-edit-parameters.
  perform 0510-load-parameters
*> file01 no longer reads its record limit -- the rebuild takes every
*> source record -- so it is not offered for edit; the stored value is
*> written back as it stands to keep the record's layout.
  display "current array01 table size=" array01-size
  display "enter new array01 table size 9(03), or same value to keep:"
  accept array01-size
  display "current adj01 approval threshold=" adj01-threshold
  display "enter new adj01 approval threshold 9(09) (9(7)v99, no decimal point, 0 = off), or same value to keep:"
  accept adj01-threshold
  display "current bvar01 over-budget tolerance %=" bvar01-tolerance
  display "enter new bvar01 over-budget tolerance 9(03) percent, or same value to keep:"
  accept bvar01-tolerance
  display "current outl01 look-back in business dates=" outl01-lookback
  display "enter new outl01 look-back 9(03), or same value to keep:"
  accept outl01-lookback
  display "current outl01 tolerance in tenths of a standard deviation=" outl01-spread
  display "enter new outl01 tolerance 9(03) (030 = 3.0), or same value to keep:"
  accept outl01-spread
  display "current load01 near-duplicate look-back in business dates=" load01-dup-window
  display "enter new load01 near-duplicate look-back 9(03), or same value to keep:"
  accept load01-dup-window
  display "current bmat01 match tolerance=" bmat01-tolerance
  display "enter new bmat01 match tolerance 9(05) (9(3)v99, no decimal point, 0 = exact), or same value to keep:"
  accept bmat01-tolerance
  display "current bmat01 match by category=" bmat01-by-cat
  display "enter Y to match statement lines by category when they carry one, N not to:"
  accept bmat01-by-cat
  move function upper-case(bmat01-by-cat) to bmat01-by-cat
  if bmat01-by-cat not = "Y"
    move "N" to bmat01-by-cat
  end-if
  display "current mttr01 repeat-offender count=" mttr01-repeats
  display "enter new mttr01 repeat-offender count 9(03) (listed when raised more often), or same value to keep:"
  accept mttr01-repeats
  display "current page01 minutes before paging the secondary=" page01-age
  display "enter new page01 escalation age 9(03) minutes, or same value to keep:"
  accept page01-age
  display "current accr01 accrual key block=" accr01-key-lo "-" accr01-key-hi
  display "enter new accr01 lowest accrual key 9(05), or same value to keep:"
  accept accr01-key-lo
  display "enter new accr01 highest accrual key 9(05), or same value to keep:"
  accept accr01-key-hi
  display "current aged01 over-30-day alert limit=" aged01-limit
  display "enter new aged01 alert limit 9(09) (9(7)v99, no decimal point, zero = none), or same value to keep:"
  accept aged01-limit
  display "current fee01 fee key block=" fee01-key-lo "-" fee01-key-hi
  display "enter new fee01 lowest fee key 9(05), or same value to keep:"
  accept fee01-key-lo
  display "enter new fee01 highest fee key 9(05), or same value to keep:"
  accept fee01-key-hi
  if accr01-key-lo = 0 or accr01-key-hi < accr01-key-lo
      or accr01-key-hi not < arr-key-base
      or fee01-key-lo = 0 or fee01-key-hi < fee01-key-lo
      or fee01-key-hi not < arr-key-base
    display "*** a key block must run low to high and end below " arr-key-base " -- runparm.dat not updated ***"
    exit paragraph
  end-if
  if accr01-key-lo not > fee01-key-hi and fee01-key-lo not > accr01-key-hi
    display "*** the accrual and fee key blocks overlap -- runparm.dat not updated ***"
    exit paragraph
  end-if
  open output parm-file
  move file01-limit to rp-file01-limit
  move array01-size to rp-array01-size
  move input01-sentinel to rp-input01-sentinel
  move time01-interval to rp-time01-interval
  move adj01-threshold to rp-adj01-threshold
  move bvar01-tolerance to rp-bvar01-tolerance
  move outl01-lookback to rp-outl01-lookback
  move outl01-spread to rp-outl01-spread
  move load01-dup-window to rp-load01-dup-window
  move bmat01-tolerance to rp-bmat01-tolerance
  move bmat01-by-cat to rp-bmat01-by-cat
  move mttr01-repeats to rp-mttr01-repeats
  move page01-age to rp-page01-age
  move accr01-key-lo to rp-accr01-key-lo
  move accr01-key-hi to rp-accr01-key-hi
  move aged01-limit to rp-aged01-limit
  move fee01-key-lo to rp-fee01-key-lo
  move fee01-key-hi to rp-fee01-key-hi
  write runparm-rec
  close parm-file
  display "menu01: runparm.dat updated".
        if rp-adj01-threshold is numeric
          move rp-adj01-threshold to adj01-threshold
        end-if
        if rp-bvar01-tolerance is numeric
          move rp-bvar01-tolerance to bvar01-tolerance
        end-if
        if rp-outl01-lookback is numeric and rp-outl01-lookback > 0
          move rp-outl01-lookback to outl01-lookback
        end-if
        if rp-outl01-spread is numeric and rp-outl01-spread > 0
          move rp-outl01-spread to outl01-spread
        end-if
        if rp-load01-dup-window is numeric
          move rp-load01-dup-window to load01-dup-window
        end-if
        if rp-bmat01-tolerance is numeric
          move rp-bmat01-tolerance to bmat01-tolerance
        end-if
        if rp-bmat01-by-cat = "Y" or rp-bmat01-by-cat = "N"
          move rp-bmat01-by-cat to bmat01-by-cat
        end-if
        if rp-mttr01-repeats is numeric
          move rp-mttr01-repeats to mttr01-repeats
        end-if
        if rp-page01-age is numeric and rp-page01-age > 0
          move rp-page01-age to page01-age
        end-if
        if rp-accr01-key-lo is numeric and rp-accr01-key-hi is numeric
          if rp-accr01-key-lo > 0 and rp-accr01-key-hi >= rp-accr01-key-lo
            move rp-accr01-key-lo to accr01-key-lo
            move rp-accr01-key-hi to accr01-key-hi
          end-if
        end-if
        if rp-aged01-limit is numeric
          move rp-aged01-limit to aged01-limit
        end-if
        if rp-fee01-key-lo is numeric and rp-fee01-key-hi is numeric
          move rp-fee01-key-lo to fee01-key-lo
          move rp-fee01-key-hi to fee01-key-hi
        end-if
    end-read
    close parm-file
  end-if.
    if found-pass = spaces or found-force = "F"
      perform 0840-change-passcode
    end-if
    perform 0865-first-entity
  end-if
*> a session that got all the way in is logged too -- option 0,
*> SIGNON -- so the last successful sign-on is on record.
  if signed-on
    move zero to menu-choice
    move "SIGNON" to act-verdict-w
    perform 0910-log-activity
  end-if.

*> the id matched an active master line -- now the passcode.  a
  move found-name to op-name
  move new-pass to op-pass
  move space to op-force
  move found-ents to op-ents
  write op-rec
  if op-status not = "00"
    display "menu01: *** warning -- write to oper01.dat failed, status=" op-status
  move found-name to op-name
  move found-pass to op-pass
  move space to op-force
  move found-ents to op-ents
  write op-rec
  if op-status not = "00"
    display "menu01: *** warning -- write to oper01.dat failed, status=" op-status
  move found-name to op-name
  move found-pass to op-pass
  move "F" to op-force
  move found-ents to op-ents
  write op-rec
  if op-status not = "00"
    display "menu01: *** warning -- write to oper01.dat failed, status=" op-status
  end-if
  close op-file.

*> the session opens on the home entity when the grant covers it;
*> an operator of another entity alone has to name one, three tries,
*> or the session is refused like a failed sign-on.
0865-first-entity.
  move spaces to work-ent
  move "HOME ENTITY" to work-ent-name
  call "ent01" using en-func-r signon-id work-ent en-result en-name
  call "ent01" using en-func-p signon-id work-ent en-result en-name
  if en-result = "y"
    exit paragraph
  end-if
  move zero to ent-tries
  move "x" to work-ent
  perform until work-ent not = "x" or ent-tries >= 3
    perform 0870-choose-entity
    add 1 to ent-tries
  end-perform
  if work-ent = "x"
    display "*** no entity chosen that " signon-id " is entitled to ***"
    move "n" to signon-ok
  end-if.

*> switch the session to another entity -- it must be active on the
*> entity master and covered by the operator's grant.
0870-choose-entity.
  display "menu01 -- working entity x(2), blank for the home entity:"
  move spaces to raw-ent
  accept raw-ent
  move function upper-case(raw-ent) to raw-ent
  call "ent01" using en-func-k signon-id raw-ent en-result en-name
  if en-result not = "y"
    display "*** entity [" raw-ent "] is not active on the entity master ***"
    exit paragraph
  end-if
  call "ent01" using en-func-p signon-id raw-ent en-result en-name
  if en-result not = "y"
    display "*** " signon-id " is not entitled to entity [" raw-ent "] ***"
    exit paragraph
  end-if
  move raw-ent to work-ent
  move en-name to work-ent-name
  display "menu01: now working on entity [" work-ent "] " work-ent-name.

*> senior setting of an operator's entity grant: the operator's
*> line is appended again with the new grant and everything else
*> carried forward unchanged.
0880-grant-entities.
  display "menu01 -- operator id x(8) to grant entities to:"
  move spaces to lock-id
  accept lock-id
  if lock-id = spaces
    display "menu01: nothing done"
    exit paragraph
  end-if
  move lock-id to search-id
  perform 0810-check-operator
  if not operator-found
    display "menu01: *** " lock-id " is not on the operator master ***"
    exit paragraph
  end-if
  display "menu01: current grant [" found-ents "] (blank = home entity only)"
  display "menu01 -- new grant x(20): up to ten 2-byte codes, -- = home, ** = every entity:"
  move spaces to raw-grant
  accept raw-grant
  move function upper-case(raw-grant) to raw-grant
  move "y" to grant-ok
  call "ent01" using en-func-r signon-id raw-ent en-result en-name
  move 1 to grant-ix
  perform until grant-ix > 10
    if grant-code(grant-ix) not = spaces
        and grant-code(grant-ix) not = "--"
        and grant-code(grant-ix) not = "**"
      call "ent01" using en-func-k signon-id grant-code(grant-ix) en-result en-name
      if en-result not = "y"
        display "*** [" grant-code(grant-ix) "] is not an active entity ***"
        move "n" to grant-ok
      end-if
    end-if
    add 1 to grant-ix
  end-perform
  if not grant-good
    display "menu01: grant unchanged"
    exit paragraph
  end-if
  open extend op-file
  if op-status not = "00"
    display "menu01: *** warning -- open of oper01.dat failed, status=" op-status
    exit paragraph
  end-if
  move spaces to op-rec
  move lock-id to op-id
  move found-level to op-level
  move found-active to op-active
  move found-name to op-name
  move found-pass to op-pass
  move found-force to op-force
  move raw-grant to op-ents
  write op-rec
  if op-status not = "00"
    display "menu01: *** warning -- write to oper01.dat failed, status=" op-status
  else
    display "menu01: " lock-id " granted [" raw-grant "]"
  end-if
  close op-file
  call "ent01" using en-func-r signon-id raw-ent en-result en-name.

*> scan the master for search-id -- the last line for an id wins,
*> the same append-to-correct convention valid01.dat uses.  the
*> matched line lands in the found-* fields only; the caller judges
  move spaces to found-name
  move spaces to found-pass
  move space to found-force
  move spaces to found-ents
  open input op-file
  if op-status not = "00"
    exit paragraph
      move op-name to found-name
      move op-pass to found-pass
      move op-force to found-force
      move op-ents to found-ents
    end-if
    read op-file at end set end-of-operators to true end-read
  end-perform

*> options that truncate or rewrite master data -- launching file01,
*> editing runparm.dat, restoring a generation, rebuilding the index
*> -- are senior-only once an operator master exists (the list is in
*> senr.cpy).  every choice, allowed or refused, goes to the
*> activity log.
0900-authorize-option.
  move "y" to option-allowed
  if operator-master-found and not senior-operator
    perform varying senior-ix from 1 by 1 until senior-ix > senior-option-count
      if senior-option(senior-ix) = menu-choice
        move "n" to option-allowed
      end-if
    end-perform
  end-if
  if option-is-allowed
    move "OK" to act-verdict-w
  move raw-bus-date to bus-date
  call "bdate01" using bd-func-s bus-date.

*> the preview comes first, always; only a senior operator's Y on
*> its totals releases the apply (the option itself is senior-only).
0960-recategorise.
  move "p" to rcat-mode
  move zero to rcat-count
  move zero to rcat-amount
  call "recat01" using rcat-mode signon-id rcat-count rcat-amount
                       work-ent
  move return-code to rc
  if rc > 4
    display "menu01: recat01 returned code=" rc
    exit paragraph
  end-if
  if rcat-count = 0
    display "menu01: no records to recategorise -- nothing to apply"
    exit paragraph
  end-if
  move rcat-amount to rcat-show
  display "menu01: preview in recat01.pre -- " rcat-count " record(s), total " rcat-show
  display "apply this recategorisation to count01.dat? (Y to apply, anything else cancels):"
  move space to rcat-answer
  accept rcat-answer
  if rcat-answer not = "Y" and rcat-answer not = "y"
    display "menu01: recategorisation cancelled -- nothing applied"
    exit paragraph
  end-if
  move "a" to rcat-mode
  call "recat01" using rcat-mode signon-id rcat-count rcat-amount
                       work-ent
  move return-code to rc
  if rc not = 0
    display "menu01: recat01 returned code=" rc
  end-if.

0910-log-activity.
  call "chn01" using chn-func-l act-path chn-text chn-len chn-seq chn-check
  open extend act-file
  if act-status = "35"
    open output act-file
  move signon-id to act-op-id
  move menu-choice to act-option
  move act-verdict-w to act-verdict
  move act-rec to chn-text
  call "chn01" using chn-func-n act-path chn-text chn-len chn-seq chn-check
  move chn-seq to act-chain-seq
  move chn-check to act-chain
  write act-rec
  if act-status not = "00"
    display "menu01: *** warning -- write to menu01.log failed, status=" act-status
