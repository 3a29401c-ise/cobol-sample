identification division.
program-id. gl01.
environment division.
input-output section.
file-control.
*> the master, read whole in key order -- each detail dated up to the
*> business date is judged against what the GL was last sent for its
*> key, so a detail that arrives, changes or goes after its own date
*> has been journalled still reaches the GL on the next run.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the category-to-GL-account mapping glm01 maintains, last line per
*> code wins.
  select glm-file assign to dynamic glm-path
    organization is line sequential
    file status is glm-status.
*> the shared movement ledger -- the business date's net posted
*> movement is carried on the trailer so the GL side can see the
*> journal against what the day's postings said they moved.
  select mv-file assign to dynamic mv-path
    organization is line sequential
    file status is mv-status.
*> the journal itself, one file per business date so a released
*> journal is never overwritten by a later night's run.
  select jnl-file assign to dynamic jnl-name
    organization is line sequential
    file status is jnl-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
*> the journal register -- one line per attempt, released or
*> refused.  a RELEASED line for a business date is what stops the
*> same date going to the GL twice.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
*> the journalled-detail register -- one line per detail each released
*> journal carried, with the image it was sent as and the base amount
*> it went at; the last line per key is what the GL holds for it.
*> J = journalled, R = reversed off the GL (the key left the master
*> or moved past the business date), S = taken as journalled when
*> the register was started (see 1600-seed-register).
  select dtl-file assign to dynamic dtl-path
    organization is line sequential
    file status is dtl-status.
data division.
file section.
fd f1.
  copy f1r.
fd glm-file.
01 glm-rec.
  03 gm-cat pic x(2).
  03 filler pic x(1).
  03 gm-debit pic x(10).
  03 filler pic x(1).
  03 gm-credit pic x(10).
  03 filler pic x(1).
  03 gm-active pic x(1).
fd mv-file.
01 mv-rec.
  03 mv-prog pic x(8).
  03 filler pic x(1).
  03 mv-date pic 9(8).
  03 filler pic x(1).
  03 mv-time pic 9(8).
  03 filler pic x(1).
  03 mv-added pic 9(7).
  03 filler pic x(1).
  03 mv-changed pic 9(7).
  03 filler pic x(1).
  03 mv-deleted pic 9(7).
  03 filler pic x(1).
  03 mv-net pic s9(11)v99 sign leading separate.
  03 filler pic x(1).
  03 mv-clk-date pic 9(8).
*> the place and check the chained trail carries (see chn01).
  03 filler pic x(19).
fd jnl-file.
01 jnl-line pic x(80).
fd rpt-file.
01 rpt-line pic x(80).
fd reg-file.
01 reg-rec.
  03 gr-bus-date pic 9(8).
  03 filler pic x(1).
  03 gr-run-date pic 9(8).
  03 filler pic x(1).
  03 gr-time pic 9(8).
  03 filler pic x(1).
  03 gr-lines pic 9(5).
  03 filler pic x(1).
  03 gr-debits pic 9(11)v99.
  03 filler pic x(1).
  03 gr-verdict pic x(8).
fd dtl-file.
01 dtl-rec.
  03 gd-bus-date pic 9(8).
  03 filler pic x(1).
  03 gd-action pic x(1).
  03 filler pic x(1).
  03 gd-cnt pic 9(5).
  03 filler pic x(1).
  03 gd-txn-date pic 9(8).
  03 filler pic x(1).
  03 gd-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 gd-cat pic x(2).
  03 filler pic x(1).
  03 gd-cur pic x(3).
  03 filler pic x(1).
  03 gd-ent pic x(2).
  03 filler pic x(1).
  03 gd-base pic s9(11)v99 sign leading separate.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 glm-path pic x(60) value "glmap01.dat".
01 mv-path pic x(60) value "movement01.dat".
01 rpt-path pic x(60) value "gl01.lst".
01 reg-path pic x(60) value "gl01.reg".
01 dtl-path pic x(60) value "gl01.dtl".
01 f1-status pic x(2) value spaces.
01 glm-status pic x(2) value spaces.
01 mv-status pic x(2) value spaces.
01 jnl-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 dtl-status pic x(2) value spaces.
01 jnl-name pic x(60) value spaces.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- neither is a transaction and neither is journalled.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 glm-eof pic x(1) value "n".
  88 end-of-mappings value "y".
01 mv-eof pic x(1) value "n".
  88 end-of-movement value "y".
01 reg-eof pic x(1) value "n".
  88 end-of-register value "y".
01 dtl-eof pic x(1) value "n".
  88 end-of-details value "y".
*> per master key, what the GL holds for it off gl01.dtl: se-state
*> "j" = journalled as the image beside it, space = nothing.  se-seen
*> marks a key met on tonight's master; se-new the line this run
*> registers for the key once the journal is released (J or R).
01 sent-table.
  02 sent-entry occurs 99999 times.
    03 se-state pic x(1).
    03 se-date pic 9(8).
    03 se-amount pic s9(7)v99 comp-3.
    03 se-cat pic x(2).
    03 se-cur pic x(3).
    03 se-ent pic x(2).
    03 se-base pic s9(11)v99 comp-3.
    03 se-seen pic x(1).
    03 se-new pic x(1).
01 key-ix pic 9(5) value zero.
01 dtl-action pic x(1) value space.
01 new-count pic 9(7) value zero.
01 chg-count pic 9(7) value zero.
01 rev-count pic 9(7) value zero.
01 seed-count pic 9(7) value zero.
*> the entity and category a movement is netted under.
01 slot-ent pic x(2) value spaces.
01 slot-cat pic x(2) value spaces.
01 run-date pic 9(8) value zero.
01 run-time pic 9(8) value zero.
01 clk-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> the mapping table, last line per code wins.
01 map-table.
  02 map-entry occurs 50 times.
    03 me-cat pic x(2).
    03 me-debit pic x(10).
    03 me-credit pic x(10).
    03 me-active pic x(1).
01 map-used pic 9(2) value zero.
01 map-ix pic 9(2) value zero.
01 map-found pic 9(2) value zero.
*> the run's movement by entity and category, in base currency --
*> each entity's lines balance on their own and carry its code, so
*> the GL posts them to that entity's books.  uncategorised details
*> total under a blank code, which has no mapping and so refuses the
*> run.
01 cat-table.
  02 cat-entry occurs 200 times.
    03 ce-ent pic x(2).
    03 ce-code pic x(2).
    03 ce-count pic 9(7).
    03 ce-net pic s9(11)v99 comp-3.
    03 ce-map pic 9(2).
01 cat-used pic 9(3) value zero.
01 cat-ix pic 9(3) value zero.
01 cat-found pic 9(3) value zero.
*> each detail converted into base currency at its own date's rate
*> (see fx01) -- a detail with no rate cannot be journalled at any
*> figure, so one refuses the journal.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(7) value zero.
01 det-count pic 9(7) value zero.
01 jnl-lines pic 9(5) value zero.
01 jnl-debits pic 9(11)v99 value zero.
01 jnl-credits pic 9(11)v99 value zero.
01 abs-net pic 9(11)v99 value zero.
01 mv-day-net pic s9(11)v99 value zero.
01 unmapped-count pic 9(3) value zero.
*> the verdict: released only when every category maps to an active
*> pair of accounts and the debits equal the credits.
01 jnl-verdict pic x(8) value spaces.
01 al-prog-name pic x(8) value "GL01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
*> journal header, detail and trailer -- fixed columns, the same
*> flat style pout01 uses for partner01.out.
01 jh-line.
  03 jh-type pic x(1) value "H".
  03 jh-bus-date pic 9(8).
  03 jh-run-date pic 9(8).
  03 jh-run-time pic 9(8).
  03 jh-source pic x(8) value "COUNT01".
  03 filler pic x(47) value spaces.
01 jd-line.
  03 jd-type pic x(1) value "D".
  03 jd-line-no pic 9(5).
  03 jd-account pic x(10).
  03 jd-dc pic x(1).
  03 jd-amount pic 9(11)v99.
  03 jd-cat pic x(2).
  03 jd-text pic x(30).
  03 jd-ent pic x(2).
  03 filler pic x(16) value spaces.
01 jt-line.
  03 jt-type pic x(1) value "T".
  03 jt-lines pic 9(5).
  03 jt-debits pic 9(11)v99.
  03 jt-credits pic 9(11)v99.
  03 jt-details pic 9(7).
  03 jt-mv-net pic s9(11)v99 sign leading separate.
  03 filler pic x(27) value spaces.
01 hdr-line-1.
  03 filler pic x(26) value "GL01 JOURNAL FEED  BUSDATE".
  03 filler pic x(1) value spaces.
  03 h1-date pic 9(8).
  03 filler pic x(9) value "  VERDICT".
  03 filler pic x(1) value spaces.
  03 h1-verdict pic x(8).
01 hdr-line-2.
  03 filler pic x(3) value "EN ".
  03 filler pic x(3) value "CA ".
  03 filler pic x(8) value "RECORDS ".
  03 filler pic x(14) value "NET           ".
  03 filler pic x(11) value "DEBIT ACCT ".
  03 filler pic x(11) value "CREDIT ACCT".
  03 filler pic x(7) value " STATUS".
01 det-line.
  03 d-ent pic x(2).
  03 filler pic x(1) value spaces.
  03 d-code pic x(2).
  03 filler pic x(1) value spaces.
  03 d-count pic zzzzzz9.
  03 filler pic x(1) value spaces.
  03 d-net pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-debit pic x(10).
  03 filler pic x(1) value spaces.
  03 d-credit pic x(10).
  03 filler pic x(1) value spaces.
  03 d-status pic x(12).
01 trl-line.
  03 filler pic x(15) value "JOURNAL LINES  ".
  03 t-lines pic zzzz9.
  03 filler pic x(9) value "  DEBITS ".
  03 t-debits pic z(10)9.99.
  03 filler pic x(10) value "  CREDITS ".
  03 t-credits pic z(10)9.99.
01 mv-line.
  03 filler pic x(24) value "MOVEMENT01 NET FOR DATE ".
  03 m-net pic -(11)9.99.
  03 filler pic x(10) value "  DETAILS ".
  03 m-details pic zzzzzz9.
01 norate-line.
  03 filler pic x(28) value "DETAILS WITH NO FX RATE.....".
  03 n-count pic zzzzzz9.
01 kind-line.
  03 filler pic x(13) value "DETAILS  NEW ".
  03 k-new pic zzzzzz9.
  03 filler pic x(10) value "  CHANGED ".
  03 k-chg pic zzzzzz9.
  03 filler pic x(11) value "  REVERSED ".
  03 k-rev pic zzzzzz9.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p glm-path
call "env01" using env-func-p mv-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p dtl-path
move zero to map-used
move zero to cat-used
move zero to det-count
move zero to jnl-lines
move zero to jnl-debits
move zero to jnl-credits
move zero to mv-day-net
move zero to unmapped-count
move zero to norate-count
move zero to new-count
move zero to chg-count
move zero to rev-count
move zero to seed-count
move spaces to sent-table
move spaces to jnl-verdict
move "n" to f1-eof
move "n" to glm-eof
move "n" to mv-eof
move "n" to reg-eof
move "n" to dtl-eof
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date f1-cur fx-amount fx-base fx-result
accept clk-date from date yyyymmdd
accept run-time from time
perform 1000-check-register
if jnl-verdict = "SENT"
  display "gl01: *** business date " run-date " already released to the GL -- nothing sent ***"
  move 4 to return-code
  goback
end-if
perform 1100-load-mappings
perform 1500-load-details
perform 2000-accumulate-movement
perform 2400-reverse-removed
perform 2500-sum-movement
perform 3000-build-journal
if unmapped-count > 0
  move "REFUSED" to jnl-verdict
end-if
if norate-count > 0
  move "REFUSED" to jnl-verdict
end-if
if jnl-verdict not = "REFUSED"
  move "RELEASED" to jnl-verdict
  perform 4000-write-journal
  if jnl-verdict = "RELEASED"
    perform 4500-register-details
  end-if
end-if
perform 5000-write-report
perform 6000-register-attempt
if jnl-verdict = "REFUSED"
  evaluate true
    when norate-count > 0
      move "journal refused -- no fx rate on detail" to al-msg
    when unmapped-count > 0
      move "journal refused -- unmapped category" to al-msg
    when other
      move "journal refused -- debits not = credits" to al-msg
  end-evaluate
  move "E" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  display "gl01: *** journal for " run-date " REFUSED -- see gl01.lst ***"
  move 8 to return-code
  goback
end-if
display "gl01: journal " jnl-name " released, lines=" jnl-lines " details=" det-count
  " new=" new-count " changed=" chg-count " reversed=" rev-count
goback.

*> a business date already released stops the run before anything
*> is read -- a chain rerun must not hand the GL a second copy.
1000-check-register.
  open input reg-file
  if reg-status not = "00"
    exit paragraph
  end-if
  read reg-file at end set end-of-register to true end-read
  perform until end-of-register
    if gr-bus-date = run-date and gr-verdict = "RELEASED"
      move "SENT" to jnl-verdict
    end-if
    read reg-file at end set end-of-register to true end-read
  end-perform
  close reg-file.

*> no mapping master at all is not "no restriction" here -- every
*> category is then unmapped and the journal is refused.
1100-load-mappings.
  open input glm-file
  if glm-status not = "00"
    display "gl01: *** warning -- no glmap01.dat, every category is unmapped ***"
    exit paragraph
  end-if
  read glm-file at end set end-of-mappings to true end-read
  perform until end-of-mappings
    perform 1110-store-mapping
    read glm-file at end set end-of-mappings to true end-read
  end-perform
  close glm-file.

1110-store-mapping.
  move zero to map-found
  move 1 to map-ix
  perform until map-ix > map-used or map-found > 0
    if me-cat(map-ix) = gm-cat
      move map-ix to map-found
    end-if
    compute map-ix = map-ix + 1
  end-perform
  if map-found = 0
    if map-used >= 50
      display "gl01: *** warning -- more than 50 mappings, extras ignored ***"
      exit paragraph
    end-if
    add 1 to map-used
    move map-used to map-found
    move gm-cat to me-cat(map-found)
  end-if
  move gm-debit to me-debit(map-found)
  move gm-credit to me-credit(map-found)
  move gm-active to me-active(map-found).

*> what the GL holds for each key, off the journalled-detail
*> register.  no register yet means the GL was fed date by date
*> until now -- it is started from the master first (1600).
1500-load-details.
  open input dtl-file
  if dtl-status = "35"
    perform 1600-seed-register
    exit paragraph
  end-if
  if dtl-status not = "00"
    display "gl01: *** fatal -- open of gl01.dtl failed, status=" dtl-status
    move "open of gl01.dtl failed" to al-msg
    move "F" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if
  read dtl-file at end set end-of-details to true end-read
  perform until end-of-details
    if gd-cnt is numeric and gd-cnt > 0
      move gd-cnt to key-ix
      if gd-action = "R"
        move space to se-state(key-ix)
      else
        move "j" to se-state(key-ix)
        move gd-txn-date to se-date(key-ix)
        move gd-amount to se-amount(key-ix)
        move gd-cat to se-cat(key-ix)
        move gd-cur to se-cur(key-ix)
        move gd-ent to se-ent(key-ix)
        move gd-base to se-base(key-ix)
      end-if
    end-if
    read dtl-file at end set end-of-details to true end-read
  end-perform
  close dtl-file.

*> the journal used to carry only the details dated on its business
*> date, so every detail dated before this one has had its only
*> chance of the GL -- each is registered as sent (S), at its base
*> amount, and only what comes after is journalled.  a detail with
*> no rate for its date never went, and is left to be journalled.
*> the seed is written whatever tonight's verdict.
1600-seed-register.
  open input f1
  if f1-status not = "00"
    display "gl01: *** fatal -- open of count01.dat failed, status=" f1-status
    move 16 to return-code
    goback
  end-if
  open output dtl-file
  if dtl-status not = "00"
    display "gl01: *** fatal -- open of gl01.dtl failed, status=" dtl-status
    close f1
    move "open of gl01.dtl failed" to al-msg
    move "F" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if
  move "n" to f1-eof
  read f1 next at end set end-of-master to true end-read
  perform until end-of-master
    if f1-cnt > 0 and f1-cnt not = hdr-key
        and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
        and f1-txn-date < run-date
      move f1-amount to fx-amount
      call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
      if fx-result = "y"
        move f1-cnt to key-ix
        perform 2250-store-image
        move "S" to dtl-action
        perform 4600-write-detail-line
        add 1 to seed-count
      end-if
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform
  close f1
  close dtl-file
  display "gl01: journalled-detail register started -- " seed-count " earlier details taken as sent".

*> every detail on the master dated up to the business date, judged
*> against what the GL holds for its key.
2000-accumulate-movement.
  open input f1
  if f1-status not = "00"
    display "gl01: *** fatal -- open of count01.dat failed, status=" f1-status
    move 16 to return-code
    goback
  end-if
  move "n" to f1-eof
  read f1 next at end set end-of-master to true end-read
  perform until end-of-master
    if f1-cnt > 0 and f1-cnt not = hdr-key
        and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
        and f1-txn-date not > run-date
      move f1-cnt to key-ix
      move "y" to se-seen(key-ix)
      perform 2200-judge-detail
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform
  close f1.

2100-find-category-slot.
  move zero to cat-found
  move 1 to cat-ix
  perform until cat-ix > cat-used or cat-found > 0
    if ce-ent(cat-ix) = slot-ent and ce-code(cat-ix) = slot-cat
      move cat-ix to cat-found
    end-if
    compute cat-ix = cat-ix + 1
  end-perform
  if cat-found = 0
    if cat-used >= 200
      display "gl01: *** warning -- more than 200 entity/category pairs, extras lumped ***"
      move cat-used to cat-found
      exit paragraph
    end-if
    add 1 to cat-used
    move cat-used to cat-found
    move slot-ent to ce-ent(cat-found)
    move slot-cat to ce-code(cat-found)
    move zero to ce-count(cat-found)
    move zero to ce-net(cat-found)
    move zero to ce-map(cat-found)
  end-if.

*> a key the GL holds as this same image moves nothing.  a new key
*> is journalled at its base amount; a changed one has what the GL
*> holds reversed under its old entity and category and the new
*> image journalled.  a detail with no rate for its date refuses the
*> journal and keeps what the GL holds for it.
2200-judge-detail.
  if se-state(key-ix) = "j"
    if se-date(key-ix) = f1-txn-date and se-amount(key-ix) = f1-amount
        and se-cat(key-ix) = f1-cat and se-cur(key-ix) = f1-cur
        and se-ent(key-ix) = f1-ent
      exit paragraph
    end-if
  end-if
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    add 1 to norate-count
    display "gl01: *** key " f1-cnt " currency [" f1-cur "] has no fx rate for " f1-txn-date " ***"
    exit paragraph
  end-if
  if se-state(key-ix) = "j"
    perform 2300-reverse-sent
    add 1 to chg-count
  else
    add 1 to new-count
  end-if
  move f1-ent to slot-ent
  move f1-cat to slot-cat
  perform 2100-find-category-slot
  add fx-base to ce-net(cat-found)
  add 1 to ce-count(cat-found)
  add 1 to det-count
  perform 2250-store-image
  move "J" to se-new(key-ix).

2250-store-image.
  move "j" to se-state(key-ix)
  move f1-txn-date to se-date(key-ix)
  move f1-amount to se-amount(key-ix)
  move f1-cat to se-cat(key-ix)
  move f1-cur to se-cur(key-ix)
  move f1-ent to se-ent(key-ix)
  move fx-base to se-base(key-ix).

*> take what the GL holds for the key back off, at the base amount
*> it went at.
2300-reverse-sent.
  move se-ent(key-ix) to slot-ent
  move se-cat(key-ix) to slot-cat
  perform 2100-find-category-slot
  subtract se-base(key-ix) from ce-net(cat-found)
  add 1 to ce-count(cat-found).

*> a key the GL holds that is no longer on the master dated up to
*> the business date -- backed out, deleted, or re-dated forward --
*> is reversed off.
2400-reverse-removed.
  perform varying key-ix from 1 by 1 until key-ix > 99998
    if se-state(key-ix) = "j" and se-seen(key-ix) not = "y"
      perform 2300-reverse-sent
      move space to se-state(key-ix)
      move "R" to se-new(key-ix)
      add 1 to rev-count
      add 1 to det-count
    end-if
  end-perform.

2500-sum-movement.
  open input mv-file
  if mv-status not = "00"
    exit paragraph
  end-if
  read mv-file at end set end-of-movement to true end-read
  perform until end-of-movement
    if mv-date = run-date
      add mv-net to mv-day-net
    end-if
    read mv-file at end set end-of-movement to true end-read
  end-perform
  close mv-file.

*> resolve each category's mapping; the lines themselves are written
*> and totalled by 4000: a positive net (credits) debits the mapped
*> debit account and credits the mapped credit account, a negative
*> net reverses the pair.  a zero net produces no lines.
3000-build-journal.
  move 1 to cat-ix
  perform until cat-ix > cat-used
    move zero to map-found
    move 1 to map-ix
    perform until map-ix > map-used or map-found > 0
      if me-cat(map-ix) = ce-code(cat-ix) and me-active(map-ix) = "A"
        move map-ix to map-found
      end-if
      compute map-ix = map-ix + 1
    end-perform
    move map-found to ce-map(cat-ix)
    if map-found = 0 or ce-code(cat-ix) = spaces
      move zero to ce-map(cat-ix)
      add 1 to unmapped-count
    end-if
    compute cat-ix = cat-ix + 1
  end-perform.

4000-write-journal.
  move spaces to jnl-name
  string "./gl01-" run-date ".jnl" delimited by size into jnl-name
  call "env01" using env-func-p jnl-name
  open output jnl-file
  if jnl-status not = "00"
    display "gl01: *** fatal -- open of " jnl-name " failed, status=" jnl-status
    move "open of GL journal failed" to al-msg
    move "F" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if
  move run-date to jh-bus-date
  move clk-date to jh-run-date
  move run-time to jh-run-time
  write jnl-line from jh-line
  if jnl-status not = "00"
    perform 4200-journal-write-failed
  end-if
  move zero to jd-line-no
  move 1 to cat-ix
  perform until cat-ix > cat-used
    if ce-map(cat-ix) > 0 and ce-net(cat-ix) not = 0
      perform 4100-write-category-lines
    end-if
    compute cat-ix = cat-ix + 1
  end-perform
*> the proof is on the lines as written: debits from the D lines,
*> credits from the C lines.  a journal that does not balance is
*> emptied rather than trailed, and is neither released nor
*> registered.
  if jnl-debits not = jnl-credits
    display "gl01: *** journal debits " jnl-debits " not = credits " jnl-credits " -- journal withdrawn ***"
    close jnl-file
    open output jnl-file
    close jnl-file
    move "REFUSED" to jnl-verdict
    exit paragraph
  end-if
  move jnl-lines to jt-lines
  move jnl-debits to jt-debits
  move jnl-credits to jt-credits
  move det-count to jt-details
  move mv-day-net to jt-mv-net
  write jnl-line from jt-line
  if jnl-status not = "00"
    perform 4200-journal-write-failed
  end-if
  close jnl-file.

4100-write-category-lines.
  move ce-map(cat-ix) to map-ix
  if ce-net(cat-ix) < 0
    compute abs-net = ce-net(cat-ix) * -1
  else
    move ce-net(cat-ix) to abs-net
  end-if
  move abs-net to jd-amount
  move ce-code(cat-ix) to jd-cat
  move ce-ent(cat-ix) to jd-ent
  move "DAILY MOVEMENT CATEGORY" to jd-text
  move ce-code(cat-ix) to jd-text(25:2)
  add 1 to jd-line-no
  move "D" to jd-dc
  if ce-net(cat-ix) < 0
    move me-credit(map-ix) to jd-account
  else
    move me-debit(map-ix) to jd-account
  end-if
  write jnl-line from jd-line
  if jnl-status not = "00"
    perform 4200-journal-write-failed
  end-if
  add 1 to jnl-lines
  add jd-amount to jnl-debits
  add 1 to jd-line-no
  move "C" to jd-dc
  if ce-net(cat-ix) < 0
    move me-debit(map-ix) to jd-account
  else
    move me-credit(map-ix) to jd-account
  end-if
  write jnl-line from jd-line
  if jnl-status not = "00"
    perform 4200-journal-write-failed
  end-if
  add 1 to jnl-lines
  add jd-amount to jnl-credits.

*> a journal cut short must not be released or registered -- the
*> run stops with nothing on gl01.reg, so the rerun writes it whole.
4200-journal-write-failed.
  display "gl01: *** fatal -- write to " jnl-name " failed, status=" jnl-status
  close jnl-file
  move "write to GL journal failed" to al-msg
  move "F" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move 16 to return-code
  goback.

*> the released journal's details onto the register, one line per key
*> it moved.  a release the register cannot record would be sent
*> again tomorrow -- that is a stop.
4500-register-details.
  open extend dtl-file
  if dtl-status = "35"
    open output dtl-file
  end-if
  if dtl-status not = "00"
    display "gl01: *** fatal -- open of gl01.dtl failed, status=" dtl-status
    move "journalled details not registered" to al-msg
    move "F" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if
  perform varying key-ix from 1 by 1 until key-ix > 99998
    if se-new(key-ix) not = space
      move se-new(key-ix) to dtl-action
      perform 4600-write-detail-line
    end-if
  end-perform
  close dtl-file.

*> one register line for key-ix; an R line carries the image that
*> was reversed.
4600-write-detail-line.
  move spaces to dtl-rec
  move run-date to gd-bus-date
  move dtl-action to gd-action
  move key-ix to gd-cnt
  move se-date(key-ix) to gd-txn-date
  move se-amount(key-ix) to gd-amount
  move se-cat(key-ix) to gd-cat
  move se-cur(key-ix) to gd-cur
  move se-ent(key-ix) to gd-ent
  move se-base(key-ix) to gd-base
  write dtl-rec
  if dtl-status not = "00"
    display "gl01: *** fatal -- write to gl01.dtl failed, status=" dtl-status
    close dtl-file
    move "write to gl01.dtl failed" to al-msg
    move "F" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if.

5000-write-report.
  open output rpt-file
  if rpt-status not = "00"
    display "gl01: *** warning -- open of gl01.lst failed, status=" rpt-status
    exit paragraph
  end-if
  move run-date to h1-date
  move jnl-verdict to h1-verdict
  write rpt-line from hdr-line-1
  write rpt-line from hdr-line-2
  move 1 to cat-ix
  perform until cat-ix > cat-used
    move spaces to det-line
    move ce-ent(cat-ix) to d-ent
    if ce-code(cat-ix) = spaces
      move "--" to d-code
    else
      move ce-code(cat-ix) to d-code
    end-if
    move ce-count(cat-ix) to d-count
    move ce-net(cat-ix) to d-net
    if ce-map(cat-ix) > 0
      move ce-map(cat-ix) to map-ix
      move me-debit(map-ix) to d-debit
      move me-credit(map-ix) to d-credit
      move "MAPPED" to d-status
    else
      move "** UNMAPPED" to d-status
    end-if
    write rpt-line from det-line
    compute cat-ix = cat-ix + 1
  end-perform
  move jnl-lines to t-lines
  move jnl-debits to t-debits
  move jnl-credits to t-credits
  write rpt-line from trl-line
  move mv-day-net to m-net
  move det-count to m-details
  write rpt-line from mv-line
  move new-count to k-new
  move chg-count to k-chg
  move rev-count to k-rev
  write rpt-line from kind-line
  if norate-count > 0
    move norate-count to n-count
    write rpt-line from norate-line
  end-if
  close rpt-file.

6000-register-attempt.
  open extend reg-file
  if reg-status = "35"
    open output reg-file
  end-if
  if reg-status not = "00"
*> a released journal the register cannot record could be sent
*> again tomorrow -- that is a stop, not a warning.
    display "gl01: *** fatal -- open of gl01.reg failed, status=" reg-status
    move "journal register not updated" to al-msg
    move "F" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if
  move spaces to reg-rec
  move run-date to gr-bus-date
  move clk-date to gr-run-date
  move run-time to gr-time
  move jnl-lines to gr-lines
  move jnl-debits to gr-debits
  move jnl-verdict to gr-verdict
  write reg-rec
  if reg-status not = "00"
    display "gl01: *** fatal -- write to gl01.reg failed, status=" reg-status
    close reg-file
    move "journal register not updated" to al-msg
    move "F" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if
  close reg-file.
