identification division.
program-id. fee01.
environment division.
input-output section.
file-control.
*> the master the charges are worked out from and posted back to --
*> the details read off the f1-txn-date alternate key, the new
*> fee transactions written under the lowest free keys in fee01's
*> own key block (runparm.dat).
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the fee schedule fsm01 maintains.
  select fs-file assign to dynamic fs-path
    organization is line sequential
    file status is fs-status.
*> the fee audit: one line per charge, the source detail's key,
*> category and amount beside the fee transaction's key, category
*> and amount -- every charge traces back to what it was charged on.
*> read at the start of a run as well: a source already charged, or a
*> fee transaction itself, is never charged again on a rerun.
  select aud-file assign to dynamic aud-path
    organization is line sequential
    file status is aud-status.
*> file01 rebuilds the master from entry01.dat and load01.reg -- each
*> fee transaction is registered there under partner id FEE so the
*> rebuild carries it, the way susp01 registers a released detail.
*> every run takes the next sequence under FEE (see lreg01), so
*> back01 can take one night's fees off without touching another's.
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
fd f1.
  copy f1r.
fd fs-file.
01 fs-rec.
  03 fs-cat pic x(2).
  03 filler pic x(1).
  03 fs-from pic 9(8).
  03 filler pic x(1).
  03 fs-to pic 9(8).
  03 filler pic x(1).
  03 fs-basis pic x(1).
  03 filler pic x(1).
  03 fs-flat pic 9(7)v99.
  03 filler pic x(1).
  03 fs-pct pic 9(3)v9(4).
  03 filler pic x(1).
  03 fs-min pic 9(7)v99.
  03 filler pic x(1).
  03 fs-max pic 9(7)v99.
  03 filler pic x(1).
  03 fs-fee-cat pic x(2).
  03 filler pic x(1).
  03 fs-active pic x(1).
fd aud-file.
01 aud-rec.
  03 fa-date pic 9(8).
  03 filler pic x(1).
  03 fa-time pic 9(6).
  03 filler pic x(1).
  03 fa-src-cnt pic 9(5).
  03 filler pic x(1).
  03 fa-src-cat pic x(2).
  03 filler pic x(1).
  03 fa-src-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 fa-basis pic x(1).
  03 filler pic x(1).
  03 fa-fee-cnt pic 9(5).
  03 filler pic x(1).
  03 fa-fee-cat pic x(2).
  03 filler pic x(1).
  03 fa-fee-amount pic s9(7)v99 sign leading separate.
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
fd rpt-file.
01 rpt-line pic x(80).
fd parm-file.
  copy runparm.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 fs-path pic x(60) value "feesch01.dat".
01 aud-path pic x(60) value "fee01.aud".
01 lreg-path pic x(60) value "load01.reg".
01 rpt-path pic x(60) value "fee01.lst".
01 parm-path pic x(60) value "runparm.dat".
01 parm-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 fs-status pic x(2) value spaces.
01 aud-status pic x(2) value spaces.
01 lreg-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- neither is a transaction and neither is charged.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 fs-eof pic x(1) value "n".
  88 end-of-schedule value "y".
01 aud-eof pic x(1) value "n".
  88 end-of-audit value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> the earliest date fee01.aud shows charged: every detail dated from
*> it up to the business date not yet charged is charged tonight, so
*> a detail that lands after its own date's run -- a back-dated load,
*> a released suspense item, a maintenance add -- is still charged.
*> nothing on the audit yet means fee01 starts at the business date.
01 from-date pic 9(8) value zero.
01 now-time pic 9(8) value zero.
*> the partner id and sequence fee transactions carry on load01.reg.
01 fee-partner pic x(4) value "FEE ".
01 fee-seq pic 9(4) value zero.
01 lg-func-s pic x(1) value "s".
01 lg-result pic x(1) value space.
*> the key block fee transactions are written under, from runparm.dat
*> -- 98000 to 98999 when the parameters have never been saved -- and
*> accr01's block, which it must stay clear of.  both lie below
*> array01's reserved block.
01 key-lo pic 9(5) value 98000.
01 key-hi pic 9(5) value 98999.
01 accr-key-lo pic 9(5) value 99000.
01 accr-key-hi pic 9(5) value 99799.
01 block-ok pic x(1) value "y".
  88 key-block-good value "y".
*> every fee key stays taken for good -- load01.reg replays each fee
*> on every rebuild -- so the block only ever fills.  the keys still
*> free are counted after each run, and a block down to its last
*> tenth raises a W alert while there is time to widen it (menu01
*> option 5).
01 used-keys pic 9(5) value zero.
01 free-keys pic 9(5) value zero.
01 block-size pic 9(5) value zero.
*> one byte per master key: s = already charged, f = a fee
*> transaction -- neither is charged (again).
01 key-table.
  02 key-flag pic x(1) occurs 99799 times.
*> the schedule, last line per category and from-date winning.
01 fs-table.
  02 fs-entry occurs 300 times.
    03 fe-cat pic x(2).
    03 fe-from pic 9(8).
    03 fe-to pic 9(8).
    03 fe-basis pic x(1).
    03 fe-flat pic 9(7)v99.
    03 fe-pct pic 9(3)v9(4).
    03 fe-min pic 9(7)v99.
    03 fe-max pic 9(7)v99.
    03 fe-fee-cat pic x(2).
    03 fe-active pic x(1).
01 fs-used pic 9(3) value zero.
01 fs-ix pic 9(3) value zero.
01 fs-found pic 9(3) value zero.
*> the charges worked out in the first pass, posted in the second --
*> nothing is written to the master while it is being read by date.
01 chg-table.
  02 chg-entry occurs 5000 times.
    03 cg-src-cnt pic 9(5).
    03 cg-src-cat pic x(2).
    03 cg-src-ent pic x(2).
    03 cg-src-amount pic s9(7)v99.
    03 cg-src-base pic s9(11)v99.
    03 cg-basis pic x(1).
    03 cg-fee-cat pic x(2).
    03 cg-fee pic 9(7)v99.
01 chg-used pic 9(4) value zero.
01 chg-ix pic 9(4) value zero.
01 charge pic 9(9)v99 value zero.
01 src-magnitude pic 9(11)v99 value zero.
*> a detail in a foreign currency is charged on its base-currency
*> value (see fx01) -- the schedule's flat amounts, minimums and
*> maximums are base currency, and so is every fee posted.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 fx-cur pic x(3) value spaces.
01 next-key pic 9(5) value zero.
01 key-placed pic x(1) value "n".
  88 key-was-placed value "y".
01 posted-count pic 9(5) value zero.
01 skipped-count pic 9(5) value zero.
*> the summary, by the category charged on.
01 sum-table.
  02 sum-entry occurs 60 times.
    03 su-cat pic x(2).
    03 su-fee-cat pic x(2).
    03 su-count pic 9(5).
    03 su-src-total pic s9(11)v99 comp-3.
    03 su-fee-total pic 9(11)v99 comp-3.
01 sum-used pic 9(2) value zero.
01 sum-ix pic 9(2) value zero.
01 sum-found pic 9(2) value zero.
01 tot-count pic 9(5) value zero.
01 tot-fee pic 9(11)v99 comp-3 value zero.
*> the closed-period check (see period01) -- no charge is posted into
*> a month close01 has closed for the entity the charge belongs to;
*> each entity closes its own periods, so one entity's close holds
*> back only its own fees.
01 pd-result pic x(1) value "o".
01 closed-count pic 9(5) value zero.
*> what the run moved on the master, posted to the shared movement
*> ledger at close (see move01).
01 mv-prog-name pic x(8) value "FEE01".
01 mv-added pic 9(7) value zero.
01 mv-no-chg pic 9(7) value zero.
01 mv-no-del pic 9(7) value zero.
01 mv-net pic s9(11)v99 value zero.
*> the shared run-lock on the master (see lock01).
01 lck-func-a pic x(1) value "a".
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "FEE01".
01 lck-result pic x(1) value space.
01 al-prog-name pic x(8) value "FEE01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 hdr-line-1.
  03 filler pic x(20) value "FEE SUMMARY  BUSDATE".
  03 filler pic x(1) value space.
  03 h1-date pic 9(8).
01 hdr-line-2.
  03 filler pic x(4) value "CAT ".
  03 filler pic x(8) value "FEE CAT ".
  03 filler pic x(9) value " CHARGED ".
  03 filler pic x(20) value "   AMOUNT CHARGED ON".
  03 filler pic x(18) value "       FEES POSTED".
01 det-line.
  03 d-cat pic x(2).
  03 filler pic x(2) value spaces.
  03 d-fee-cat pic x(2).
  03 filler pic x(6) value spaces.
  03 d-count pic zzzz9.
  03 filler pic x(3) value spaces.
  03 d-src pic -(13)9.99.
  03 filler pic x(1) value spaces.
  03 d-fee pic z(13)9.99.
01 note-line pic x(80) value spaces.
01 trl-line.
  03 filler pic x(12) value "TOTAL       ".
  03 t-count pic zzzz9.
  03 filler pic x(21) value spaces.
  03 t-fee pic z(13)9.99.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p fs-path
call "env01" using env-func-p aud-path
call "env01" using env-func-p lreg-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p parm-path
move zero to fs-used
move zero to chg-used
move zero to sum-used
move zero to posted-count
move zero to skipped-count
move zero to tot-count
move zero to tot-fee
move zero to mv-added
move zero to mv-net
move all space to key-table
call "bdate01" using bd-func-g run-date
move run-date to from-date
call "fx01" using fx-func-r run-date fx-cur fx-amount fx-base fx-result
move zero to closed-count
perform 1000-load-schedule
if fs-used = 0
  display "fee01: no fee schedule on file -- nothing to charge"
  goback
end-if
perform 1100-load-parameters
if not key-block-good
  display "fee01: *** fee key block " key-lo "-" key-hi " must end below " arr-key-base " and clear accr01's " accr-key-lo "-" accr-key-hi " -- fee run refused ***"
  move "fee key block invalid on runparm" to al-msg
  call "alert01" using al-prog-name al-sev al-msg
  move 8 to return-code
  goback
end-if
perform 1500-load-audit
call "lock01" using lck-func-a lck-prog-name lck-result
if lck-result not = "y"
  display "fee01: *** count01.dat is locked -- fee run refused ***"
  move 16 to return-code
  goback
end-if
open i-o f1
if f1-status not = "00"
  display "fee01: *** fatal -- open of count01.dat failed, status=" f1-status
  call "lock01" using lck-func-r lck-prog-name lck-result
  move 16 to return-code
  goback
end-if
perform 2000-work-out-charges
perform 4000-post-charges
perform 4700-check-headroom
close f1
call "lock01" using lck-func-r lck-prog-name lck-result
if mv-added > 0
  call "move01" using mv-prog-name mv-added mv-no-chg mv-no-del
                      mv-net
end-if
perform 5000-print-summary
display "fee01: charges posted=" posted-count " not posted=" skipped-count
if closed-count > 0
  move spaces to al-msg
  string "fees refused: " closed-count " in closed periods"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
end-if
if skipped-count > 0
  move 4 to return-code
end-if
goback.

1000-load-schedule.
  move "n" to fs-eof
  open input fs-file
  if fs-status not = "00"
    exit paragraph
  end-if
  read fs-file at end set end-of-schedule to true end-read
  perform until end-of-schedule
    move zero to fs-found
    move 1 to fs-ix
    perform until fs-ix > fs-used or fs-found > 0
      if fe-cat(fs-ix) = fs-cat and fe-from(fs-ix) = fs-from
        move fs-ix to fs-found
      end-if
      add 1 to fs-ix
    end-perform
    if fs-found = 0
      if fs-used < 300
        add 1 to fs-used
        move fs-used to fs-found
      else
        display "fee01: *** warning -- more than 300 schedule lines, extras ignored ***"
      end-if
    end-if
    if fs-found > 0
      move fs-cat to fe-cat(fs-found)
      move fs-from to fe-from(fs-found)
      move fs-to to fe-to(fs-found)
      move fs-basis to fe-basis(fs-found)
      move fs-flat to fe-flat(fs-found)
      move fs-pct to fe-pct(fs-found)
      move fs-min to fe-min(fs-found)
      move fs-max to fe-max(fs-found)
      move fs-fee-cat to fe-fee-cat(fs-found)
      move fs-active to fe-active(fs-found)
    end-if
    read fs-file at end set end-of-schedule to true end-read
  end-perform
  close fs-file.

1100-load-parameters.
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-fee01-key-lo is numeric and rp-fee01-key-hi is numeric
          move rp-fee01-key-lo to key-lo
          move rp-fee01-key-hi to key-hi
        end-if
        if rp-accr01-key-lo is numeric and rp-accr01-key-hi is numeric
          move rp-accr01-key-lo to accr-key-lo
          move rp-accr01-key-hi to accr-key-hi
        end-if
    end-read
    close parm-file
  end-if
  move "y" to block-ok
  if key-lo = 0 or key-hi < key-lo or key-hi not < arr-key-base
    move "n" to block-ok
  end-if
  if key-lo not > accr-key-hi and accr-key-lo not > key-hi
    move "n" to block-ok
  end-if.

1500-load-audit.
  move "n" to aud-eof
  open input aud-file
  if aud-status not = "00"
    exit paragraph
  end-if
  read aud-file at end set end-of-audit to true end-read
  perform until end-of-audit
    if fa-date is numeric and fa-date > 0 and fa-date < from-date
      move fa-date to from-date
    end-if
    if fa-src-cnt is numeric and fa-src-cnt > 0 and fa-src-cnt < arr-key-base
      move "s" to key-flag(fa-src-cnt)
    end-if
    if fa-fee-cnt is numeric and fa-fee-cnt > 0 and fa-fee-cnt < arr-key-base
      move "f" to key-flag(fa-fee-cnt)
    end-if
    read aud-file at end set end-of-audit to true end-read
  end-perform
  close aud-file.

*> the details dated from from-date up to the business date, each
*> charged under the schedule in force for its category on its own
*> date -- the latest effective-from when more than one applies.
*> fee01's own key block is never charged.
2000-work-out-charges.
  move "n" to f1-eof
  move from-date to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
      set end-of-master to true
  end-start
  if not end-of-master
    read f1 next at end set end-of-master to true end-read
  end-if
  perform until end-of-master or f1-txn-date > run-date
    if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
      if f1-cnt > 0 and key-flag(f1-cnt) = space
          and (f1-cnt < key-lo or f1-cnt > key-hi)
        perform 2100-charge-detail
      end-if
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform.

2100-charge-detail.
  move zero to fs-found
  move 1 to fs-ix
  perform until fs-ix > fs-used
    if fe-cat(fs-ix) = f1-cat and fe-active(fs-ix) = "A"
        and fe-from(fs-ix) <= f1-txn-date
        and (fe-to(fs-ix) = 0 or fe-to(fs-ix) >= f1-txn-date)
      if fs-found = 0
        move fs-ix to fs-found
      else
        if fe-from(fs-ix) > fe-from(fs-found)
          move fs-ix to fs-found
        end-if
      end-if
    end-if
    add 1 to fs-ix
  end-perform
  if fs-found = 0
    exit paragraph
  end-if
  call "period01" using run-date pd-result f1-ent
  if pd-result = "c"
    display "fee01: *** business date " run-date " is closed for entity [" f1-ent "] -- key " f1-cnt " not charged ***"
    add 1 to skipped-count
    add 1 to closed-count
    exit paragraph
  end-if
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    display "fee01: *** no " f1-cur " rate for " f1-txn-date " -- key " f1-cnt " not charged ***"
    add 1 to skipped-count
    exit paragraph
  end-if
  if fx-base < 0
    compute src-magnitude = fx-base * -1
  else
    move fx-base to src-magnitude
  end-if
  if fe-basis(fs-found) = "P"
    compute charge rounded = src-magnitude * fe-pct(fs-found) / 100
  else
    move fe-flat(fs-found) to charge
  end-if
  if fe-min(fs-found) > 0 and charge < fe-min(fs-found)
    move fe-min(fs-found) to charge
  end-if
  if fe-max(fs-found) > 0 and charge > fe-max(fs-found)
    move fe-max(fs-found) to charge
  end-if
  if charge = 0
    exit paragraph
  end-if
  if chg-used >= 5000
    display "fee01: *** warning -- more than 5000 charges, the rest wait for a rerun ***"
    add 1 to skipped-count
    exit paragraph
  end-if
  add 1 to chg-used
  move f1-cnt to cg-src-cnt(chg-used)
  move f1-cat to cg-src-cat(chg-used)
  move f1-ent to cg-src-ent(chg-used)
  move f1-amount to cg-src-amount(chg-used)
  move fx-base to cg-src-base(chg-used)
  move fe-basis(fs-found) to cg-basis(chg-used)
  move fe-fee-cat(fs-found) to cg-fee-cat(chg-used)
  move charge to cg-fee(chg-used).

4000-post-charges.
  if chg-used = 0
    exit paragraph
  end-if
  call "lreg01" using lg-func-s fee-partner fee-seq f1r lg-result
  if lg-result not = "y"
    display "fee01: *** no load01.reg sequence free under " fee-partner " -- no fees posted ***"
    move 16 to return-code
    close f1
    call "lock01" using lck-func-r lck-prog-name lck-result
    goback
  end-if
  open extend aud-file
  if aud-status = "35"
    open output aud-file
  end-if
  if aud-status not = "00"
    display "fee01: *** fatal -- open of fee01.aud failed, status=" aud-status
    move 16 to return-code
    close f1
    call "lock01" using lck-func-r lck-prog-name lck-result
    goback
  end-if
  open extend lreg-file
  if lreg-status = "35"
    open output lreg-file
  end-if
  if lreg-status not = "00"
    display "fee01: *** fatal -- open of load01.reg failed, status=" lreg-status
    move 16 to return-code
    close f1
    close aud-file
    call "lock01" using lck-func-r lck-prog-name lck-result
    goback
  end-if
  accept now-time from time
*> fee keys are taken lowest first: the block is walked from its
*> bottom and a key already in use simply refuses the write.
  compute next-key = key-lo - 1
  move 1 to chg-ix
  perform until chg-ix > chg-used
    perform 4100-post-charge
    add 1 to chg-ix
  end-perform
  close aud-file
  close lreg-file.

4100-post-charge.
  move "n" to key-placed
  perform until key-was-placed or next-key >= key-hi
    add 1 to next-key
    move spaces to f1r
    move next-key to f1-cnt
    move zero to f1-hdr-size
    move run-date to f1-txn-date
    compute f1-amount = cg-fee(chg-ix) * -1
    move cg-fee-cat(chg-ix) to f1-cat
    move cg-src-ent(chg-ix) to f1-ent
    write f1r
      invalid key
        continue
      not invalid key
        move "y" to key-placed
    end-write
  end-perform
  if not key-was-placed
    display "fee01: *** fee key block full -- no key for the charge on " cg-src-cnt(chg-ix) " ***"
    add 1 to skipped-count
    exit paragraph
  end-if
  add 1 to posted-count
  add 1 to mv-added
  add f1-amount to mv-net
  move spaces to aud-rec
  move run-date to fa-date
  move now-time(1:6) to fa-time
  move cg-src-cnt(chg-ix) to fa-src-cnt
  move cg-src-cat(chg-ix) to fa-src-cat
  move cg-src-amount(chg-ix) to fa-src-amount
  move cg-basis(chg-ix) to fa-basis
  move f1-cnt to fa-fee-cnt
  move f1-cat to fa-fee-cat
  move f1-amount to fa-fee-amount
  write aud-rec
  if aud-status not = "00"
    display "fee01: *** fatal -- write to fee01.aud failed, status=" aud-status
    move "write to fee01.aud failed" to al-msg
    perform 4900-stop-posting
  end-if
  move spaces to lreg-rec
  move fee-partner to lr-partner
  move fee-seq to lr-seq
  move run-date to lr-load-date
  move f1-cnt to lr-cnt
  move f1-txn-date to lr-txn-date
  move f1-amount to lr-amount
  move f1-cat to lr-cat
  move f1-ent to lr-ent
  write lreg-rec
  if lreg-status not = "00"
    display "fee01: *** fatal -- write to load01.reg failed, status=" lreg-status
    move "write to load01.reg failed" to al-msg
    perform 4900-stop-posting
  end-if
  perform 4200-add-to-summary.

4200-add-to-summary.
  move zero to sum-found
  move 1 to sum-ix
  perform until sum-ix > sum-used or sum-found > 0
    if su-cat(sum-ix) = cg-src-cat(chg-ix)
        and su-fee-cat(sum-ix) = cg-fee-cat(chg-ix)
      move sum-ix to sum-found
    end-if
    add 1 to sum-ix
  end-perform
  if sum-found = 0
    if sum-used >= 60
      move sum-used to sum-found
    else
      add 1 to sum-used
      move sum-used to sum-found
      move cg-src-cat(chg-ix) to su-cat(sum-found)
      move cg-fee-cat(chg-ix) to su-fee-cat(sum-found)
      move zero to su-count(sum-found)
      move zero to su-src-total(sum-found)
      move zero to su-fee-total(sum-found)
    end-if
  end-if
  add 1 to su-count(sum-found)
  add cg-src-base(chg-ix) to su-src-total(sum-found)
  add cg-fee(chg-ix) to su-fee-total(sum-found)
  add 1 to tot-count
  add cg-fee(chg-ix) to tot-fee.

4700-check-headroom.
  move zero to used-keys
  move "n" to f1-eof
  move key-lo to f1-cnt
  start f1 key not < f1-cnt
    invalid key
      set end-of-master to true
  end-start
  if not end-of-master
    read f1 next at end set end-of-master to true end-read
  end-if
  perform until end-of-master or f1-cnt > key-hi
    add 1 to used-keys
    read f1 next at end set end-of-master to true end-read
  end-perform
  compute block-size = key-hi - key-lo + 1
  compute free-keys = block-size - used-keys
  display "fee01: fee key block " key-lo "-" key-hi " keys free=" free-keys
  if free-keys * 10 < block-size
    move spaces to al-msg
    string "fee key block: " free-keys " keys left"
      delimited by size into al-msg
    move "W" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move "E" to al-sev
  end-if.

*> a fee on the master without its audit line would be charged
*> again by the next run, and one without its load01.reg line would
*> be lost by the next rebuild -- either stops the posting where it
*> stands, for the charge named on the console to be put right.
4900-stop-posting.
  display "fee01: *** posting stopped at fee key " f1-cnt " for source " cg-src-cnt(chg-ix) " ***"
  close aud-file
  close lreg-file
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  move "F" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move 16 to return-code
  goback.

5000-print-summary.
  open output rpt-file
  if rpt-status not = "00"
    display "fee01: *** fatal -- open of fee01.lst failed, status=" rpt-status
    move 16 to return-code
    goback
  end-if
  move run-date to h1-date
  write rpt-line from hdr-line-1
  write rpt-line from hdr-line-2
  move 1 to sum-ix
  perform until sum-ix > sum-used
    move spaces to det-line
    if su-cat(sum-ix) = spaces
      move "--" to d-cat
    else
      move su-cat(sum-ix) to d-cat
    end-if
    move su-fee-cat(sum-ix) to d-fee-cat
    move su-count(sum-ix) to d-count
    move su-src-total(sum-ix) to d-src
    move su-fee-total(sum-ix) to d-fee
    write rpt-line from det-line
    add 1 to sum-ix
  end-perform
  move tot-count to t-count
  move tot-fee to t-fee
  write rpt-line from trl-line
  if skipped-count > 0
    move "*** some charges were not posted -- see the run log ***" to note-line
    write rpt-line from note-line
  end-if
  close rpt-file.
