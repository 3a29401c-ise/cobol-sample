identification division.
program-id. accr01.
environment division.
input-output section.
file-control.
*> the master the accruals and their reversals are written to.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> each leg is mirrored into the history and the category actuals
*> the way file01 mirrors every detail it writes, so tonight's
*> close01 snapshot and bvar01's actuals carry the accrual without
*> waiting for the next rebuild.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is dynamic
    record key is hist-key
    file status is hist-status.
  select cah-file assign to dynamic cah-path
    organization is indexed
    access mode is dynamic
    record key is cah-key
    file status is cah-status.
*> the accrual entries accm01 maintains (see acer.cpy).
  select ent-file assign to dynamic ent-path
    organization is line sequential
    file status is ent-status.
*> the register of legs posted (see acrg.cpy) -- an accrual found
*> here posted is never posted again, and one posted but not yet
*> reversed is reversed as soon as its period is behind the run.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
*> file01 rebuilds the master from entry01.dat and load01.reg -- each
*> leg is registered there under partner id ACCR so the rebuild
*> carries it, the way sgen01 registers its standing transactions --
*> each run under the next sequence free under ACCR (see lreg01).
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
  select cal-file assign to dynamic cal-path
    organization is line sequential
    file status is cal-status.
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
fd hist-file.
01 hist-rec.
  03 hist-key.
    05 hist-date pic 9(8).
    05 hist-cnt pic 9(5).
  03 hist-amount pic s9(7)v99 comp-3.
  03 hist-ent pic x(2).
*> the amount in base currency at the detail's own date's rate (see
*> fx01) -- hist-rated "n" when there was no rate to post it at.
  03 hist-base pic s9(11)v99 comp-3.
  03 hist-rated pic x(1).
fd cah-file.
01 cah-rec.
  03 cah-key.
    05 cah-date pic 9(8).
    05 cah-cnt pic 9(5).
  03 cah-cat pic x(2).
  03 cah-amount pic s9(7)v99 comp-3.
*> the amount in base currency at the detail's own date's rate (see
*> fx01) -- cah-rated "n" when there was no rate to post it at --
*> and the entity the detail belongs to.
  03 cah-base pic s9(11)v99 comp-3.
  03 cah-rated pic x(1).
  03 cah-ent pic x(2).
fd ent-file.
  copy acer.
fd reg-file.
  copy acrg.
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
fd cal-file.
01 cal-rec.
  03 cal-date pic 9(8).
  03 filler pic x(1).
  03 cal-type pic x(1).
fd parm-file.
  copy runparm.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 hist-path pic x(60) value "history01.dat".
01 cah-path pic x(60) value "catact01.dat".
01 ent-path pic x(60) value "accrual01.dat".
01 reg-path pic x(60) value "accrual01.reg".
01 lreg-path pic x(60) value "load01.reg".
01 cal-path pic x(60) value "runcal.dat".
01 parm-path pic x(60) value "runparm.dat".
01 rpt-path pic x(60) value "accr01.lst".
01 f1-status pic x(2) value spaces.
01 hist-status pic x(2) value spaces.
01 cah-status pic x(2) value spaces.
01 ent-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 lreg-status pic x(2) value spaces.
01 cal-status pic x(2) value spaces.
01 parm-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 ent-eof pic x(1) value "n".
  88 end-of-entries value "y".
01 reg-eof pic x(1) value "n".
  88 end-of-register value "y".
01 cal-eof pic x(1) value "n".
  88 end-of-cal value "y".
01 run-date pic 9(8) value zero.
01 run-split redefines run-date.
  03 run-period pic 9(6).
  03 filler pic 9(2).
01 bd-func-g pic x(1) value "g".
01 bday-fwd pic x(1) value "f".
01 bday-zero pic 9(5) value zero.
01 bday-result pic 9(8) value zero.
*> B on an ordinary business day, M on the month-end date the
*> accruals are posted on -- from nightly01, or off runcal.dat for
*> the business date on a standalone run.
01 day-type pic x(1) value "B".
*> the key block the accrual legs are written under, from runparm.dat
*> -- 99000 to 99799 when the parameters have never been saved.
01 key-lo pic 9(5) value 99000.
01 key-hi pic 9(5) value 99799.
*> fee01's block, which the accrual block must stay clear of, and the
*> start of array01's reserved block, which both must stay below.
01 fee-key-lo pic 9(5) value 98000.
01 fee-key-hi pic 9(5) value 98999.
01 arr-key-base pic 9(5) value 99800.
01 block-ok pic x(1) value "y".
  88 key-block-good value "y".
01 try-key pic 9(5) value zero.
*> every leg's key stays taken for good -- load01.reg replays each
*> leg on every rebuild -- so the block only ever fills.  the keys
*> still free are counted after each run, and a block down to its
*> last tenth raises a W alert while there is time to widen it
*> (menu01 option 5).
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 used-keys pic 9(5) value zero.
01 free-keys pic 9(5) value zero.
01 block-size pic 9(5) value zero.
01 key-placed pic x(1) value "n".
  88 key-was-placed value "y".
*> the entries, last line per id winning.
01 acc-table.
  02 acc-entry occurs 500 times.
    03 at-id pic x(6).
    03 at-active pic x(1).
    03 at-period pic 9(6).
    03 at-cat pic x(2).
    03 at-amount pic s9(7)v99.
    03 at-ent pic x(2).
    03 at-state pic x(1).
    03 at-cnt pic 9(5).
01 acc-used pic 9(3) value zero.
01 acc-ix pic 9(3) value zero.
01 acc-found pic 9(3) value zero.
*> legs already on the register for an id this run has no entry
*> for any more are still reversed -- the register alone decides.
01 orphan-count pic 9(3) value zero.
01 find-id pic x(6) value spaces.
*> the leg being written.
01 leg-state pic x(1) value space.
01 leg-date pic 9(8) value zero.
01 leg-amount pic s9(7)v99 value zero.
01 leg-note pic x(25) value spaces.
01 pd-result pic x(1) value "o".
01 accr-partner pic x(4) value "ACCR".
01 accr-seq pic 9(4) value zero.
01 lg-func-s pic x(1) value "s".
01 lg-result pic x(1) value space.
01 posted-count pic 9(5) value zero.
01 reversed-count pic 9(5) value zero.
01 skip-count pic 9(5) value zero.
*> the two legs go to the movement ledger separately, so proof01
*> and the ledger's readers see the accrual and its reversal each
*> as a posting of its own.
01 mv-prog-name pic x(8) value "ACCR01".
01 mv-post-added pic 9(7) value zero.
01 mv-post-net pic s9(11)v99 value zero.
01 mv-rev-added pic 9(7) value zero.
01 mv-rev-net pic s9(11)v99 value zero.
01 mv-no-chg pic 9(7) value zero.
01 mv-no-del pic 9(7) value zero.
01 lck-func-a pic x(1) value "a".
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "ACCR01".
01 lck-result pic x(1) value space.
*> the history and actuals mirrors carry each detail in base
*> currency too, converted at its own date's rate (see fx01).
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "ACCR01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 hdr-line-1.
  03 filler pic x(26) value "MONTH-END ACCRUALS BUSDATE".
  03 filler pic x(1) value spaces.
  03 h1-date pic 9(8).
  03 filler pic x(11) value "  DAY TYPE ".
  03 h1-type pic x(1).
01 hdr-line-2.
  03 filler pic x(7) value "ACCRUAL".
  03 filler pic x(8) value " PERIOD ".
  03 filler pic x(4) value "LEG ".
  03 filler pic x(9) value "TXN DATE ".
  03 filler pic x(6) value "KEY   ".
  03 filler pic x(13) value "       AMOUNT".
  03 filler pic x(7) value " CA EN ".
  03 filler pic x(4) value "NOTE".
01 det-line.
  03 d-id pic x(6).
  03 filler pic x(1) value spaces.
  03 d-period pic 9(6).
  03 filler pic x(1) value spaces.
  03 d-leg pic x(3).
  03 filler pic x(1) value spaces.
  03 d-date pic 9(8).
  03 filler pic x(1) value spaces.
  03 d-cnt pic 9(5).
  03 filler pic x(1) value spaces.
  03 d-amount pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-cat pic x(2).
  03 filler pic x(1) value spaces.
  03 d-ent pic x(2).
  03 filler pic x(1) value spaces.
  03 d-note pic x(25).
01 trl-line.
  03 filler pic x(8) value "POSTED  ".
  03 t-posted pic zzzz9.
  03 filler pic x(12) value "   REVERSED ".
  03 t-reversed pic zzzz9.
  03 filler pic x(16) value "   NOT POSTED   ".
  03 t-skip pic zzzz9.
linkage section.
*> nightly01 passes the business date's calendar type; a standalone
*> run reads it off runcal.dat.
01 lk-day-type pic x(1).
procedure division using optional lk-day-type.
call "env01" using env-func-p f1-path
call "env01" using env-func-p hist-path
call "env01" using env-func-p cah-path
call "env01" using env-func-p ent-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p lreg-path
call "env01" using env-func-p cal-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p rpt-path
move zero to return-code
move zero to posted-count
move zero to reversed-count
move zero to skip-count
move zero to mv-post-added
move zero to mv-post-net
move zero to mv-rev-added
move zero to mv-rev-net
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date f1-cur fx-amount fx-base fx-result
move zero to norate-count
call "bday01" using bday-fwd run-date bday-zero bday-result
if bday-result not = run-date
  display "accr01: business date " run-date " is not a run-calendar business day -- nothing posted"
  goback
end-if
move "B" to day-type
if address of lk-day-type = null
  perform 1000-read-day-type
else
  if lk-day-type = "M"
    move "M" to day-type
  end-if
end-if
perform 1100-load-parameters
if not key-block-good
  display "accr01: *** accrual key block " key-lo "-" key-hi " must end below " arr-key-base " and clear fee01's " fee-key-lo "-" fee-key-hi " -- accruals refused ***"
  move "accrual key block invalid on runparm" to al-msg
  call "alert01" using al-prog-name al-sev al-msg
  move 8 to return-code
  goback
end-if
perform 1200-load-entries
perform 1300-load-register
open output rpt-file
if rpt-status not = "00"
  display "accr01: *** fatal -- open of accr01.lst failed, status=" rpt-status
  move 16 to return-code
  goback
end-if
move run-date to h1-date
move day-type to h1-type
write rpt-line from hdr-line-1
write rpt-line from hdr-line-2
call "lock01" using lck-func-a lck-prog-name lck-result
if lck-result not = "y"
  display "accr01: *** count01.dat is locked -- accruals refused ***"
  close rpt-file
  move 16 to return-code
  goback
end-if
perform 2000-open-files
if return-code not = 0
  call "lock01" using lck-func-r lck-prog-name lck-result
  close rpt-file
  goback
end-if
*> reversals first: anything posted into a period the run has left
*> behind comes off on this, the new period's first business day --
*> or on the first night after it the chain got this far.
move 1 to acc-ix
perform until acc-ix > acc-used
  if at-state(acc-ix) = "P" and at-period(acc-ix) < run-period
    perform 3000-reverse-accrual
  end-if
  add 1 to acc-ix
end-perform
*> on the month-end date itself, the period's own accruals go on.
if day-type = "M"
  move 1 to acc-ix
  perform until acc-ix > acc-used
    if at-state(acc-ix) = space and at-active(acc-ix) = "A"
        and at-period(acc-ix) = run-period
      perform 4000-post-accrual
    end-if
    add 1 to acc-ix
  end-perform
end-if
perform 5800-check-headroom
close f1
close hist-file
close cah-file
close reg-file
close lreg-file
call "lock01" using lck-func-r lck-prog-name lck-result
if mv-post-added > 0
  call "move01" using mv-prog-name mv-post-added mv-no-chg mv-no-del
                      mv-post-net
end-if
if mv-rev-added > 0
  call "move01" using mv-prog-name mv-rev-added mv-no-chg mv-no-del
                      mv-rev-net
end-if
move posted-count to t-posted
move reversed-count to t-reversed
move skip-count to t-skip
write rpt-line from trl-line
close rpt-file
display "accr01: accruals posted=" posted-count " reversed=" reversed-count
        " not posted=" skip-count
if norate-count > 0
  display "accr01: *** warning -- " norate-count " details posted with no fx rate for their date ***"
  move spaces to al-msg
  string norate-count " details posted unrated"
    delimited by size into al-msg
  move "W" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move "E" to al-sev
end-if
if skip-count > 0
  move 4 to return-code
end-if
goback.

1000-read-day-type.
  move "n" to cal-eof
  open input cal-file
  if cal-status not = "00"
    exit paragraph
  end-if
  read cal-file at end set end-of-cal to true end-read
  perform until end-of-cal
    if cal-date = run-date
      if cal-type = "M"
        move "M" to day-type
      else
        move "B" to day-type
      end-if
    end-if
    read cal-file at end set end-of-cal to true end-read
  end-perform
  close cal-file.

1100-load-parameters.
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-accr01-key-lo is numeric and rp-accr01-key-hi is numeric
          move rp-accr01-key-lo to key-lo
          move rp-accr01-key-hi to key-hi
        end-if
        if rp-fee01-key-lo is numeric and rp-fee01-key-hi is numeric
          move rp-fee01-key-lo to fee-key-lo
          move rp-fee01-key-hi to fee-key-hi
        end-if
    end-read
    close parm-file
  end-if
  move "y" to block-ok
  if key-lo = 0 or key-hi < key-lo or key-hi not < arr-key-base
    move "n" to block-ok
  end-if
  if key-lo not > fee-key-hi and fee-key-lo not > key-hi
    move "n" to block-ok
  end-if.

1200-load-entries.
  move zero to acc-used
  move "n" to ent-eof
  open input ent-file
  if ent-status not = "00"
    display "accr01: no accrual01.dat on file -- no accruals entered"
    exit paragraph
  end-if
  read ent-file at end set end-of-entries to true end-read
  perform until end-of-entries
    move ae-id to find-id
    perform 1400-find-accrual
    if acc-found > 0
      move ae-active to at-active(acc-found)
      move ae-period to at-period(acc-found)
      move ae-cat to at-cat(acc-found)
      move ae-amount to at-amount(acc-found)
      move ae-ent to at-ent(acc-found)
    end-if
    read ent-file at end set end-of-entries to true end-read
  end-perform
  close ent-file.

*> the register's last line per accrual is its state; the posted
*> leg's own figures are what the reversal takes back, whatever the
*> entry file says since.
1300-load-register.
  move "n" to reg-eof
  open input reg-file
  if reg-status not = "00"
    exit paragraph
  end-if
  read reg-file at end set end-of-register to true end-read
  perform until end-of-register
    move ag-id to find-id
    perform 1400-find-accrual
    if acc-found > 0
      move ag-state to at-state(acc-found)
      move ag-cnt to at-cnt(acc-found)
      if ag-state = "P"
        move ag-period to at-period(acc-found)
        move ag-amount to at-amount(acc-found)
        move ag-cat to at-cat(acc-found)
        move ag-ent to at-ent(acc-found)
      end-if
    end-if
    read reg-file at end set end-of-register to true end-read
  end-perform
  close reg-file.

1400-find-accrual.
  move zero to acc-found
  move 1 to acc-ix
  perform until acc-ix > acc-used or acc-found > 0
    if at-id(acc-ix) = find-id
      move acc-ix to acc-found
    end-if
    add 1 to acc-ix
  end-perform
  if acc-found = 0
    if acc-used >= 500
      display "accr01: *** warning -- more than 500 accruals, extras ignored ***"
      exit paragraph
    end-if
    add 1 to acc-used
    move acc-used to acc-found
    move find-id to at-id(acc-found)
    move space to at-active(acc-found)
    move zero to at-period(acc-found)
    move spaces to at-cat(acc-found)
    move zero to at-amount(acc-found)
    move spaces to at-ent(acc-found)
    move space to at-state(acc-found)
    move zero to at-cnt(acc-found)
  end-if.

2000-open-files.
  open i-o f1
  if f1-status not = "00"
    display "accr01: *** fatal -- open of count01.dat failed, status=" f1-status
    move 16 to return-code
    exit paragraph
  end-if
  open i-o hist-file
  if hist-status = "35"
    open output hist-file
  end-if
  open i-o cah-file
  if cah-status = "35"
    open output cah-file
  end-if
  open extend reg-file
  if reg-status = "35"
    open output reg-file
  end-if
  call "lreg01" using lg-func-s accr-partner accr-seq f1r lg-result
  if lg-result not = "y"
    display "accr01: *** fatal -- no load01.reg sequence free under " accr-partner " ***"
    close f1
    move 16 to return-code
    exit paragraph
  end-if
  open extend lreg-file
  if lreg-status = "35"
    open output lreg-file
  end-if
  if hist-status not = "00" or cah-status not = "00"
      or reg-status not = "00" or lreg-status not = "00"
    display "accr01: *** fatal -- open of history01.dat/catact01.dat/accrual01.reg/load01.reg failed, status="
            hist-status "/" cah-status "/" reg-status "/" lreg-status
    close f1
    move 16 to return-code
  end-if.

*> the exact reversal: the posted leg's amount with the sign turned,
*> same category and entity, dated tonight in the new period.
3000-reverse-accrual.
  move "R" to leg-state
  move run-date to leg-date
  compute leg-amount = at-amount(acc-ix) * -1
  move "REVERSAL" to leg-note
  perform 5000-write-leg
  if key-was-placed
    add 1 to reversed-count
    add 1 to mv-rev-added
    add leg-amount to mv-rev-net
  end-if.

*> the month-end date is the closing period's last business day, so
*> the accrual is dated on it and falls inside the period close01
*> snapshots later tonight.
4000-post-accrual.
  move "P" to leg-state
  move run-date to leg-date
  move at-amount(acc-ix) to leg-amount
  move "ACCRUAL" to leg-note
  perform 5000-write-leg
  if key-was-placed
    add 1 to posted-count
    add 1 to mv-post-added
    add leg-amount to mv-post-net
  end-if.

*> the lowest free key in the accrual block takes the leg.
5000-write-leg.
  move "n" to key-placed
  move spaces to det-line
  move at-id(acc-ix) to d-id
  move at-period(acc-ix) to d-period
  if leg-state = "P"
    move "ACC" to d-leg
  else
    move "REV" to d-leg
  end-if
  move leg-date to d-date
  move leg-amount to d-amount
  move at-cat(acc-ix) to d-cat
  move at-ent(acc-ix) to d-ent
  call "period01" using leg-date pd-result at-ent(acc-ix)
  if pd-result = "c"
    add 1 to skip-count
    move "PERIOD CLOSED -- NOT POSTED" to d-note
    write rpt-line from det-line
    move spaces to al-msg
    string "accrual " at-id(acc-ix) " " leg-date " period closed"
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
    exit paragraph
  end-if
  move key-lo to try-key
  perform until key-was-placed or try-key > key-hi
    move spaces to f1r
    move try-key to f1-cnt
    move zero to f1-hdr-size
    move leg-date to f1-txn-date
    move leg-amount to f1-amount
    move at-cat(acc-ix) to f1-cat
    move at-ent(acc-ix) to f1-ent
    write f1r
      invalid key
        add 1 to try-key
      not invalid key
        move "y" to key-placed
    end-write
  end-perform
  if not key-was-placed
    add 1 to skip-count
    move "KEY BLOCK FULL -- NOT POSTED" to d-note
    write rpt-line from det-line
    move spaces to al-msg
    string "accrual " at-id(acc-ix) " key block full"
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
    exit paragraph
  end-if
  move f1-cnt to d-cnt
  move leg-note to d-note
  write rpt-line from det-line
*> with no rate for its date the detail is mirrored unrated, and the
*> reports that read the mirrors leave it out until it is posted
*> again with its rate on file.
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    move zero to fx-base
    move "n" to fx-result
    add 1 to norate-count
  end-if
  move f1-txn-date to hist-date
  move f1-cnt to hist-cnt
  move f1-amount to hist-amount
  move f1-ent to hist-ent
  move fx-base to hist-base
  move fx-result to hist-rated
  write hist-rec
    invalid key
      rewrite hist-rec
      if hist-status not = "00"
        display "accr01: *** fatal -- rewrite of history01.dat failed, status=" hist-status
        move "rewrite of history01.dat failed" to al-msg
        perform 5900-stop-posting
      end-if
    not invalid key
      if hist-status not = "00"
        display "accr01: *** fatal -- write to history01.dat failed, status=" hist-status
        move "write to history01.dat failed" to al-msg
        perform 5900-stop-posting
      end-if
  end-write
  move f1-txn-date to cah-date
  move f1-cnt to cah-cnt
  move f1-cat to cah-cat
  move f1-amount to cah-amount
  move fx-base to cah-base
  move fx-result to cah-rated
  move f1-ent to cah-ent
  write cah-rec
    invalid key
      rewrite cah-rec
      if cah-status not = "00"
        display "accr01: *** fatal -- rewrite of catact01.dat failed, status=" cah-status
        move "rewrite of catact01.dat failed" to al-msg
        perform 5900-stop-posting
      end-if
    not invalid key
      if cah-status not = "00"
        display "accr01: *** fatal -- write to catact01.dat failed, status=" cah-status
        move "write to catact01.dat failed" to al-msg
        perform 5900-stop-posting
      end-if
  end-write
  move spaces to accr-reg
  move at-id(acc-ix) to ag-id
  move at-period(acc-ix) to ag-period
  move leg-state to ag-state
  move f1-cnt to ag-cnt
  move f1-txn-date to ag-txn-date
  move f1-amount to ag-amount
  move f1-cat to ag-cat
  move f1-ent to ag-ent
  move run-date to ag-run-date
  write accr-reg
  if reg-status not = "00"
    display "accr01: *** fatal -- write to accrual01.reg failed, status=" reg-status
    move "write to accrual01.reg failed" to al-msg
    perform 5900-stop-posting
  end-if
  move spaces to lreg-rec
  move accr-partner to lr-partner
  move accr-seq to lr-seq
  move run-date to lr-load-date
  move f1-cnt to lr-cnt
  move f1-txn-date to lr-txn-date
  move f1-amount to lr-amount
  move f1-cat to lr-cat
  move f1-ent to lr-ent
  write lreg-rec
  if lreg-status not = "00"
    display "accr01: *** fatal -- write to load01.reg failed, status=" lreg-status
    move "write to load01.reg failed" to al-msg
    perform 5900-stop-posting
  end-if
  move leg-state to at-state(acc-ix)
  move f1-cnt to at-cnt(acc-ix).

5800-check-headroom.
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
  display "accr01: accrual key block " key-lo "-" key-hi " keys free=" free-keys
  if free-keys * 10 < block-size
    move spaces to al-msg
    string "accrual key block: " free-keys " keys left"
      delimited by size into al-msg
    move "W" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move "E" to al-sev
  end-if.

*> a leg on the master that accrual01.reg does not hold would be
*> posted again, or never reversed, and one load01.reg does not hold
*> is lost by the next rebuild -- the run stops where it stands, for
*> the leg named on the console to be put right.
5900-stop-posting.
  display "accr01: *** posting stopped at accrual " at-id(acc-ix) " key " f1-cnt " ***"
  close f1
  close hist-file
  close cah-file
  close reg-file
  close lreg-file
  close rpt-file
  call "lock01" using lck-func-r lck-prog-name lck-result
  move "F" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move 16 to return-code
  goback.
