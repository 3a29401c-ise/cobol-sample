*> verdict, bal01's exception file, the chain's job history and
*> time01's timings, plus anything on the alert file -- onto one
*> paged sheet the operator signs off and files each morning.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
  select sta-file assign to dynamic sta-path
    organization is line sequential
    file status is sta-status.
  select prf-file assign to dynamic prf-path
    organization is line sequential
    file status is prf-status.
  select exc-file assign to dynamic exc-path
    organization is line sequential
    file status is exc-status.
  select bst-file assign to dynamic bst-path
    organization is line sequential
    file status is bst-status.
*> cbal01's dated verdict on the category balance-forward ledger; the
*> balance sheet itself is cbal01.lst, referenced from the section.
  select cbs-file assign to dynamic cbs-path
    organization is line sequential
    file status is cbs-status.
  select his-file assign to dynamic his-path
    organization is line sequential
    file status is his-status.
  select perf-file assign to dynamic perf-path
    organization is line sequential
    file status is perf-status.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
*> the business date's own details, read off the f1-txn-date
*> alternate key, for the by-currency section.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
  03 bst-verdict pic x(8).
  03 filler pic x(1).
  03 bst-mismatches pic 9(5).
fd cbs-file.
01 cbs-rec.
  03 cbs-date pic 9(8).
  03 filler pic x(1).
  03 cbs-time pic 9(8).
  03 filler pic x(1).
  03 cbs-verdict pic x(8).
  03 filler pic x(1).
  03 cbs-breaks pic 9(5).
fd his-file.
01 his-rec.
  03 his-date pic 9(8).
  03 al-message pic x(40).
  03 al-ack pic x(1).
  03 al-ack-by pic x(3).
fd f1.
  copy f1r.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ctl-path pic x(60) value "runctl.dat".
01 sta-path pic x(60) value "recon01.sta".
01 prf-path pic x(60) value "proof01.sta".
01 exc-path pic x(60) value "count01-bal.exc".
01 bst-path pic x(60) value "bal01.sta".
01 cbs-path pic x(60) value "cbal01.sta".
01 his-path pic x(60) value "nightly01.his".
01 perf-path pic x(60) value "time01.perf".
01 al-path pic x(60) value "alert01.dat".
01 f1-path pic x(60) value "count01.dat".
01 rpt-path pic x(60) value "dayend01.lst".
01 f1-status pic x(2) value spaces.
01 ctl-status pic x(2) value spaces.
01 sta-status pic x(2) value spaces.
01 prf-status pic x(2) value spaces.
01 exc-status pic x(2) value spaces.
01 bst-status pic x(2) value spaces.
01 cbs-status pic x(2) value spaces.
01 his-status pic x(2) value spaces.
01 perf-status pic x(2) value spaces.
01 al-status pic x(2) value spaces.
  88 end-of-perf value "y".
01 al-eof pic x(1) value "n".
  88 end-of-alerts value "y".
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- neither is a transaction.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
*> the business date's details per entity and currency: how many,
*> their net in the currency they were taken in, and the same net in
*> base currency at the date's rate (see fx01).  each entity (see
*> ent01) prints its own currencies and base total, home first, and
*> the consolidated base total across them closes the section.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(5) value zero.
01 base-total pic s9(11)v99 comp-3 value zero.
01 cur-table.
  02 cur-entry occurs 100 times.
    03 cu-ent pic x(2).
    03 cu-cur pic x(3).
    03 cu-count pic 9(5).
    03 cu-orig pic s9(11)v99 comp-3.
    03 cu-base pic s9(11)v99 comp-3.
01 cur-used pic 9(3) value zero.
01 cur-ix pic 9(3) value zero.
01 cur-found pic 9(3) value zero.
01 ent-table.
  02 ent-entry occurs 50 times.
    03 et-code pic x(2).
    03 et-base pic s9(11)v99 comp-3.
01 ent-used pic 9(2) value zero.
01 ent-ix pic 9(2) value zero.
01 ent-found pic 9(2) value zero.
01 ent-shift pic 9(2) value zero.
01 en-func-k pic x(1) value "k".
01 en-func-r pic x(1) value "r".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
*> the statement covers the day it is run on -- the last step of the
*> nightly chain, so "today" is the chain's own run date.
01 stmt-date pic 9(8) value zero.
  03 db-mismatches pic zzzz9.
  03 filler pic x(5) value spaces.
  03 db-note pic x(22).
01 det-cbal-line.
  03 filler pic x(3) value spaces.
  03 dk-verdict pic x(8).
  03 filler pic x(2) value spaces.
  03 filler pic x(7) value "BREAKS=".
  03 dk-breaks pic zzzz9.
  03 filler pic x(5) value spaces.
  03 dk-note pic x(22).
01 det-exc-line.
  03 filler pic x(3) value spaces.
  03 de-source pic x(12).
  03 de-master pic -(11)9.99.
  03 filler pic x(9) value " DERIVED=".
  03 de-derived pic -(11)9.99.
01 det-ent-line.
  03 filler pic x(3) value spaces.
  03 filler pic x(8) value "ENTITY [".
  03 dn-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 dn-name pic x(20).
01 det-cur-line.
  03 filler pic x(3) value spaces.
  03 du-cur pic x(4).
  03 filler pic x(2) value spaces.
  03 filler pic x(8) value "RECORDS=".
  03 du-count pic zzzz9.
  03 filler pic x(10) value " ORIGINAL=".
  03 du-orig pic -(10)9.99.
  03 filler pic x(6) value " BASE=".
  03 du-base pic -(10)9.99.
01 det-his-line.
  03 filler pic x(3) value spaces.
  03 dh-date pic 9(8).
     value "OPERATOR SIGN-OFF ............... ".
  03 filler pic x(20) value "____________________".
procedure division.
call "env01" using env-func-p ctl-path
call "env01" using env-func-p sta-path
call "env01" using env-func-p prf-path
call "env01" using env-func-p exc-path
call "env01" using env-func-p bst-path
call "env01" using env-func-p cbs-path
call "env01" using env-func-p his-path
call "env01" using env-func-p perf-path
call "env01" using env-func-p al-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p rpt-path
*> nightly01 checks RETURN-CODE straight after the call, and on a
*> failed night the register still holds the failed step's code on
*> the way in -- clear it, the same way gen01 and time01 do.
perform 2000-report-reconciliation
perform 2500-report-movement-proof
perform 3000-report-balance
perform 3500-report-category-balance
perform 3700-report-currencies
perform 4000-report-job-history
perform 5000-report-timings
perform 6000-report-alerts
  end-perform
  close exc-file.

*> cbal01's verdict on the category balance-forward ledger -- a
*> BREAK means some category's opening is not the previous business
*> day's closing; the balance sheet behind it is cbal01.lst.
3500-report-category-balance.
  move "CATEGORY BALANCES (CBAL01)" to sec-line
  perform 8200-write-section-header
  open input cbs-file
  if cbs-status not = "00"
    move "CBAL01 HAS NOT WRITTEN A VERDICT" to nl-text
    perform 8300-write-note
    exit paragraph
  end-if
  read cbs-file
    at end
      move "CBAL01.STA IS EMPTY" to nl-text
      perform 8300-write-note
      close cbs-file
      exit paragraph
    not at end
      move cbs-verdict to dk-verdict
      move cbs-breaks to dk-breaks
      if cbs-date = stmt-date
        move spaces to dk-note
      else
        move "*** NOT FROM TODAY ***" to dk-note
      end-if
      move det-cbal-line to prt-area
      perform 8100-write-report-line
  end-read
  close cbs-file
  move "BALANCE SHEET BY CATEGORY IN CBAL01.LST" to nl-text
  perform 8300-write-note.

*> the business date's details split by currency, original and base
*> amounts side by side, with the base total they come to.
3700-report-currencies.
  move "BUSINESS DATE BY ENTITY/CURRENCY (FX01)" to sec-line
  perform 8200-write-section-header
  move zero to cur-used
  move zero to ent-used
  call "ent01" using en-func-r en-op dn-ent en-result en-name
  move zero to norate-count
  move zero to base-total
  move "n" to f1-eof
  call "fx01" using fx-func-r stmt-date cu-cur(1) fx-amount fx-base fx-result
  open input f1
  if f1-status not = "00"
    move "COUNT01.DAT COULD NOT BE OPENED" to nl-text
    perform 8300-write-note
    exit paragraph
  end-if
  move stmt-date to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
      set end-of-master to true
  end-start
  if not end-of-master
    read f1 next at end set end-of-master to true end-read
  end-if
  perform until end-of-master
    if f1-txn-date not = stmt-date
      set end-of-master to true
    else
      if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
        perform 3710-add-currency
      end-if
      read f1 next at end set end-of-master to true end-read
    end-if
  end-perform
  close f1
  if cur-used = 0
    move "NO DETAILS DATED TODAY" to nl-text
    perform 8300-write-note
    exit paragraph
  end-if
  move 1 to ent-ix
  perform until ent-ix > ent-used
    perform 3720-report-entity
    add 1 to ent-ix
  end-perform
  move spaces to det-cur-line
  move "CONS" to du-cur
  move zero to du-count
  move zero to du-orig
  move base-total to du-base
  move det-cur-line to prt-area
  move spaces to prt-area(10:37)
  perform 8100-write-report-line
  if norate-count > 0
    move "*** DETAILS WITH NO FX RATE -- LEFT OUT OF BASE ***" to nl-text
    perform 8300-write-note
  end-if.

3710-add-currency.
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    add 1 to norate-count
  end-if
  add fx-base to base-total
  perform 3730-add-entity
  move zero to cur-found
  move 1 to cur-ix
  perform until cur-ix > cur-used or cur-found > 0
    if cu-ent(cur-ix) = f1-ent and cu-cur(cur-ix) = f1-cur
      move cur-ix to cur-found
    end-if
    add 1 to cur-ix
  end-perform
  if cur-found = 0
    if cur-used >= 100
      exit paragraph
    end-if
    add 1 to cur-used
    move cur-used to cur-found
    move f1-ent to cu-ent(cur-found)
    move f1-cur to cu-cur(cur-found)
    move zero to cu-count(cur-found)
    move zero to cu-orig(cur-found)
    move zero to cu-base(cur-found)
  end-if
  add 1 to cu-count(cur-found)
  add f1-amount to cu-orig(cur-found)
  add fx-base to cu-base(cur-found).

*> one entity's currencies and its base total.
3720-report-entity.
  move et-code(ent-ix) to dn-ent
  call "ent01" using en-func-k en-op dn-ent en-result en-name
  move en-name to dn-name
  move det-ent-line to prt-area
  perform 8100-write-report-line
  move 1 to cur-ix
  perform until cur-ix > cur-used
    if cu-ent(cur-ix) = et-code(ent-ix)
      if cu-cur(cur-ix) = spaces
        move "BASE" to du-cur
      else
        move cu-cur(cur-ix) to du-cur
      end-if
      move cu-count(cur-ix) to du-count
      move cu-orig(cur-ix) to du-orig
      move cu-base(cur-ix) to du-base
      move det-cur-line to prt-area
      perform 8100-write-report-line
    end-if
    add 1 to cur-ix
  end-perform
  move "TOTAL" to du-cur
  move zero to du-count
  move zero to du-orig
  move et-base(ent-ix) to du-base
  move det-cur-line to prt-area
  move spaces to prt-area(10:37)
  perform 8100-write-report-line.

*> the record's entity slot, home first then code order, and its
*> base total.
3730-add-entity.
  move zero to ent-found
  move 1 to ent-ix
  perform until ent-ix > ent-used or ent-found > 0
    if et-code(ent-ix) = f1-ent
      move ent-ix to ent-found
    end-if
    add 1 to ent-ix
  end-perform
  if ent-found = 0
    if ent-used >= 50
      exit paragraph
    end-if
    move ent-used to ent-shift
    perform until ent-shift = 0
      if et-code(ent-shift) <= f1-ent
        exit perform
      end-if
      move ent-entry(ent-shift) to ent-entry(ent-shift + 1)
      subtract 1 from ent-shift
    end-perform
    add 1 to ent-shift
    move ent-shift to ent-found
    move f1-ent to et-code(ent-found)
    move zero to et-base(ent-found)
    add 1 to ent-used
  end-if
  add fx-base to et-base(ent-found).

*> the newest nightly01.his line: chain status, steps, elapsed and
*> the failed step when there was one.
4000-report-job-history.
