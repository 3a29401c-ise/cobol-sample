identification division.
program-id. bmat01.
environment division.
input-output section.
file-control.
*> the master details the statement is ticked against, read by date
*> off the f1-txn-date alternate key, and by key to prove an item
*> carried forward is still on the master as it was.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the statement store stl01 appends to.
  select stm-file assign to dynamic stm-path
    organization is line sequential
    file status is stm-status.
*> the open items: every statement line and master detail not yet
*> matched or written off, with the date it first went unmatched.
*> read whole at the start of a run and written back whole at the end.
  select opn-file assign to dynamic opn-path
    organization is line sequential
    file status is opn-status.
*> the matched register: one line per statement line cleared against
*> a master detail -- the bank-cleared view of the master that other
*> reports read.
  select mch-file assign to dynamic mch-path
    organization is line sequential
    file status is mch-status.
*> the write-off register bwo01 appends to -- read here so a written-
*> off item never comes back as new.
  select wof-file assign to dynamic wof-path
    organization is line sequential
    file status is wof-status.
*> how far the matcher has taken the master and the statement store:
*> one line, the business date of the last completed run.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
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
fd stm-file.
01 stm-rec.
  03 st-stmt-date pic 9(8).
  03 filler pic x(1).
  03 st-line pic 9(5).
  03 filler pic x(1).
  03 st-ref pic x(10).
  03 filler pic x(1).
  03 st-txn-date pic 9(8).
  03 filler pic x(1).
  03 st-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 st-cat pic x(2).
  03 filler pic x(1).
  03 st-text pic x(20).
  03 filler pic x(1).
  03 st-load-date pic 9(8).
fd opn-file.
*> oi-side S = statement line, id = statement date + line number;
*> oi-side M = master detail, id = the f1-cnt key.
01 opn-rec.
  03 oi-side pic x(1).
  03 filler pic x(1).
  03 oi-id pic x(13).
  03 filler pic x(1).
  03 oi-ref pic x(10).
  03 filler pic x(1).
  03 oi-txn-date pic 9(8).
  03 filler pic x(1).
  03 oi-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 oi-cat pic x(2).
  03 filler pic x(1).
  03 oi-first pic 9(8).
  03 filler pic x(1).
  03 oi-text pic x(20).
fd mch-file.
01 mch-rec.
  03 mc-date pic 9(8).
  03 filler pic x(1).
  03 mc-stmt-id pic x(13).
  03 filler pic x(1).
  03 mc-cnt pic 9(5).
  03 filler pic x(1).
  03 mc-txn-date pic 9(8).
  03 filler pic x(1).
  03 mc-stmt-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 mc-mst-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 mc-cat pic x(2).
fd wof-file.
01 wof-rec.
  03 wo-date pic 9(8).
  03 filler pic x(1).
  03 wo-time pic 9(6).
  03 filler pic x(1).
  03 wo-op pic x(8).
  03 filler pic x(1).
  03 wo-side pic x(1).
  03 filler pic x(1).
  03 wo-id pic x(13).
  03 filler pic x(1).
  03 wo-txn-date pic 9(8).
  03 filler pic x(1).
  03 wo-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 wo-reason pic x(30).
fd ctl-file.
01 ctl-rec.
  03 ctl-through pic 9(8).
fd parm-file.
  copy runparm.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 stm-path pic x(60) value "bank01.stm".
01 opn-path pic x(60) value "bank01.opn".
01 mch-path pic x(60) value "bank01.mch".
01 wof-path pic x(60) value "bank01.wof".
01 ctl-path pic x(60) value "bank01.ctl".
01 parm-path pic x(60) value "runparm.dat".
01 rpt-path pic x(60) value "bmat01.lst".
01 f1-status pic x(2) value spaces.
01 stm-status pic x(2) value spaces.
01 opn-status pic x(2) value spaces.
01 mch-status pic x(2) value spaces.
01 wof-status pic x(2) value spaces.
01 ctl-status pic x(2) value spaces.
01 parm-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- neither is a transaction and neither is reconciled.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 stm-eof pic x(1) value "n".
  88 end-of-store value "y".
01 opn-eof pic x(1) value "n".
  88 end-of-open value "y".
01 mch-eof pic x(1) value "n".
  88 end-of-matched value "y".
01 wof-eof pic x(1) value "n".
  88 end-of-writeoffs value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> the amount tolerance (9(3)v99) and whether a statement line that
*> carries a category must match a detail of the same category, from
*> runparm.dat when saved there.
01 amt-tol pic 9(3)v99 value zero.
*> runparm.dat keeps it as five digits, 9(3)v99 with no decimal point.
01 tol-raw pic 9(5) value zero.
01 tol-raw-n redefines tol-raw pic 9(3)v99.
01 by-cat pic x(1) value "N".
*> the last completed run's business date -- statement lines loaded
*> and master details dated from then on are taken in as new.
01 through-date pic 9(8) value zero.
01 from-date pic 9(8) value zero.
*> one byte per master key: o = open item, m = matched, w = written
*> off -- a detail already known is never taken in a second time.
01 key-table.
  02 key-flag pic x(1) occurs 99799 times.
*> statement ids matched or written off since the last run -- a
*> rerun of the same business date must not take them in again.
01 done-table.
  02 done-id pic x(13) occurs 5000 times.
01 done-used pic 9(5) value zero.
01 done-ix pic 9(5) value zero.
*> the open statement lines and master details for this run.
01 s-table.
  02 s-entry occurs 2000 times.
    03 se-id pic x(13).
    03 se-ref pic x(10).
    03 se-txn-date pic 9(8).
    03 se-amount pic s9(7)v99.
    03 se-cat pic x(2).
    03 se-first pic 9(8).
    03 se-text pic x(20).
    03 se-match pic 9(4).
01 s-used pic 9(4) value zero.
01 s-ix pic 9(4) value zero.
01 m-table.
  02 m-entry occurs 5000 times.
    03 me-cnt pic 9(5).
    03 me-txn-date pic 9(8).
    03 me-amount pic s9(7)v99.
    03 me-cat pic x(2).
    03 me-first pic 9(8).
    03 me-taken pic x(1).
01 m-used pic 9(4) value zero.
01 m-ix pic 9(4) value zero.
01 m-found pic 9(4) value zero.
01 s-id-work.
  03 sw-stmt-date pic 9(8).
  03 sw-line pic 9(5).
01 m-id-work.
  03 mw-cnt pic 9(5).
  03 filler pic x(8) value spaces.
01 seen-already pic x(1) value "n".
  88 already-seen value "y".
01 exact-pass pic x(1) value "y".
  88 exact-only value "y".
01 diff pic s9(9)v99 value zero.
01 new-s-count pic 9(5) value zero.
01 new-m-count pic 9(5) value zero.
01 matched-count pic 9(5) value zero.
01 open-s-count pic 9(5) value zero.
01 open-m-count pic 9(5) value zero.
01 dropped-count pic 9(5) value zero.
*> how long an item has stood open, in business days (see bday01).
01 bday-func pic x(1) value "c".
01 bday-count pic 9(5) value zero.
01 bday-to pic 9(8) value zero.
01 al-prog-name pic x(8) value "BMAT01".
01 al-sev pic x(1) value "W".
01 al-msg pic x(40) value spaces.
01 show-s pic zzzz9.
01 show-m pic zzzz9.
01 hdr-line-1.
  03 filler pic x(29) value "BANK RECONCILIATION  BUSDATE ".
  03 h1-date pic 9(8).
  03 filler pic x(7) value "  TOL  ".
  03 h1-tol pic zz9.99.
  03 filler pic x(10) value "  BY CAT  ".
  03 h1-by-cat pic x(1).
01 sect-line pic x(80) value spaces.
01 mat-head.
  03 filler pic x(14) value "STATEMENT ID  ".
  03 filler pic x(11) value "REF        ".
  03 filler pic x(9) value "DATE     ".
  03 filler pic x(13) value "STMT AMOUNT  ".
  03 filler pic x(6) value "KEY   ".
  03 filler pic x(13) value "MASTER AMOUNT".
  03 filler pic x(10) value "   DIFF".
01 mat-line.
  03 ml-id pic x(13).
  03 filler pic x(1) value spaces.
  03 ml-ref pic x(10).
  03 filler pic x(1) value spaces.
  03 ml-date pic 9(8).
  03 filler pic x(1) value spaces.
  03 ml-s-amount pic -(7)9.99.
  03 filler pic x(1) value spaces.
  03 ml-cnt pic 9(5).
  03 filler pic x(1) value spaces.
  03 ml-m-amount pic -(7)9.99.
  03 filler pic x(1) value spaces.
  03 ml-diff pic -(4)9.99.
01 us-head.
  03 filler pic x(14) value "STATEMENT ID  ".
  03 filler pic x(11) value "REF        ".
  03 filler pic x(9) value "DATE     ".
  03 filler pic x(13) value "AMOUNT       ".
  03 filler pic x(3) value "CA ".
  03 filler pic x(9) value "OPEN SINC".
  03 filler pic x(6) value "E  BUS".
  03 filler pic x(5) value " DAYS".
01 us-line.
  03 ul-id pic x(13).
  03 filler pic x(1) value spaces.
  03 ul-ref pic x(10).
  03 filler pic x(1) value spaces.
  03 ul-date pic 9(8).
  03 filler pic x(1) value spaces.
  03 ul-amount pic -(7)9.99.
  03 filler pic x(1) value spaces.
  03 ul-cat pic x(2).
  03 filler pic x(1) value spaces.
  03 ul-first pic 9(8).
  03 filler pic x(1) value spaces.
  03 ul-age pic zzzz9.
01 um-head.
  03 filler pic x(6) value "KEY   ".
  03 filler pic x(9) value "DATE     ".
  03 filler pic x(13) value "AMOUNT       ".
  03 filler pic x(3) value "CA ".
  03 filler pic x(15) value "OPEN SINCE  BUS".
  03 filler pic x(5) value " DAYS".
01 um-line.
  03 uml-cnt pic 9(5).
  03 filler pic x(1) value spaces.
  03 uml-date pic 9(8).
  03 filler pic x(1) value spaces.
  03 uml-amount pic -(7)9.99.
  03 filler pic x(1) value spaces.
  03 uml-cat pic x(2).
  03 filler pic x(1) value spaces.
  03 uml-first pic 9(8).
  03 filler pic x(1) value spaces.
  03 uml-age pic zzzz9.
01 trl-line.
  03 filler pic x(9) value "MATCHED  ".
  03 t-matched pic zzzz9.
  03 filler pic x(18) value "  OPEN STATEMENT  ".
  03 t-open-s pic zzzz9.
  03 filler pic x(15) value "  OPEN MASTER  ".
  03 t-open-m pic zzzz9.
  03 filler pic x(10) value "  DROPPED ".
  03 t-dropped pic zzzz9.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p stm-path
call "env01" using env-func-p opn-path
call "env01" using env-func-p mch-path
call "env01" using env-func-p wof-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p rpt-path
move zero to done-used
move zero to s-used
move zero to m-used
move zero to new-s-count
move zero to new-m-count
move zero to matched-count
move zero to open-s-count
move zero to open-m-count
move zero to dropped-count
move zero to amt-tol
move "N" to by-cat
move zero to through-date
move all space to key-table
call "bdate01" using bd-func-g run-date
perform 1000-load-parameters
perform 1100-load-control
open input f1
if f1-status not = "00"
  display "bmat01: *** fatal -- open of count01.dat failed, status=" f1-status
  move 16 to return-code
  goback
end-if
perform 1200-load-registers
perform 1300-load-open-items
perform 2000-take-new-statement
perform 2500-take-new-master
close f1
open output rpt-file
if rpt-status not = "00"
  display "bmat01: *** fatal -- open of bmat01.lst failed, status=" rpt-status
  move 16 to return-code
  goback
end-if
move run-date to h1-date
move amt-tol to h1-tol
move by-cat to h1-by-cat
write rpt-line from hdr-line-1
perform 3000-match-items
perform 4000-report-unmatched
move matched-count to t-matched
move open-s-count to t-open-s
move open-m-count to t-open-m
move dropped-count to t-dropped
move spaces to rpt-line
write rpt-line
write rpt-line from trl-line
close rpt-file
perform 5000-write-open-items
perform 5500-write-control
if open-s-count > 0 or open-m-count > 0
  move open-s-count to show-s
  move open-m-count to show-m
  move spaces to al-msg
  string "bank rec open: stmt" show-s " master" show-m
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
end-if
display "bmat01: new statement=" new-s-count " new master=" new-m-count
  " matched=" matched-count " open statement=" open-s-count
  " open master=" open-m-count
goback.

1000-load-parameters.
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-bmat01-tolerance is numeric
          move rp-bmat01-tolerance to tol-raw
          move tol-raw-n to amt-tol
        end-if
        if rp-bmat01-by-cat = "Y" or rp-bmat01-by-cat = "N"
          move rp-bmat01-by-cat to by-cat
        end-if
    end-read
    close parm-file
  end-if.

*> no control line yet is a first run -- only the business date's
*> master details are taken in, plus whatever the statement reaches.
1100-load-control.
  open input ctl-file
  if ctl-status = "00"
    read ctl-file
      at end
        continue
      not at end
        if ctl-through is numeric
          move ctl-through to through-date
        end-if
    end-read
    close ctl-file
  end-if
  if through-date = 0 or through-date > run-date
    move run-date to from-date
  else
    move through-date to from-date
  end-if.

*> master keys already matched or written off are flagged so they are
*> never taken in again; statement ids cleared since the last run are
*> kept so a same-day rerun does not take them in again either.
1200-load-registers.
  move "n" to mch-eof
  open input mch-file
  if mch-status = "00"
    read mch-file at end set end-of-matched to true end-read
    perform until end-of-matched
      if mc-cnt > 0 and mc-cnt < arr-key-base
        move "m" to key-flag(mc-cnt)
      end-if
      if mc-date >= from-date
        perform 1210-note-done-id
      end-if
      read mch-file at end set end-of-matched to true end-read
    end-perform
    close mch-file
  end-if
  move "n" to wof-eof
  open input wof-file
  if wof-status = "00"
    read wof-file at end set end-of-writeoffs to true end-read
    perform until end-of-writeoffs
      if wo-side = "M"
        move wo-id(1:5) to mw-cnt
        if mw-cnt is numeric and mw-cnt > 0 and mw-cnt < arr-key-base
          move "w" to key-flag(mw-cnt)
        end-if
      else
        if wo-date >= from-date
          move wo-id to mc-stmt-id
          perform 1210-note-done-id
        end-if
      end-if
      read wof-file at end set end-of-writeoffs to true end-read
    end-perform
    close wof-file
  end-if.

1210-note-done-id.
  if done-used >= 5000
    display "bmat01: *** warning -- more than 5000 statement lines cleared since the last run ***"
    exit paragraph
  end-if
  add 1 to done-used
  move mc-stmt-id to done-id(done-used).

*> yesterday's open items come back in.  a master item is re-read by
*> key first: a detail backed out or changed since it went open has
*> nothing left to match and is dropped, counted on the report.
1300-load-open-items.
  move "n" to opn-eof
  open input opn-file
  if opn-status not = "00"
    exit paragraph
  end-if
  read opn-file at end set end-of-open to true end-read
  perform until end-of-open
    if oi-side = "S"
      perform 1310-keep-open-statement
    else
      perform 1320-keep-open-master
    end-if
    read opn-file at end set end-of-open to true end-read
  end-perform
  close opn-file.

1310-keep-open-statement.
  if s-used >= 2000
    display "bmat01: *** warning -- more than 2000 open statement lines, extras carried unmatched ***"
    add 1 to dropped-count
    exit paragraph
  end-if
  add 1 to s-used
  move oi-id to se-id(s-used)
  move oi-ref to se-ref(s-used)
  move oi-txn-date to se-txn-date(s-used)
  move oi-amount to se-amount(s-used)
  move oi-cat to se-cat(s-used)
  move oi-first to se-first(s-used)
  move oi-text to se-text(s-used)
  move zero to se-match(s-used).

1320-keep-open-master.
  move oi-id(1:5) to mw-cnt
  if mw-cnt is not numeric
    add 1 to dropped-count
    exit paragraph
  end-if
  move mw-cnt to f1-cnt
  read f1 key is f1-cnt
    invalid key
      add 1 to dropped-count
      exit paragraph
  end-read
  if f1-txn-date not = oi-txn-date or f1-amount not = oi-amount
    add 1 to dropped-count
    exit paragraph
  end-if
  if key-flag(mw-cnt) not = space
    exit paragraph
  end-if
  perform 2600-add-master
  if m-found > 0
    move oi-first to me-first(m-found)
  end-if.

*> statement lines loaded since the last run and not already open or
*> cleared.  the earliest of their dates pulls the master window back
*> so the details they should meet are taken in as well.
2000-take-new-statement.
  move "n" to stm-eof
  open input stm-file
  if stm-status not = "00"
    display "bmat01: no bank01.stm on file -- no statement lines to match"
    exit paragraph
  end-if
  read stm-file at end set end-of-store to true end-read
  perform until end-of-store
    if st-load-date >= from-date and st-load-date <= run-date
      perform 2100-take-statement-line
    end-if
    read stm-file at end set end-of-store to true end-read
  end-perform
  close stm-file.

2100-take-statement-line.
  move st-stmt-date to sw-stmt-date
  move st-line to sw-line
  move "n" to seen-already
  move 1 to s-ix
  perform until s-ix > s-used or already-seen
    if se-id(s-ix) = s-id-work
      move "y" to seen-already
    end-if
    add 1 to s-ix
  end-perform
  move 1 to done-ix
  perform until done-ix > done-used or already-seen
    if done-id(done-ix) = s-id-work
      move "y" to seen-already
    end-if
    add 1 to done-ix
  end-perform
  if already-seen
    exit paragraph
  end-if
  if s-used >= 2000
    display "bmat01: *** warning -- more than 2000 open statement lines, extras not taken ***"
    exit paragraph
  end-if
  add 1 to s-used
  add 1 to new-s-count
  move s-id-work to se-id(s-used)
  move st-ref to se-ref(s-used)
  move st-txn-date to se-txn-date(s-used)
  move st-amount to se-amount(s-used)
  move st-cat to se-cat(s-used)
  move run-date to se-first(s-used)
  move st-text to se-text(s-used)
  move zero to se-match(s-used)
  if st-txn-date < from-date
    move st-txn-date to from-date
  end-if.

*> master details dated inside the window and not already known.
2500-take-new-master.
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
        perform 2600-add-master
        if m-found > 0
          add 1 to new-m-count
        end-if
      end-if
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform.

2600-add-master.
  move zero to m-found
  if m-used >= 5000
    display "bmat01: *** warning -- more than 5000 open master details, extras not taken ***"
    exit paragraph
  end-if
  add 1 to m-used
  move m-used to m-found
  move f1-cnt to me-cnt(m-used)
  move f1-txn-date to me-txn-date(m-used)
  move f1-amount to me-amount(m-used)
  move f1-cat to me-cat(m-used)
  move run-date to me-first(m-used)
  move "n" to me-taken(m-used)
  move "o" to key-flag(f1-cnt).

*> two passes over the open statement lines: the first takes only
*> exact amounts, so a near amount cannot steal the detail an exact
*> line should have had; the second allows the tolerance.
3000-match-items.
  move "MATCHED" to sect-line
  write rpt-line from sect-line
  write rpt-line from mat-head
  open extend mch-file
  if mch-status = "35"
    open output mch-file
  end-if
  if mch-status not = "00"
    display "bmat01: *** fatal -- open of bank01.mch failed, status=" mch-status
    move 16 to return-code
    goback
  end-if
  move "y" to exact-pass
  perform 3100-match-pass
  move "n" to exact-pass
  perform 3100-match-pass
  close mch-file.

3100-match-pass.
  move 1 to s-ix
  perform until s-ix > s-used
    if se-match(s-ix) = 0
      perform 3200-find-detail
      if m-found > 0
        perform 3300-record-match
      end-if
    end-if
    add 1 to s-ix
  end-perform.

3200-find-detail.
  move zero to m-found
  move 1 to m-ix
  perform until m-ix > m-used or m-found > 0
    if me-taken(m-ix) = "n" and me-txn-date(m-ix) = se-txn-date(s-ix)
      compute diff = se-amount(s-ix) - me-amount(m-ix)
      if diff < 0
        compute diff = diff * -1
      end-if
      if (exact-only and diff = 0) or (not exact-only and diff <= amt-tol)
        if by-cat = "Y" and se-cat(s-ix) not = spaces
          if me-cat(m-ix) = se-cat(s-ix)
            move m-ix to m-found
          end-if
        else
          move m-ix to m-found
        end-if
      end-if
    end-if
    add 1 to m-ix
  end-perform.

3300-record-match.
  move m-found to se-match(s-ix)
  move "y" to me-taken(m-found)
  move "m" to key-flag(me-cnt(m-found))
  add 1 to matched-count
  move spaces to mch-rec
  move run-date to mc-date
  move se-id(s-ix) to mc-stmt-id
  move me-cnt(m-found) to mc-cnt
  move me-txn-date(m-found) to mc-txn-date
  move se-amount(s-ix) to mc-stmt-amount
  move me-amount(m-found) to mc-mst-amount
  move me-cat(m-found) to mc-cat
  write mch-rec
  if mch-status not = "00"
    display "bmat01: *** fatal -- write to bank01.mch failed, status=" mch-status
    close mch-file
    close rpt-file
    move spaces to al-msg
    string "write to bank01.mch failed"
      delimited by size into al-msg
    move "F" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if
  move spaces to mat-line
  move se-id(s-ix) to ml-id
  move se-ref(s-ix) to ml-ref
  move se-txn-date(s-ix) to ml-date
  move se-amount(s-ix) to ml-s-amount
  move me-cnt(m-found) to ml-cnt
  move me-amount(m-found) to ml-m-amount
  compute ml-diff = se-amount(s-ix) - me-amount(m-found)
  write rpt-line from mat-line.

4000-report-unmatched.
  move spaces to rpt-line
  write rpt-line
  move "UNMATCHED ON STATEMENT" to sect-line
  write rpt-line from sect-line
  write rpt-line from us-head
  move 1 to s-ix
  perform until s-ix > s-used
    if se-match(s-ix) = 0
      add 1 to open-s-count
      move spaces to us-line
      move se-id(s-ix) to ul-id
      move se-ref(s-ix) to ul-ref
      move se-txn-date(s-ix) to ul-date
      move se-amount(s-ix) to ul-amount
      move se-cat(s-ix) to ul-cat
      move se-first(s-ix) to ul-first
      move run-date to bday-to
      call "bday01" using bday-func se-first(s-ix) bday-count bday-to
      move bday-count to ul-age
      write rpt-line from us-line
    end-if
    add 1 to s-ix
  end-perform
  move spaces to rpt-line
  write rpt-line
  move "UNMATCHED ON MASTER" to sect-line
  write rpt-line from sect-line
  write rpt-line from um-head
  move 1 to m-ix
  perform until m-ix > m-used
    if me-taken(m-ix) = "n"
      add 1 to open-m-count
      move spaces to um-line
      move me-cnt(m-ix) to uml-cnt
      move me-txn-date(m-ix) to uml-date
      move me-amount(m-ix) to uml-amount
      move me-cat(m-ix) to uml-cat
      move me-first(m-ix) to uml-first
      move run-date to bday-to
      call "bday01" using bday-func me-first(m-ix) bday-count bday-to
      move bday-count to uml-age
      write rpt-line from um-line
    end-if
    add 1 to m-ix
  end-perform.

*> what is still open goes back out whole, ready for tomorrow's run.
5000-write-open-items.
  open output opn-file
  if opn-status not = "00"
    display "bmat01: *** fatal -- open of bank01.opn failed, status=" opn-status
    move 16 to return-code
    goback
  end-if
  move 1 to s-ix
  perform until s-ix > s-used
    if se-match(s-ix) = 0
      move spaces to opn-rec
      move "S" to oi-side
      move se-id(s-ix) to oi-id
      move se-txn-date(s-ix) to oi-txn-date
      move se-amount(s-ix) to oi-amount
      move se-cat(s-ix) to oi-cat
      move se-first(s-ix) to oi-first
      move se-ref(s-ix) to oi-ref
      move se-text(s-ix) to oi-text
      write opn-rec
    end-if
    add 1 to s-ix
  end-perform
  move 1 to m-ix
  perform until m-ix > m-used
    if me-taken(m-ix) = "n"
      move spaces to opn-rec
      move "M" to oi-side
      move me-cnt(m-ix) to mw-cnt
      move m-id-work to oi-id
      move me-txn-date(m-ix) to oi-txn-date
      move me-amount(m-ix) to oi-amount
      move me-cat(m-ix) to oi-cat
      move me-first(m-ix) to oi-first
      write opn-rec
    end-if
    add 1 to m-ix
  end-perform
  close opn-file.

5500-write-control.
  open output ctl-file
  if ctl-status not = "00"
    display "bmat01: *** warning -- open of bank01.ctl failed, status=" ctl-status
    exit paragraph
  end-if
  move spaces to ctl-rec
  move run-date to ctl-through
  write ctl-rec
  close ctl-file.
