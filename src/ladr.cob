identification division.
program-id. ladr01.
environment division.
input-output section.
file-control.
*> the master details still to settle, read off the f1-txn-date
*> alternate key from the earliest date that can still settle today.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> each category's settlement lag, in business days, on the master.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
fd f1.
  copy f1r.
fd cat-file.
01 cat-rec.
  03 cm-code pic x(2).
  03 filler pic x(1).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
  03 filler pic x(1).
  03 cm-lag pic 9(2).
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 rpt-path pic x(60) value "ladr01.lst".
01 f1-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- neither is a transaction and neither settles.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> value dates are walked through runcal.dat business days (see
*> bday01) -- H dates and dates with no calendar line are skipped.
01 bday-fwd pic x(1) value "f".
01 bday-back pic x(1) value "b".
01 bday-count pic 9(5) value zero.
01 value-date pic 9(8) value zero.
01 from-date pic 9(8) value zero.
*> the ladder's rungs: today and the next four business days, then
*> everything settling later in a last column.
01 rung-count pic 9(1) value 5.
01 rung-table.
  02 rung-date pic 9(8) occurs 5 times.
01 rung-ix pic 9(1) value zero.
01 rung-found pic 9(1) value zero.
01 max-lag pic 9(2) value zero.
01 cat-table.
  02 cat-entry occurs 60 times.
    03 ce-code pic x(2).
    03 ce-lag pic 9(2).
    03 ce-amount pic s9(11)v99 comp-3 occurs 6 times.
01 cat-used pic 9(2) value zero.
01 cat-ix pic 9(2) value zero.
01 cat-found pic 9(2) value zero.
01 find-code pic x(2) value spaces.
01 col-ix pic 9(1) value zero.
01 tot-table.
  02 tot-amount pic s9(13)v99 comp-3 occurs 6 times.
01 settle-count pic 9(7) value zero.
*> the entity laddered (see ent01) -- menu01 passes the operator's
*> working entity; a standalone run gets the home entity.
01 want-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value "HOME ENTITY".
*> the ladder is in base currency, each detail converted at its own
*> date's rate (see fx01).  a detail with no rate is left off and the
*> run ends rc 8.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "LADR01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 hdr-line-1.
  03 filler pic x(32) value "SETTLEMENT LADDER  BUSDATE      ".
  03 h1-date pic 9(8).
01 hdr-line-ent.
  03 filler pic x(8) value "ENTITY [".
  03 he-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 he-name pic x(20).
01 hdr-line-2.
  03 filler pic x(7) value "CA LAG ".
  03 h2-col occurs 5 times.
    05 filler pic x(4) value spaces.
    05 h2-date pic 9(8).
  03 filler pic x(12) value "       LATER".
01 det-line.
  03 d-cat pic x(2).
  03 filler pic x(2) value spaces.
  03 d-lag pic z9.
  03 filler pic x(1) value spaces.
  03 d-amount pic -(8)9.99 occurs 6 times.
01 tot-line.
  03 filler pic x(7) value "TOTAL  ".
  03 t-amount pic -(8)9.99 occurs 6 times.
01 note-line pic x(80) value spaces.
linkage section.
01 lk-ent pic x(2).
procedure division using optional lk-ent.
call "env01" using env-func-p f1-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p rpt-path
move zero to cat-used
move zero to max-lag
move zero to settle-count
move zero to norate-count
move 1 to col-ix
perform until col-ix > 6
  move zero to tot-amount(col-ix)
  add 1 to col-ix
end-perform
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date f1-cur fx-amount fx-base fx-result
move spaces to want-ent
move "HOME ENTITY" to en-name
if address of lk-ent not = null
  move lk-ent to want-ent
end-if
if want-ent not = spaces
  call "ent01" using en-func-k en-op want-ent en-result en-name
end-if
*> today's rung is the business date rolled on to a business day, so
*> a ladder run on a holiday opens on the next day anything settles.
move zero to bday-count
call "bday01" using bday-fwd run-date bday-count value-date
move value-date to rung-date(1)
move 2 to rung-ix
perform until rung-ix > rung-count
  move 1 to bday-count
  move rung-date(rung-ix - 1) to from-date
  call "bday01" using bday-fwd from-date bday-count rung-date(rung-ix)
  add 1 to rung-ix
end-perform
perform 1000-load-categories
*> a detail dated before the max-lag-plus-one'th business day back
*> settled before today whatever its category.
compute bday-count = max-lag + 1
call "bday01" using bday-back rung-date(1) bday-count from-date
open input f1
if f1-status not = "00"
  display "ladr01: *** fatal -- open of count01.dat failed, status=" f1-status
  move 16 to return-code
  goback
end-if
perform 2000-settle-details
close f1
perform 3000-print-ladder
display "ladr01: details on the ladder=" settle-count
if norate-count > 0
  display "ladr01: *** " norate-count " details have no fx rate -- left off the ladder ***"
  move spaces to al-msg
  string norate-count " details with no fx rate"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
  move 8 to return-code
end-if
goback.

1000-load-categories.
  move "n" to cat-eof
  open input cat-file
  if cat-status not = "00"
    display "ladr01: no catmst01.dat on file -- every category settles same day"
    exit paragraph
  end-if
  read cat-file at end set end-of-categories to true end-read
  perform until end-of-categories
    move cm-code to find-code
    perform 1100-find-category-slot
    if cat-found > 0
      if cm-lag is numeric
        move cm-lag to ce-lag(cat-found)
      else
        move zero to ce-lag(cat-found)
      end-if
      if ce-lag(cat-found) > max-lag
        move ce-lag(cat-found) to max-lag
      end-if
    end-if
    read cat-file at end set end-of-categories to true end-read
  end-perform
  close cat-file.

1100-find-category-slot.
  move zero to cat-found
  move 1 to cat-ix
  perform until cat-ix > cat-used or cat-found > 0
    if ce-code(cat-ix) = find-code
      move cat-ix to cat-found
    end-if
    add 1 to cat-ix
  end-perform
  if cat-found = 0
    if cat-used >= 60
      display "ladr01: *** warning -- more than 60 category codes, extras left off ***"
      exit paragraph
    end-if
    add 1 to cat-used
    move cat-used to cat-found
    move find-code to ce-code(cat-found)
    move zero to ce-lag(cat-found)
    move 1 to col-ix
    perform until col-ix > 6
      move zero to ce-amount(cat-found, col-ix)
      add 1 to col-ix
    end-perform
  end-if.

*> each detail's value date: its transaction date walked forward by
*> its category's lag in business days.  settled already = off the
*> ladder; beyond the last rung = the LATER column.
2000-settle-details.
  move "n" to f1-eof
  move from-date to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
      set end-of-master to true
  end-start
  if not end-of-master
    read f1 next at end set end-of-master to true end-read
  end-if
  perform until end-of-master
    if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
      perform 2100-place-detail
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform.

2100-place-detail.
  if f1-ent not = want-ent
    exit paragraph
  end-if
  move f1-cat to find-code
  perform 1100-find-category-slot
  if cat-found = 0
    exit paragraph
  end-if
  move ce-lag(cat-found) to bday-count
  call "bday01" using bday-fwd f1-txn-date bday-count value-date
  if value-date < rung-date(1)
    exit paragraph
  end-if
  move 6 to rung-found
  move 1 to rung-ix
  perform until rung-ix > rung-count or rung-found < 6
    if value-date = rung-date(rung-ix)
      move rung-ix to rung-found
    end-if
    add 1 to rung-ix
  end-perform
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    add 1 to norate-count
    exit paragraph
  end-if
  add fx-base to ce-amount(cat-found, rung-found)
  add fx-base to tot-amount(rung-found)
  add 1 to settle-count.

3000-print-ladder.
  open output rpt-file
  if rpt-status not = "00"
    display "ladr01: *** fatal -- open of ladr01.lst failed, status=" rpt-status
    move 16 to return-code
    goback
  end-if
  move run-date to h1-date
  write rpt-line from hdr-line-1
  move want-ent to he-ent
  move en-name to he-name
  write rpt-line from hdr-line-ent
  move 1 to rung-ix
  perform until rung-ix > rung-count
    move rung-date(rung-ix) to h2-date(rung-ix)
    add 1 to rung-ix
  end-perform
  write rpt-line from hdr-line-2
  move 1 to cat-ix
  perform until cat-ix > cat-used
    move spaces to det-line
    if ce-code(cat-ix) = spaces
      move "--" to d-cat
    else
      move ce-code(cat-ix) to d-cat
    end-if
    move ce-lag(cat-ix) to d-lag
    move 1 to col-ix
    perform until col-ix > 6
      move ce-amount(cat-ix, col-ix) to d-amount(col-ix)
      add 1 to col-ix
    end-perform
    write rpt-line from det-line
    add 1 to cat-ix
  end-perform
  move 1 to col-ix
  perform until col-ix > 6
    move tot-amount(col-ix) to t-amount(col-ix)
    add 1 to col-ix
  end-perform
  write rpt-line from tot-line
  move "amounts are signed as on the master: negative = paid out, positive = received" to note-line
  write rpt-line from note-line
  move "amounts are in base currency at each detail's own date's rate" to note-line
  write rpt-line from note-line
  if norate-count > 0
    move spaces to note-line
    string "*** " norate-count " DETAILS HAVE NO FX RATE -- LEFT OFF THE LADDER ***"
      delimited by size into note-line
    write rpt-line from note-line
  end-if
  close rpt-file.
