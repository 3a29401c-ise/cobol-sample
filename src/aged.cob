identification division.
program-id. aged01.
environment division.
input-output section.
file-control.
*> every detail on the master, in key order.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the matched register bmat01 appends to -- a detail the bank
*> statement has cleared is no longer open and drops out here.
  select mch-file assign to dynamic mch-path
    organization is line sequential
    file status is mch-status.
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
fd parm-file.
  copy runparm.
fd rpt-file.
01 rpt-line pic x(90).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 mch-path pic x(60) value "bank01.mch".
01 parm-path pic x(60) value "runparm.dat".
01 rpt-path pic x(60) value "aged01.lst".
01 f1-status pic x(2) value spaces.
01 mch-status pic x(2) value spaces.
01 parm-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- control records, never aged.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 mch-eof pic x(1) value "n".
  88 end-of-matches value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> how long a detail has stood, in business days (see bday01): the
*> B and M days after its transaction date up to the business date.
01 bday-func pic x(1) value "c".
01 bday-count pic 9(5) value zero.
01 item-age pic 9(5) value zero.
*> the transaction date each master key was cleared at, off the
*> matched register -- a detail is cleared when its key was matched
*> carrying the same transaction date, so a key a later rebuild
*> gave to another detail is not taken as cleared with it.
01 cleared-table.
  02 cleared-date pic 9(8) occurs 99998 times.
01 cleared-count pic 9(7) value zero.
*> the buckets, upper bounds in business days; the last is open.
01 bucket-list.
  03 filler pic 9(3) value 5.
  03 filler pic 9(3) value 15.
  03 filler pic 9(3) value 30.
  03 filler pic 9(3) value 999.
01 bucket-table redefines bucket-list.
  03 bucket-top pic 9(3) occurs 4 times.
01 bk-ix pic 9(1) value zero.
01 bk-found pic 9(1) value zero.
01 cat-table.
  02 cat-entry occurs 60 times.
    03 ce-code pic x(2).
    03 ce-count pic 9(7) occurs 4 times.
    03 ce-amount pic s9(11)v99 comp-3 occurs 4 times.
01 cat-used pic 9(2) value zero.
01 cat-ix pic 9(2) value zero.
01 cat-found pic 9(2) value zero.
01 find-code pic x(2) value spaces.
01 tot-table.
  02 tot-count pic 9(7) occurs 4 times.
  02 tot-amount pic s9(13)v99 comp-3 occurs 4 times.
*> the oldest bucket's gross: debits and credits both count towards
*> what is overdue, so one cannot hide the other from the limit.
01 old-gross pic s9(13)v99 value zero.
01 item-gross pic s9(11)v99 value zero.
*> the limit on the oldest bucket, from runparm.dat -- nine digits,
*> 9(7)v99 with no decimal point; zero means no limit is set.
01 limit-raw pic 9(9) value zero.
01 limit-raw-n redefines limit-raw pic 9(7)v99.
01 old-limit pic 9(7)v99 value zero.
01 aged-count pic 9(7) value zero.
01 undated-count pic 9(7) value zero.
*> the entity aged (see ent01) -- menu01 passes the operator's
*> working entity; nightly01 and a standalone run get the home
*> entity.
01 want-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value "HOME ENTITY".
*> the buckets and the limit are in base currency, each detail
*> converted at its own date's rate (see fx01).  a detail with no
*> rate is left out and the run ends rc 8.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "AGED01".
01 al-sev pic x(1) value "W".
01 al-msg pic x(40) value spaces.
01 al-amount pic z(10)9.99.
01 hdr-line-1.
  03 filler pic x(33) value "AGED OPEN ITEMS  BUSINESS DAYS TO".
  03 filler pic x(1) value spaces.
  03 h1-date pic 9(8).
01 hdr-line-ent.
  03 filler pic x(8) value "ENTITY [".
  03 he-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 he-name pic x(20).
01 hdr-line-2.
  03 filler pic x(4) value "CA  ".
  03 filler pic x(20) value "       0-5 DAYS     ".
  03 filler pic x(20) value "      6-15 DAYS     ".
  03 filler pic x(20) value "     16-30 DAYS     ".
  03 filler pic x(20) value "   OVER 30 DAYS     ".
01 hdr-line-3.
  03 filler pic x(4) value spaces.
  03 h3-col occurs 4 times.
    05 filler pic x(20) value "  NO.        AMOUNT".
01 det-line.
  03 d-cat pic x(2).
  03 filler pic x(2) value spaces.
  03 d-col occurs 4 times.
    05 d-count pic zzzz9.
    05 d-amount pic -(10)9.99.
    05 filler pic x(1).
01 tot-line.
  03 filler pic x(4) value "TOT ".
  03 t-col occurs 4 times.
    05 t-count pic zzzz9.
    05 t-amount pic -(10)9.99.
    05 filler pic x(1).
01 sect-line pic x(90) value spaces.
01 old-head.
  03 filler pic x(34) value "  AGE KEY   TXN DATE        AMOUNT".
  03 filler pic x(6) value " CA EN".
01 old-line.
  03 ol-age pic zzzz9.
  03 filler pic x(1) value spaces.
  03 ol-cnt pic 9(5).
  03 filler pic x(1) value spaces.
  03 ol-date pic 9(8).
  03 filler pic x(1) value spaces.
  03 ol-amount pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 ol-cat pic x(2).
  03 filler pic x(1) value spaces.
  03 ol-ent pic x(2).
01 old-trl.
  03 filler pic x(26) value "OVER 30 DAYS GROSS........".
  03 ot-gross pic -(11)9.99.
  03 filler pic x(9) value "  LIMIT ".
  03 ot-limit pic z(6)9.99.
01 note-line pic x(90) value spaces.
linkage section.
01 lk-ent pic x(2).
procedure division using optional lk-ent.
call "env01" using env-func-p f1-path
call "env01" using env-func-p mch-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p rpt-path
move zero to return-code
move zero to cat-used
move zero to aged-count
move zero to undated-count
move zero to norate-count
move zero to old-gross
move 1 to bk-ix
perform until bk-ix > 4
  move zero to tot-count(bk-ix)
  move zero to tot-amount(bk-ix)
  add 1 to bk-ix
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
perform 1000-load-parameters
perform 1100-load-cleared
open input f1
if f1-status not = "00"
  display "aged01: *** fatal -- open of count01.dat failed, status=" f1-status
  move 16 to return-code
  goback
end-if
open output rpt-file
if rpt-status not = "00"
  display "aged01: *** fatal -- open of aged01.lst failed, status=" rpt-status
  close f1
  move 16 to return-code
  goback
end-if
move run-date to h1-date
write rpt-line from hdr-line-1
move want-ent to he-ent
move en-name to he-name
write rpt-line from hdr-line-ent
*> the master is walked once: every open detail is bucketed, and the
*> oldest bucket's items are listed as they come, ahead of the grid.
move "OVER 30 BUSINESS DAYS" to sect-line
write rpt-line from sect-line
write rpt-line from old-head
perform 2000-age-details
close f1
move old-gross to ot-gross
move old-limit to ot-limit
write rpt-line from old-trl
perform 3000-print-buckets
close rpt-file
display "aged01: open items aged=" aged-count " cleared by the bank=" cleared-count
if undated-count > 0
  display "aged01: *** warning -- " undated-count " detail(s) with no valid date left out ***"
end-if
if norate-count > 0
  display "aged01: *** " norate-count " details have no fx rate -- left out ***"
  move spaces to al-msg
  string norate-count " details with no fx rate"
    delimited by size into al-msg
  move "E" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move "W" to al-sev
  move 8 to return-code
end-if
if old-limit > 0 and old-gross > old-limit
  move old-gross to al-amount
  move spaces to al-msg
  string "over 30 days open " delimited by size
         al-amount delimited by size
    into al-msg
  call "alert01" using al-prog-name al-sev al-msg
  display "aged01: *** items over 30 business days total " al-amount
          " -- over the limit " ot-limit " ***"
  if return-code < 4
    move 4 to return-code
  end-if
end-if
goback.

1000-load-parameters.
  move zero to old-limit
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-aged01-limit is numeric
          move rp-aged01-limit to limit-raw
          move limit-raw-n to old-limit
        end-if
    end-read
    close parm-file
  end-if.

1100-load-cleared.
  initialize cleared-table
  move zero to cleared-count
  move "n" to mch-eof
  open input mch-file
  if mch-status not = "00"
    display "aged01: no bank01.mch on file -- nothing cleared by the bank"
    exit paragraph
  end-if
  read mch-file at end set end-of-matches to true end-read
  perform until end-of-matches
    if mc-cnt is numeric and mc-cnt > 0 and mc-cnt < hdr-key
      move mc-txn-date to cleared-date(mc-cnt)
    end-if
    read mch-file at end set end-of-matches to true end-read
  end-perform
  close mch-file.

2000-age-details.
  move "n" to f1-eof
  read f1 next at end set end-of-master to true end-read
  perform until end-of-master
    if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
      perform 2100-age-detail
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform.

2100-age-detail.
  if f1-ent not = want-ent
    exit paragraph
  end-if
  if f1-cnt > 0
    if cleared-date(f1-cnt) = f1-txn-date
      add 1 to cleared-count
      exit paragraph
    end-if
  end-if
  if function test-date-yyyymmdd(f1-txn-date) not = 0
    add 1 to undated-count
    exit paragraph
  end-if
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    add 1 to norate-count
    exit paragraph
  end-if
  move zero to item-age
  if f1-txn-date < run-date
    call "bday01" using bday-func f1-txn-date bday-count run-date
    move bday-count to item-age
  end-if
  move 4 to bk-found
  move 1 to bk-ix
  perform until bk-ix > 3 or bk-found < 4
    if item-age <= bucket-top(bk-ix)
      move bk-ix to bk-found
    end-if
    add 1 to bk-ix
  end-perform
  move f1-cat to find-code
  perform 2200-find-category-slot
  if cat-found > 0
    add 1 to ce-count(cat-found, bk-found)
    add fx-base to ce-amount(cat-found, bk-found)
  end-if
  add 1 to tot-count(bk-found)
  add fx-base to tot-amount(bk-found)
  add 1 to aged-count
  if bk-found = 4
    move fx-base to item-gross
    if item-gross < 0
      compute item-gross = item-gross * -1
    end-if
    add item-gross to old-gross
    move spaces to old-line
    move item-age to ol-age
    move f1-cnt to ol-cnt
    move f1-txn-date to ol-date
    move fx-base to ol-amount
    move f1-cat to ol-cat
    move f1-ent to ol-ent
    write rpt-line from old-line
  end-if.

2200-find-category-slot.
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
      display "aged01: *** warning -- more than 60 category codes, extras left off the grid ***"
      exit paragraph
    end-if
    add 1 to cat-used
    move cat-used to cat-found
    move find-code to ce-code(cat-found)
    move 1 to bk-ix
    perform until bk-ix > 4
      move zero to ce-count(cat-found, bk-ix)
      move zero to ce-amount(cat-found, bk-ix)
      add 1 to bk-ix
    end-perform
  end-if.

3000-print-buckets.
  move spaces to rpt-line
  write rpt-line
  move "BY CATEGORY" to sect-line
  write rpt-line from sect-line
  write rpt-line from hdr-line-2
  write rpt-line from hdr-line-3
  move 1 to cat-ix
  perform until cat-ix > cat-used
    move spaces to det-line
    if ce-code(cat-ix) = spaces
      move "--" to d-cat
    else
      move ce-code(cat-ix) to d-cat
    end-if
    move 1 to bk-ix
    perform until bk-ix > 4
      move ce-count(cat-ix, bk-ix) to d-count(bk-ix)
      move ce-amount(cat-ix, bk-ix) to d-amount(bk-ix)
      add 1 to bk-ix
    end-perform
    write rpt-line from det-line
    add 1 to cat-ix
  end-perform
  move spaces to tot-line
  move "TOT " to tot-line(1:4)
  move 1 to bk-ix
  perform until bk-ix > 4
    move tot-count(bk-ix) to t-count(bk-ix)
    move tot-amount(bk-ix) to t-amount(bk-ix)
    add 1 to bk-ix
  end-perform
  write rpt-line from tot-line
  move "ages are B and M days on runcal.dat after the txn date; bank-matched items left out" to note-line
  write rpt-line from note-line
  move "amounts are in base currency at each detail's own date's rate" to note-line
  write rpt-line from note-line
  if norate-count > 0
    move spaces to note-line
    string "*** " norate-count " DETAILS HAVE NO FX RATE -- LEFT OUT ***"
      delimited by size into note-line
    write rpt-line from note-line
  end-if.
