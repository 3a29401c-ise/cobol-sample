identification division.
program-id. cbal01.
environment division.
input-output section.
file-control.
*> the day's details, read off the f1-txn-date alternate key -- and on
*> the very first run everything dated before it, to bring the
*> opening balances forward from the master itself.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the balance-forward ledger: one record per business date and
*> category -- opening, the day's debits and credits, closing.  a
*> rerun of the same date rewrites its own records from the same
*> opening, so a rerun never doubles a day.
  select cb-file assign to dynamic cb-path
    organization is indexed
    access mode is dynamic
    record key is cb-key
    file status is cb-status.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
*> the dated verdict for dayend01, the one-line status convention
*> recon01.sta, bal01.sta and proof01.sta use.
  select sta-file assign to dynamic sta-path
    organization is line sequential
    file status is sta-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
fd f1.
  copy f1r.
fd cb-file.
01 cb-rec.
  03 cb-key.
    05 cb-date pic 9(8).
    05 cb-cat pic x(2).
  03 cb-opening pic s9(11)v99 comp-3.
  03 cb-debits pic 9(11)v99 comp-3.
  03 cb-credits pic 9(11)v99 comp-3.
  03 cb-closing pic s9(11)v99 comp-3.
fd cat-file.
01 cat-rec.
  03 cm-code pic x(2).
  03 filler pic x(1).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
fd sta-file.
01 sta-rec.
  03 sta-date pic 9(8).
  03 filler pic x(1).
  03 sta-time pic 9(8).
  03 filler pic x(1).
  03 sta-verdict pic x(8).
  03 filler pic x(1).
  03 sta-breaks pic 9(5).
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 cb-path pic x(60) value "catbal01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 sta-path pic x(60) value "cbal01.sta".
01 rpt-path pic x(60) value "cbal01.lst".
01 f1-status pic x(2) value spaces.
01 cb-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 sta-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- neither is a transaction and neither is balanced.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 cb-eof pic x(1) value "n".
  88 end-of-balances value "y".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> the business days either side of tonight (see bday01).
01 bday-back pic x(1) value "b".
01 bday-fwd pic x(1) value "f".
01 bday-one pic 9(5) value 1.
01 prev-date pic 9(8) value zero.
01 next-date pic 9(8) value zero.
01 now-time pic 9(8) value zero.
*> nothing on the ledger before tonight: the first run, opened from
*> the master's own history.
01 have-earlier pic x(1) value "n".
  88 earlier-found value "y".
01 cat-table.
  02 cat-entry occurs 60 times.
    03 ce-code pic x(2).
    03 ce-desc pic x(20).
    03 ce-last-date pic 9(8).
    03 ce-opening pic s9(11)v99 comp-3.
    03 ce-debits pic 9(11)v99 comp-3.
    03 ce-credits pic 9(11)v99 comp-3.
    03 ce-closing pic s9(11)v99 comp-3.
    03 ce-break pic x(1).
01 cat-used pic 9(2) value zero.
01 cat-ix pic 9(2) value zero.
01 cat-found pic 9(2) value zero.
01 find-code pic x(2) value spaces.
01 break-count pic 9(5) value zero.
01 tot-opening pic s9(13)v99 comp-3 value zero.
01 tot-debits pic 9(13)v99 comp-3 value zero.
01 tot-credits pic 9(13)v99 comp-3 value zero.
01 tot-closing pic s9(13)v99 comp-3 value zero.
*> the ledger is kept in base currency: each detail is converted at
*> its own date's rate (see fx01).  a detail with no rate is left off
*> the balances and the run ends rc 8 -- the sheet is then short.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "CBAL01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 hdr-line-1.
  03 filler pic x(34) value "CATEGORY BALANCE SHEET  BUSDATE ".
  03 h1-date pic 9(8).
  03 filler pic x(15) value "  PREVIOUS BUS ".
  03 h1-prev pic 9(8).
01 hdr-line-2.
  03 filler pic x(3) value "CA ".
  03 filler pic x(15) value "DESCRIPTION    ".
  03 filler pic x(15) value "        OPENING".
  03 filler pic x(15) value "         DEBITS".
  03 filler pic x(15) value "        CREDITS".
  03 filler pic x(15) value "        CLOSING".
01 det-line.
  03 d-cat pic x(2).
  03 filler pic x(1) value spaces.
  03 d-desc pic x(12).
  03 filler pic x(1) value spaces.
  03 d-opening pic -(10)9.99.
  03 d-debits pic z(11)9.99.
  03 d-credits pic z(11)9.99.
  03 d-closing pic -(10)9.99.
  03 filler pic x(1) value spaces.
  03 d-flag pic x(5).
01 note-line pic x(80) value spaces.
01 tot-line.
  03 filler pic x(16) value "TOTAL           ".
  03 t-opening pic -(10)9.99.
  03 t-debits pic z(11)9.99.
  03 t-credits pic z(11)9.99.
  03 t-closing pic -(10)9.99.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p cb-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p sta-path
call "env01" using env-func-p rpt-path
move zero to cat-used
move zero to break-count
move zero to norate-count
move zero to tot-opening
move zero to tot-debits
move zero to tot-credits
move zero to tot-closing
move "n" to have-earlier
call "bdate01" using bd-func-g run-date
call "bday01" using bday-back run-date bday-one prev-date
call "bday01" using bday-fwd run-date bday-one next-date
call "fx01" using fx-func-r run-date f1-cur fx-amount fx-base fx-result
perform 1000-load-categories
open i-o cb-file
if cb-status = "35"
  open output cb-file
  close cb-file
  open i-o cb-file
end-if
if cb-status not = "00"
  display "cbal01: *** fatal -- open of catbal01.dat failed, status=" cb-status
  move 16 to return-code
  goback
end-if
open input f1
if f1-status not = "00"
  display "cbal01: *** fatal -- open of count01.dat failed, status=" f1-status
  move 16 to return-code
  close cb-file
  goback
end-if
perform 2000-carry-forward
if not earlier-found
  perform 2500-open-from-master
end-if
perform 3000-post-day
close f1
perform 4000-write-balances
perform 4500-check-next-day
close cb-file
perform 5000-print-sheet
perform 6000-write-status
display "cbal01: categories=" cat-used " continuity breaks=" break-count
if norate-count > 0
  display "cbal01: *** " norate-count " details have no fx rate -- left off the balances ***"
  move spaces to al-msg
  string norate-count " details with no fx rate"
    delimited by size into al-msg
  move "E" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move 8 to return-code
end-if
goback.

*> the category master lends its descriptions, and puts every known
*> code on the sheet even on a day it does not move.
1000-load-categories.
  move "n" to cat-eof
  open input cat-file
  if cat-status not = "00"
    exit paragraph
  end-if
  read cat-file at end set end-of-categories to true end-read
  perform until end-of-categories
    move cm-code to find-code
    perform 1100-find-category-slot
    if cat-found > 0
      move cm-desc to ce-desc(cat-found)
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
      display "cbal01: *** warning -- more than 60 category codes, extras not balanced ***"
      exit paragraph
    end-if
    add 1 to cat-used
    move cat-used to cat-found
    move find-code to ce-code(cat-found)
    move spaces to ce-desc(cat-found)
    move zero to ce-last-date(cat-found)
    move zero to ce-opening(cat-found)
    move zero to ce-debits(cat-found)
    move zero to ce-credits(cat-found)
    move zero to ce-closing(cat-found)
    move "n" to ce-break(cat-found)
  end-if.

*> each category's newest closing before tonight becomes its opening.
*> the ledger is read from the start, date order, last date winning.
2000-carry-forward.
  move "n" to cb-eof
  move low-values to cb-key
  start cb-file key not < cb-key
    invalid key
      set end-of-balances to true
  end-start
  if not end-of-balances
    read cb-file next at end set end-of-balances to true end-read
  end-if
  perform until end-of-balances or cb-date >= run-date
    move "y" to have-earlier
    move cb-cat to find-code
    perform 1100-find-category-slot
    if cat-found > 0
      move cb-date to ce-last-date(cat-found)
      move cb-closing to ce-opening(cat-found)
    end-if
    read cb-file next at end set end-of-balances to true end-read
  end-perform.

*> the first night the ledger runs: each category opens at the sum of
*> its master details dated before tonight.
2500-open-from-master.
  move "n" to f1-eof
  move zero to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
      set end-of-master to true
  end-start
  if not end-of-master
    read f1 next at end set end-of-master to true end-read
  end-if
  perform until end-of-master or f1-txn-date >= run-date
    if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
      move f1-cat to find-code
      perform 1100-find-category-slot
      perform 3100-convert-detail
      if cat-found > 0 and fx-result = "y"
        add fx-base to ce-opening(cat-found)
      end-if
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform.

*> the business date's details: a negative amount is a debit, a
*> positive one a credit, the master's own sign convention.
3000-post-day.
  move "n" to f1-eof
  move run-date to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
      set end-of-master to true
  end-start
  if not end-of-master
    read f1 next at end set end-of-master to true end-read
  end-if
  perform until end-of-master or f1-txn-date > run-date
    if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
      move f1-cat to find-code
      perform 1100-find-category-slot
      perform 3100-convert-detail
      if cat-found > 0 and fx-result = "y"
        if fx-base < 0
          subtract fx-base from ce-debits(cat-found)
        else
          add fx-base to ce-credits(cat-found)
        end-if
      end-if
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform.

*> the detail in base currency, at its own date's rate.
3100-convert-detail.
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    add 1 to norate-count
    display "cbal01: *** key " f1-cnt " currency [" f1-cur "] has no fx rate for " f1-txn-date " ***"
  end-if.

*> closing = opening - debits + credits.  a category whose last
*> balance is older than the previous business day has skipped a
*> night -- its opening is not the previous business day's closing.
4000-write-balances.
  move 1 to cat-ix
  perform until cat-ix > cat-used
    compute ce-closing(cat-ix) = ce-opening(cat-ix)
      - ce-debits(cat-ix) + ce-credits(cat-ix)
    if ce-last-date(cat-ix) > 0 and ce-last-date(cat-ix) < prev-date
      move "y" to ce-break(cat-ix)
      add 1 to break-count
      move spaces to al-msg
      string "cat " ce-code(cat-ix) " no closing for " prev-date
        delimited by size into al-msg
      call "alert01" using al-prog-name al-sev al-msg
    end-if
    move spaces to cb-rec
    move run-date to cb-date
    move ce-code(cat-ix) to cb-cat
    move ce-opening(cat-ix) to cb-opening
    move ce-debits(cat-ix) to cb-debits
    move ce-credits(cat-ix) to cb-credits
    move ce-closing(cat-ix) to cb-closing
    write cb-rec
      invalid key
        rewrite cb-rec
    end-write
    if cb-status not = "00" and cb-status not = "02"
      display "cbal01: *** fatal -- write to catbal01.dat failed, status=" cb-status
      move 16 to return-code
      close cb-file
      goback
    end-if
    add ce-opening(cat-ix) to tot-opening
    add ce-debits(cat-ix) to tot-debits
    add ce-credits(cat-ix) to tot-credits
    add ce-closing(cat-ix) to tot-closing
    add 1 to cat-ix
  end-perform.

*> a night rerun after the next one has already been balanced --
*> the doubled night -- leaves the next day opening on a closing that
*> no longer stands.  the next day is checked whenever it exists.
4500-check-next-day.
  move 1 to cat-ix
  perform until cat-ix > cat-used
    move next-date to cb-date
    move ce-code(cat-ix) to cb-cat
    read cb-file key is cb-key
      invalid key
        continue
      not invalid key
        if cb-opening not = ce-closing(cat-ix)
          move "y" to ce-break(cat-ix)
          add 1 to break-count
          move spaces to al-msg
          string "cat " ce-code(cat-ix) " " next-date " opening <> closing"
            delimited by size into al-msg
          call "alert01" using al-prog-name al-sev al-msg
        end-if
    end-read
    add 1 to cat-ix
  end-perform.

5000-print-sheet.
  open output rpt-file
  if rpt-status not = "00"
    display "cbal01: *** fatal -- open of cbal01.lst failed, status=" rpt-status
    move 16 to return-code
    goback
  end-if
  move run-date to h1-date
  move prev-date to h1-prev
  write rpt-line from hdr-line-1
  write rpt-line from hdr-line-2
  move 1 to cat-ix
  perform until cat-ix > cat-used
    move spaces to det-line
    if ce-code(cat-ix) = spaces
      move "--" to d-cat
      move "UNCATEGORISED" to d-desc
    else
      move ce-code(cat-ix) to d-cat
      move ce-desc(cat-ix) to d-desc
    end-if
    move ce-opening(cat-ix) to d-opening
    move ce-debits(cat-ix) to d-debits
    move ce-credits(cat-ix) to d-credits
    move ce-closing(cat-ix) to d-closing
    if ce-break(cat-ix) = "y"
      move "BREAK" to d-flag
    end-if
    write rpt-line from det-line
    add 1 to cat-ix
  end-perform
  move tot-opening to t-opening
  move tot-debits to t-debits
  move tot-credits to t-credits
  move tot-closing to t-closing
  write rpt-line from tot-line
  if not earlier-found
    move "first balance on the ledger -- openings brought forward from count01.dat" to note-line
    write rpt-line from note-line
  end-if
  if break-count > 0
    move "*** continuity breaks flagged BREAK above ***" to note-line
    write rpt-line from note-line
  end-if
  if norate-count > 0
    move spaces to note-line
    string "*** " norate-count " DETAILS HAVE NO FX RATE -- LEFT OFF THE BALANCES ***"
      delimited by size into note-line
    write rpt-line from note-line
  end-if
  close rpt-file.

6000-write-status.
  open output sta-file
  if sta-status not = "00"
    display "cbal01: *** warning -- open of cbal01.sta failed, status=" sta-status
    exit paragraph
  end-if
  accept now-time from time
  move spaces to sta-rec
  move run-date to sta-date
  move now-time to sta-time
  evaluate true
    when norate-count > 0
      move "NORATE" to sta-verdict
    when break-count = 0
      move "BALANCED" to sta-verdict
    when other
      move "BREAK" to sta-verdict
  end-evaluate
  move break-count to sta-breaks
  write sta-rec
  close sta-file.
