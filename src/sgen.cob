identification division.
program-id. sgen01.
environment division.
input-output section.
file-control.
*> the master the standing transactions are written to.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the standing orders stdm01 maintains.
  select sto-file assign to dynamic sto-path
    organization is line sequential
    file status is sto-status.
*> the generation register: one line per occurrence generated -- the
*> order, the date it nominally fell due, the business date it was
*> written for and the key it took.  an order and nominal date found
*> here is never generated again, whatever reruns.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
*> the last business date a run completed -- the next run looks at
*> every calendar date after it, so a night the chain missed is
*> caught up rather than lost.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
*> file01 rebuilds the master from entry01.dat and load01.reg -- each
*> standing transaction is registered there under partner id STND so
*> the rebuild carries it, the way fee01 registers its charges --
*> each run under the next sequence free under STND (see lreg01).
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
*> the run parameters, for fee01's and accr01's key blocks.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
data division.
file section.
fd f1.
  copy f1r.
fd sto-file.
01 sto-rec.
  03 so-id pic x(6).
  03 filler pic x(1).
  03 so-active pic x(1).
  03 filler pic x(1).
  03 so-key-lo pic 9(5).
  03 filler pic x(1).
  03 so-key-hi pic 9(5).
  03 filler pic x(1).
  03 so-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 so-cat pic x(2).
  03 filler pic x(1).
  03 so-freq pic x(1).
  03 filler pic x(1).
  03 so-day pic 9(2).
  03 filler pic x(1).
  03 so-start pic 9(8).
  03 filler pic x(1).
  03 so-end pic 9(8).
  03 filler pic x(1).
  03 so-text pic x(20).
  03 filler pic x(1).
  03 so-ent pic x(2).
fd reg-file.
01 reg-rec.
  03 sg-id pic x(6).
  03 filler pic x(1).
  03 sg-occ-date pic 9(8).
  03 filler pic x(1).
  03 sg-due-date pic 9(8).
  03 filler pic x(1).
  03 sg-cnt pic 9(5).
  03 filler pic x(1).
  03 sg-gen-date pic 9(8).
  03 filler pic x(1).
  03 sg-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 sg-cat pic x(2).
fd ctl-file.
01 ctl-rec.
  03 ctl-through pic 9(8).
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
01 sto-path pic x(60) value "stdmst01.dat".
01 reg-path pic x(60) value "stdgen01.reg".
01 ctl-path pic x(60) value "sgen01.ctl".
01 lreg-path pic x(60) value "load01.reg".
01 rpt-path pic x(60) value "sgen01.lst".
01 f1-status pic x(2) value spaces.
01 sto-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 ctl-status pic x(2) value spaces.
01 lreg-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 parm-path pic x(60) value "runparm.dat".
01 parm-status pic x(2) value spaces.
*> fee01's and accr01's key blocks (their own defaults when runparm.dat
*> has never been saved).  stdm01 will not take an order whose range
*> overlaps either, but the blocks can be moved after the order is
*> set up -- such an order posts nothing until its range is changed.
01 fee-key-lo pic 9(5) value 98000.
01 fee-key-hi pic 9(5) value 98999.
01 accr-key-lo pic 9(5) value 99000.
01 accr-key-hi pic 9(5) value 99799.
01 sto-eof pic x(1) value "n".
  88 end-of-orders value "y".
01 reg-eof pic x(1) value "n".
  88 end-of-register value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> business-day walks (see bday01): "f" 0 rolls a holiday on to the
*> next business day, "b" 0 back to the one before.
01 bday-fwd pic x(1) value "f".
01 bday-back pic x(1) value "b".
01 bday-zero pic 9(5) value zero.
01 bday-one pic 9(5) value 1.
01 bday-result pic 9(8) value zero.
01 prev-date pic 9(8) value zero.
01 through-date pic 9(8) value zero.
*> the calendar dates looked at: the day after the last completed run
*> (or after the previous business day, first time) up to tonight,
*> never more than a year back.
01 from-num pic 9(7) value zero.
01 run-num pic 9(7) value zero.
01 day-num pic 9(7) value zero.
01 cal-date pic 9(8) value zero.
01 cal-parts redefines cal-date.
  03 cp-yyyy pic 9(4).
  03 cp-mm pic 9(2).
  03 cp-dd pic 9(2).
01 next-month pic 9(8) value zero.
01 nm-parts redefines next-month.
  03 nm-yyyy pic 9(4).
  03 nm-mm pic 9(2).
  03 nm-dd pic 9(2).
01 month-end pic 9(8) value zero.
01 me-parts redefines month-end.
  03 mp-yyyy pic 9(4).
  03 mp-mm pic 9(2).
  03 mp-dd pic 9(2).
01 weekday pic 9(1) value zero.
01 occ-date pic 9(8) value zero.
01 due-date pic 9(8) value zero.
01 is-due pic x(1) value "n".
  88 occurrence-due value "y".
*> the orders, last line per id winning.
01 sto-table.
  02 sto-entry occurs 200 times.
    03 oe-id pic x(6).
    03 oe-active pic x(1).
    03 oe-key-lo pic 9(5).
    03 oe-key-hi pic 9(5).
    03 oe-amount pic s9(7)v99.
    03 oe-cat pic x(2).
    03 oe-freq pic x(1).
    03 oe-day pic 9(2).
    03 oe-start pic 9(8).
    03 oe-end pic 9(8).
    03 oe-ent pic x(2).
01 sto-used pic 9(3) value zero.
01 sto-ix pic 9(3) value zero.
01 sto-found pic 9(3) value zero.
*> occurrences already generated from the window's first date on.
01 done-table.
  02 done-entry occurs 5000 times.
    03 de-id pic x(6).
    03 de-occ pic 9(8).
01 done-used pic 9(4) value zero.
01 done-ix pic 9(4) value zero.
01 already-done pic x(1) value "n".
  88 occurrence-done value "y".
01 try-key pic 9(5) value zero.
*> every generated key stays taken for good -- load01.reg replays
*> each occurrence on every rebuild -- so an order's key range only
*> ever fills.  the keys still free are counted after each order is
*> walked, and a range down to its last tenth raises a W alert while
*> there is time to widen it (stdm01).
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 used-keys pic 9(5) value zero.
01 free-keys pic 9(5) value zero.
01 block-size pic 9(5) value zero.
01 key-placed pic x(1) value "n".
  88 key-was-placed value "y".
01 gen-count pic 9(5) value zero.
01 skip-count pic 9(5) value zero.
01 std-partner pic x(4) value "STND".
01 std-seq pic 9(4) value zero.
01 lg-func-s pic x(1) value "s".
01 lg-result pic x(1) value space.
01 pd-result pic x(1) value "o".
01 mv-prog-name pic x(8) value "SGEN01".
01 mv-added pic 9(7) value zero.
01 mv-no-chg pic 9(7) value zero.
01 mv-no-del pic 9(7) value zero.
01 mv-net pic s9(11)v99 value zero.
01 lck-func-a pic x(1) value "a".
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "SGEN01".
01 lck-result pic x(1) value space.
01 al-prog-name pic x(8) value "SGEN01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 hdr-line-1.
  03 filler pic x(31) value "STANDING TRANSACTIONS  BUSDATE ".
  03 h1-date pic 9(8).
  03 filler pic x(8) value "  FROM  ".
  03 h1-from pic 9(8).
01 hdr-line-2.
  03 filler pic x(7) value "ORDER  ".
  03 filler pic x(9) value "FELL DUE ".
  03 filler pic x(9) value "POSTED   ".
  03 filler pic x(6) value "KEY   ".
  03 filler pic x(13) value "       AMOUNT".
  03 filler pic x(4) value " CA ".
  03 filler pic x(10) value "NOTE".
01 det-line.
  03 d-id pic x(6).
  03 filler pic x(1) value spaces.
  03 d-occ pic 9(8).
  03 filler pic x(1) value spaces.
  03 d-due pic 9(8).
  03 filler pic x(1) value spaces.
  03 d-cnt pic 9(5).
  03 filler pic x(1) value spaces.
  03 d-amount pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-cat pic x(2).
  03 filler pic x(1) value spaces.
  03 d-note pic x(25).
01 trl-line.
  03 filler pic x(12) value "GENERATED   ".
  03 t-gen pic zzzz9.
  03 filler pic x(16) value "   NOT POSTED   ".
  03 t-skip pic zzzz9.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p sto-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p lreg-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p parm-path
move zero to sto-used
move zero to done-used
move zero to gen-count
move zero to skip-count
move zero to mv-added
move zero to mv-net
move zero to through-date
call "bdate01" using bd-func-g run-date
call "bday01" using bday-fwd run-date bday-zero bday-result
if bday-result not = run-date
  display "sgen01: business date " run-date " is not a run-calendar business day -- nothing falls due"
  goback
end-if
call "bday01" using bday-back run-date bday-one prev-date
perform 1000-set-window
perform 1100-load-orders
perform 1200-load-register
perform 1300-load-key-blocks
open output rpt-file
if rpt-status not = "00"
  display "sgen01: *** fatal -- open of sgen01.lst failed, status=" rpt-status
  move 16 to return-code
  goback
end-if
move run-date to h1-date
compute h1-from = function date-of-integer(from-num)
write rpt-line from hdr-line-1
write rpt-line from hdr-line-2
call "lock01" using lck-func-a lck-prog-name lck-result
if lck-result not = "y"
  display "sgen01: *** count01.dat is locked -- generation refused ***"
  close rpt-file
  move 16 to return-code
  goback
end-if
open i-o f1
if f1-status not = "00"
  display "sgen01: *** fatal -- open of count01.dat failed, status=" f1-status
  call "lock01" using lck-func-r lck-prog-name lck-result
  close rpt-file
  move 16 to return-code
  goback
end-if
open extend reg-file
if reg-status = "35"
  open output reg-file
end-if
call "lreg01" using lg-func-s std-partner std-seq f1r lg-result
if lg-result not = "y"
  display "sgen01: *** fatal -- no load01.reg sequence free under " std-partner " ***"
  close f1
  close reg-file
  call "lock01" using lck-func-r lck-prog-name lck-result
  close rpt-file
  move 16 to return-code
  goback
end-if
open extend lreg-file
if lreg-status = "35"
  open output lreg-file
end-if
if reg-status not = "00" or lreg-status not = "00"
  display "sgen01: *** fatal -- open of stdgen01.reg/load01.reg failed, status=" reg-status "/" lreg-status
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  close rpt-file
  move 16 to return-code
  goback
end-if
move 1 to sto-ix
perform until sto-ix > sto-used
  if oe-active(sto-ix) = "A"
    if oe-key-lo(sto-ix) not > fee-key-hi and fee-key-lo not > oe-key-hi(sto-ix)
    or oe-key-lo(sto-ix) not > accr-key-hi and accr-key-lo not > oe-key-hi(sto-ix)
      perform 3900-refuse-order
    else
      perform 2000-walk-order
      perform 4000-check-headroom
    end-if
  end-if
  add 1 to sto-ix
end-perform
close reg-file
close lreg-file
close f1
call "lock01" using lck-func-r lck-prog-name lck-result
if mv-added > 0
  call "move01" using mv-prog-name mv-added mv-no-chg mv-no-del
                      mv-net
end-if
move gen-count to t-gen
move skip-count to t-skip
write rpt-line from trl-line
close rpt-file
perform 5000-write-control
display "sgen01: occurrences generated=" gen-count " not posted=" skip-count
if skip-count > 0
  move 4 to return-code
end-if
goback.

1000-set-window.
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
  compute run-num = function integer-of-date(run-date)
  if through-date > 0 and through-date < run-date
    compute from-num = function integer-of-date(through-date) + 1
  else
    compute from-num = function integer-of-date(prev-date) + 1
  end-if
  if from-num < run-num - 366
    compute from-num = run-num - 366
  end-if
  if from-num > run-num
    move run-num to from-num
  end-if.

1100-load-orders.
  move "n" to sto-eof
  open input sto-file
  if sto-status not = "00"
    display "sgen01: no stdmst01.dat on file -- no standing orders"
    exit paragraph
  end-if
  read sto-file at end set end-of-orders to true end-read
  perform until end-of-orders
    move zero to sto-found
    move 1 to sto-ix
    perform until sto-ix > sto-used or sto-found > 0
      if oe-id(sto-ix) = so-id
        move sto-ix to sto-found
      end-if
      add 1 to sto-ix
    end-perform
    if sto-found = 0
      if sto-used < 200
        add 1 to sto-used
        move sto-used to sto-found
      else
        display "sgen01: *** warning -- more than 200 standing orders, extras ignored ***"
      end-if
    end-if
    if sto-found > 0
      move so-id to oe-id(sto-found)
      move so-active to oe-active(sto-found)
      move so-key-lo to oe-key-lo(sto-found)
      move so-key-hi to oe-key-hi(sto-found)
      move so-amount to oe-amount(sto-found)
      move so-cat to oe-cat(sto-found)
      move so-freq to oe-freq(sto-found)
      move so-day to oe-day(sto-found)
      move so-start to oe-start(sto-found)
      move so-end to oe-end(sto-found)
      move so-ent to oe-ent(sto-found)
    end-if
    read sto-file at end set end-of-orders to true end-read
  end-perform
  close sto-file.

*> occurrences nominally due inside the window -- a month-end one is
*> keyed on the month's last calendar date however early it posts.
1200-load-register.
  move "n" to reg-eof
  open input reg-file
  if reg-status not = "00"
    exit paragraph
  end-if
  compute cal-date = function date-of-integer(from-num)
  read reg-file at end set end-of-register to true end-read
  perform until end-of-register
    if sg-occ-date >= cal-date
      if done-used < 5000
        add 1 to done-used
        move sg-id to de-id(done-used)
        move sg-occ-date to de-occ(done-used)
      else
        display "sgen01: *** warning -- more than 5000 recent occurrences on stdgen01.reg ***"
      end-if
    end-if
    read reg-file at end set end-of-register to true end-read
  end-perform
  close reg-file.

1300-load-key-blocks.
  open input parm-file
  if parm-status not = "00"
    exit paragraph
  end-if
  read parm-file
    at end
      continue
    not at end
      if rp-fee01-key-lo is numeric and rp-fee01-key-hi is numeric
        move rp-fee01-key-lo to fee-key-lo
        move rp-fee01-key-hi to fee-key-hi
      end-if
      if rp-accr01-key-lo is numeric and rp-accr01-key-hi is numeric
        move rp-accr01-key-lo to accr-key-lo
        move rp-accr01-key-hi to accr-key-hi
      end-if
  end-read
  close parm-file.

*> every calendar date in the window, judged against the order.
2000-walk-order.
  move oe-key-lo(sto-ix) to try-key
  move from-num to day-num
  perform until day-num > run-num
    compute cal-date = function date-of-integer(day-num)
    perform 2100-judge-date
    if occurrence-due
      perform 2200-check-done
      if not occurrence-done
        perform 3000-generate
      end-if
    end-if
    add 1 to day-num
  end-perform.

*> W: the weekday matches; M: the day of the month matches, or the
*> month is too short for it and this is its last day; E: this is
*> the month's last business day.  a W or M date on a holiday posts
*> on the next business day; the start and end dates bound the
*> nominal date.
2100-judge-date.
  move "n" to is-due
  move cal-date to next-month
  if nm-mm = 12
    add 1 to nm-yyyy
    move 1 to nm-mm
  else
    add 1 to nm-mm
  end-if
  move 1 to nm-dd
  compute month-end = function date-of-integer(function integer-of-date(next-month) - 1)
  evaluate oe-freq(sto-ix)
    when "W"
      compute weekday = function mod(day-num, 7)
      if weekday = 0
        move 7 to weekday
      end-if
      if weekday = oe-day(sto-ix)
        move cal-date to occ-date
        move "y" to is-due
      end-if
    when "M"
      if cp-dd = oe-day(sto-ix)
          or (cal-date = month-end and oe-day(sto-ix) > mp-dd)
        move cal-date to occ-date
        move "y" to is-due
      end-if
    when "E"
      call "bday01" using bday-back month-end bday-zero bday-result
      if bday-result = cal-date
        move month-end to occ-date
        move cal-date to due-date
        move "y" to is-due
      end-if
  end-evaluate
  if not occurrence-due
    exit paragraph
  end-if
  if occ-date < oe-start(sto-ix)
      or (oe-end(sto-ix) > 0 and occ-date > oe-end(sto-ix))
    move "n" to is-due
    exit paragraph
  end-if
  if oe-freq(sto-ix) not = "E"
    call "bday01" using bday-fwd occ-date bday-zero due-date
  end-if
*> a holiday late in the window rolls past tonight -- that occurrence
*> belongs to a later night.
  if due-date > run-date
    move "n" to is-due
  end-if.

2200-check-done.
  move "n" to already-done
  move 1 to done-ix
  perform until done-ix > done-used or occurrence-done
    if de-id(done-ix) = oe-id(sto-ix) and de-occ(done-ix) = occ-date
      move "y" to already-done
    end-if
    add 1 to done-ix
  end-perform.

*> the lowest free key in the order's range takes the transaction.
3000-generate.
  move spaces to det-line
  move oe-id(sto-ix) to d-id
  move occ-date to d-occ
  move due-date to d-due
  move oe-amount(sto-ix) to d-amount
  move oe-cat(sto-ix) to d-cat
  call "period01" using due-date pd-result oe-ent(sto-ix)
  if pd-result = "c"
    add 1 to skip-count
    move "PERIOD CLOSED -- NOT POSTED" to d-note
    write rpt-line from det-line
    move spaces to al-msg
    string "order " oe-id(sto-ix) " " occ-date " period closed"
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
    exit paragraph
  end-if
  move "n" to key-placed
  perform until key-was-placed or try-key > oe-key-hi(sto-ix)
    move spaces to f1r
    move try-key to f1-cnt
    move zero to f1-hdr-size
    move due-date to f1-txn-date
    move oe-amount(sto-ix) to f1-amount
    move oe-cat(sto-ix) to f1-cat
    move oe-ent(sto-ix) to f1-ent
    write f1r
      invalid key
        add 1 to try-key
      not invalid key
        move "y" to key-placed
    end-write
  end-perform
  if not key-was-placed
    add 1 to skip-count
    move "KEY RANGE FULL -- NOT POSTED" to d-note
    write rpt-line from det-line
    move spaces to al-msg
    string "order " oe-id(sto-ix) " key range full"
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
    exit paragraph
  end-if
  add 1 to gen-count
  add 1 to mv-added
  add f1-amount to mv-net
  move f1-cnt to d-cnt
  write rpt-line from det-line
  move spaces to reg-rec
  move oe-id(sto-ix) to sg-id
  move occ-date to sg-occ-date
  move due-date to sg-due-date
  move f1-cnt to sg-cnt
  move run-date to sg-gen-date
  move f1-amount to sg-amount
  move f1-cat to sg-cat
  write reg-rec
  if reg-status not = "00"
    display "sgen01: *** fatal -- write to stdgen01.reg failed, status=" reg-status
    move "write to stdgen01.reg failed" to al-msg
    perform 4900-stop-posting
  end-if
  move spaces to lreg-rec
  move std-partner to lr-partner
  move std-seq to lr-seq
  move run-date to lr-load-date
  move f1-cnt to lr-cnt
  move f1-txn-date to lr-txn-date
  move f1-amount to lr-amount
  move f1-cat to lr-cat
  move f1-ent to lr-ent
  write lreg-rec
  if lreg-status not = "00"
    display "sgen01: *** fatal -- write to load01.reg failed, status=" lreg-status
    move "write to load01.reg failed" to al-msg
    perform 4900-stop-posting
  end-if
  if done-used < 5000
    add 1 to done-used
    move oe-id(sto-ix) to de-id(done-used)
    move occ-date to de-occ(done-used)
  end-if.

3900-refuse-order.
  add 1 to skip-count
  display "sgen01: *** order " oe-id(sto-ix) " key range " oe-key-lo(sto-ix) "-" oe-key-hi(sto-ix) " overlaps the fee01/accr01 key blocks -- nothing posted ***"
  move spaces to det-line
  move oe-id(sto-ix) to d-id
  move zero to d-occ
  move zero to d-due
  move zero to d-cnt
  move oe-amount(sto-ix) to d-amount
  move oe-cat(sto-ix) to d-cat
  move "RANGE IN FEE/ACCR BLOCK" to d-note
  write rpt-line from det-line
  move spaces to al-msg
  string "order " oe-id(sto-ix) " range in fee/accr block"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg.

4000-check-headroom.
  move zero to used-keys
  move "n" to f1-eof
  move oe-key-lo(sto-ix) to f1-cnt
  start f1 key not < f1-cnt
    invalid key
      set end-of-master to true
  end-start
  if not end-of-master
    read f1 next at end set end-of-master to true end-read
  end-if
  perform until end-of-master or f1-cnt > oe-key-hi(sto-ix)
    add 1 to used-keys
    read f1 next at end set end-of-master to true end-read
  end-perform
  compute block-size = oe-key-hi(sto-ix) - oe-key-lo(sto-ix) + 1
  compute free-keys = block-size - used-keys
  if free-keys * 10 < block-size
    display "sgen01: *** order " oe-id(sto-ix) " key range " oe-key-lo(sto-ix) "-" oe-key-hi(sto-ix) " keys free=" free-keys " ***"
    move spaces to al-msg
    string "order " oe-id(sto-ix) ": " free-keys " keys left"
      delimited by size into al-msg
    move "W" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move "E" to al-sev
  end-if.

*> an occurrence on the master that stdgen01.reg does not hold would
*> be generated again, and one load01.reg does not hold is lost by
*> the next rebuild -- the run stops where it stands, for the
*> occurrence named on the console to be put right.
4900-stop-posting.
  display "sgen01: *** posting stopped at order " oe-id(sto-ix) " key " f1-cnt " ***"
  close reg-file
  close lreg-file
  close f1
  close rpt-file
  call "lock01" using lck-func-r lck-prog-name lck-result
  move "F" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move 16 to return-code
  goback.

5000-write-control.
  open output ctl-file
  if ctl-status not = "00"
    display "sgen01: *** warning -- open of sgen01.ctl failed, status=" ctl-status
    exit paragraph
  end-if
  move spaces to ctl-rec
  move run-date to ctl-through
  write ctl-rec
  close ctl-file.
