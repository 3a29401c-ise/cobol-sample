identification division.
program-id. stdm01.
environment division.
input-output section.
file-control.
*> the standing-transaction master: one line per standing order --
*> the key range its transactions are written under, amount (signed
*> the master's way: negative = debit), category, how often it falls
*> due (W weekly on weekday N, M monthly on day N, E month-end) and
*> the dates it runs between, and the entity it books to (spaces =
*> home).  appended only, last line per id wins,
*> the correction-by-append convention catmst01.dat uses; an "I"
*> line stops the order.
  select sto-file assign to dynamic sto-path
    organization is line sequential
    file status is sto-status.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
*> the run parameters, for fee01's and accr01's key blocks.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
data division.
file section.
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
fd cat-file.
01 cat-rec.
  03 cm-code pic x(2).
  03 filler pic x(1).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
fd parm-file.
  copy runparm.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 sto-path pic x(60) value "stdmst01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 parm-path pic x(60) value "runparm.dat".
01 parm-status pic x(2) value spaces.
01 sto-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 sto-eof pic x(1) value "n".
  88 end-of-orders value "y".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 raw-id pic x(6) value spaces.
01 raw-lo pic x(5) value spaces.
01 raw-lo-n redefines raw-lo pic 9(5).
01 raw-hi pic x(5) value spaces.
01 raw-hi-n redefines raw-hi pic 9(5).
*> the amount is keyed as a sign and nine digits, 9(7)v99 with no
*> decimal point, the way budm01 takes a signed amount.
01 raw-amount.
  03 ra-sign pic x(1).
  03 ra-digits pic x(9).
  03 ra-digits-n redefines ra-digits pic 9(7)v99.
01 new-amount pic s9(7)v99 value zero.
01 raw-cat pic x(2) value spaces.
01 raw-freq pic x(1) value space.
01 raw-day pic x(2) value spaces.
01 raw-day-n redefines raw-day pic 9(2).
01 raw-start pic x(8) value spaces.
01 raw-start-n redefines raw-start pic 9(8).
01 raw-end pic x(8) value spaces.
01 raw-end-n redefines raw-end pic 9(8).
01 raw-text pic x(20) value spaces.
01 new-active pic x(1) value space.
01 raw-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
01 code-state pic x(1) value space.
*> array01's reserved block and header key start here -- a standing
*> order may not write into them.
01 arr-key-base pic 9(5) value 99800.
*> fee01's and accr01's key blocks, from runparm.dat -- their own
*> defaults when the parameters have never been saved.  a standing
*> order may not write into either.
01 fee-key-lo pic 9(5) value 98000.
01 fee-key-hi pic 9(5) value 98999.
01 accr-key-lo pic 9(5) value 99000.
01 accr-key-hi pic 9(5) value 99799.
01 show-amount pic -(7)9.99.
01 listed-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p sto-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p parm-path
move "n" to session-done
perform until session-over
  display " "
  display "stdm01 -- standing transaction maintenance"
  display "  l) list standing orders"
  display "  a) add or change a standing order"
  display "  d) stop a standing order"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-list-orders
    when action-code = "a" or action-code = "A"
      perform 2000-add-order
    when action-code = "d" or action-code = "D"
      perform 3000-stop-order
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-list-orders.
  move zero to listed-count
  move "n" to sto-eof
  open input sto-file
  if sto-status not = "00"
    display "stdm01: no stdmst01.dat on file yet"
    exit paragraph
  end-if
  read sto-file at end set end-of-orders to true end-read
  perform until end-of-orders
    move so-amount to show-amount
    display "  " so-id " " so-active " keys " so-key-lo "-" so-key-hi " " show-amount
      " " so-cat " " so-freq so-day " " so-start "-" so-end " " so-text " ent=" so-ent
    add 1 to listed-count
    read sto-file at end set end-of-orders to true end-read
  end-perform
  close sto-file
  display "stdm01: lines listed=" listed-count " (the last line per id counts)".

2000-add-order.
  display "stdm01 -- standing order id x(6):"
  move spaces to raw-id
  accept raw-id
  if raw-id = spaces
    display "stdm01: *** id may not be blank -- not added ***"
    exit paragraph
  end-if
  display "stdm01 -- lowest key of the range 9(5):"
  move spaces to raw-lo
  accept raw-lo
  display "stdm01 -- highest key of the range 9(5):"
  move spaces to raw-hi
  accept raw-hi
  if raw-lo is not numeric or raw-hi is not numeric
    display "stdm01: *** key range must be two 5-digit keys -- not added ***"
    exit paragraph
  end-if
  if raw-lo-n = 0 or raw-hi-n < raw-lo-n or raw-hi-n >= arr-key-base
    display "stdm01: *** key range must run low to high inside 00001-99799 -- not added ***"
    exit paragraph
  end-if
  perform 6000-load-key-blocks
  if raw-lo-n not > fee-key-hi and fee-key-lo not > raw-hi-n
    display "stdm01: *** key range overlaps fee01's key block " fee-key-lo "-" fee-key-hi " -- not added ***"
    exit paragraph
  end-if
  if raw-lo-n not > accr-key-hi and accr-key-lo not > raw-hi-n
    display "stdm01: *** key range overlaps accr01's key block " accr-key-lo "-" accr-key-hi " -- not added ***"
    exit paragraph
  end-if
  display "stdm01 -- amount: sign (+ or -) then 9(9) (9(7)v99, no decimal point):"
  move spaces to raw-amount
  accept raw-amount
  if (ra-sign not = "+" and ra-sign not = "-") or ra-digits is not numeric
    display "stdm01: *** amount must be a sign and 9 digits -- not added ***"
    exit paragraph
  end-if
  move ra-digits-n to new-amount
  if ra-sign = "-"
    compute new-amount = new-amount * -1
  end-if
  display "stdm01 -- category x(2):"
  move spaces to raw-cat
  accept raw-cat
  perform 5000-check-category
  if code-state not = "A"
    display "stdm01: *** category " raw-cat " is not an active catmst01 code -- not added ***"
    exit paragraph
  end-if
  display "stdm01 -- frequency x(1): W weekly, M monthly on a day, E month-end:"
  move space to raw-freq
  accept raw-freq
  move function upper-case(raw-freq) to raw-freq
  move zero to raw-day-n
  evaluate raw-freq
    when "W"
      display "stdm01 -- weekday 9(2), 01 = Monday through 07 = Sunday:"
      move spaces to raw-day
      accept raw-day
      if raw-day is not numeric or raw-day-n < 1 or raw-day-n > 7
        display "stdm01: *** weekday must be 01-07 -- not added ***"
        exit paragraph
      end-if
    when "M"
      display "stdm01 -- day of the month 9(2), 01-31 (beyond the month's end = its last day):"
      move spaces to raw-day
      accept raw-day
      if raw-day is not numeric or raw-day-n < 1 or raw-day-n > 31
        display "stdm01: *** day of the month must be 01-31 -- not added ***"
        exit paragraph
      end-if
    when "E"
      continue
    when other
      display "stdm01: *** frequency must be W, M or E -- not added ***"
      exit paragraph
  end-evaluate
  display "stdm01 -- start date 9(8) yyyymmdd:"
  move spaces to raw-start
  accept raw-start
  if raw-start is not numeric or raw-start-n = 0
    display "stdm01: *** start must be an 8-digit date -- not added ***"
    exit paragraph
  end-if
  display "stdm01 -- end date 9(8) yyyymmdd, 0 = open-ended:"
  move spaces to raw-end
  accept raw-end
  if raw-end is not numeric
    display "stdm01: *** end must be 8 digits -- not added ***"
    exit paragraph
  end-if
  if raw-end-n > 0 and raw-end-n < raw-start-n
    display "stdm01: *** end is before start -- not added ***"
    exit paragraph
  end-if
  display "stdm01 -- description x(20):"
  move spaces to raw-text
  accept raw-text
  display "stdm01 -- entity x(2) the order books to, blank for home:"
  move spaces to raw-ent
  accept raw-ent
  move function upper-case(raw-ent) to raw-ent
  call "ent01" using en-func-k en-op raw-ent en-result en-name
  if en-result not = "y"
    display "stdm01: *** entity [" raw-ent "] is not active on the entity master -- not added ***"
    exit paragraph
  end-if
  move "A" to new-active
  perform 4000-append-line.

*> a stop carries only the id -- sgen01 generates nothing more for it.
3000-stop-order.
  display "stdm01 -- standing order id x(6) to stop:"
  move spaces to raw-id
  accept raw-id
  if raw-id = spaces
    display "stdm01: *** id may not be blank -- nothing done ***"
    exit paragraph
  end-if
  move zero to raw-lo-n
  move zero to raw-hi-n
  move zero to new-amount
  move spaces to raw-cat
  move "E" to raw-freq
  move zero to raw-day-n
  move zero to raw-start-n
  move zero to raw-end-n
  move spaces to raw-text
  move spaces to raw-ent
  move "I" to new-active
  perform 4000-append-line.

4000-append-line.
  open extend sto-file
  if sto-status = "35"
    open output sto-file
  end-if
  if sto-status not = "00"
    display "stdm01: *** fatal -- open of stdmst01.dat failed, status=" sto-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to sto-rec
  move raw-id to so-id
  move new-active to so-active
  move raw-lo-n to so-key-lo
  move raw-hi-n to so-key-hi
  move new-amount to so-amount
  move raw-cat to so-cat
  move raw-freq to so-freq
  move raw-day-n to so-day
  move raw-start-n to so-start
  move raw-end-n to so-end
  move raw-text to so-text
  move raw-ent to so-ent
  write sto-rec
  if sto-status not = "00"
    display "stdm01: *** fatal -- write to stdmst01.dat failed, status=" sto-status
    move 16 to return-code
  else
    if new-active = "A"
      display "stdm01: standing order " raw-id " recorded"
    else
      display "stdm01: standing order " raw-id " stopped"
    end-if
  end-if
  close sto-file.

*> the code's state on the category master, last line winning; with
*> no master on file every code passes, as load01 treats it.
5000-check-category.
  move space to code-state
  move "n" to cat-eof
  open input cat-file
  if cat-status not = "00"
    move "A" to code-state
    exit paragraph
  end-if
  read cat-file at end set end-of-categories to true end-read
  perform until end-of-categories
    if cm-code = raw-cat
      move cm-active to code-state
    end-if
    read cat-file at end set end-of-categories to true end-read
  end-perform
  close cat-file.

6000-load-key-blocks.
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
