identification division.
program-id. bwo01.
environment division.
input-output section.
file-control.
*> the open items bmat01 carries from day to day.  a write-off takes
*> the item out of the file -- read whole, written back whole without
*> it -- and records it on the write-off register, so the matcher
*> never takes it in again.
  select opn-file assign to dynamic opn-path
    organization is line sequential
    file status is opn-status.
  select wof-file assign to dynamic wof-path
    organization is line sequential
    file status is wof-status.
data division.
file section.
fd opn-file.
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
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 opn-path pic x(60) value "bank01.opn".
01 wof-path pic x(60) value "bank01.wof".
01 opn-status pic x(2) value spaces.
01 wof-status pic x(2) value spaces.
01 opn-eof pic x(1) value "n".
  88 end-of-open value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 op-id pic x(8) value spaces.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 now-time pic 9(8) value zero.
*> the open-items file held whole while one item is taken out.
01 opn-table.
  02 opn-line pic x(90) occurs 7000 times.
01 opn-used pic 9(4) value zero.
01 opn-ix pic 9(4) value zero.
01 opn-found pic 9(4) value zero.
01 raw-side pic x(1) value space.
01 raw-id pic x(13) value spaces.
01 raw-reason pic x(30) value spaces.
01 confirm pic x(1) value space.
01 show-amount pic -(7)9.99 value zero.
01 listed-count pic 9(5) value zero.
01 al-prog-name pic x(8) value "BWO01".
01 al-sev pic x(1) value "F".
01 al-msg pic x(40) value spaces.
linkage section.
*> the operator menu01 signed on -- recorded against each write-off;
*> a standalone run is recorded under UNLISTED.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p opn-path
call "env01" using env-func-p wof-path
if address of lk-op-id = null
  move "UNLISTED" to op-id
else
  move lk-op-id to op-id
end-if
call "bdate01" using bd-func-g run-date
move "n" to session-done
perform until session-over
  display " "
  display "bwo01 -- bank reconciliation open items"
  display "  l) list open items"
  display "  w) write off an open item"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-list-items
    when action-code = "w" or action-code = "W"
      perform 2000-write-off-item
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-list-items.
  move zero to listed-count
  move "n" to opn-eof
  open input opn-file
  if opn-status not = "00"
    display "bwo01: no bank01.opn on file -- nothing is open"
    exit paragraph
  end-if
  read opn-file at end set end-of-open to true end-read
  perform until end-of-open
    move oi-amount to show-amount
    display "  " oi-side " " oi-id " " oi-ref " " oi-txn-date " " show-amount
      " " oi-cat " open since " oi-first
    add 1 to listed-count
    read opn-file at end set end-of-open to true end-read
  end-perform
  close opn-file
  display "bwo01: open items listed=" listed-count.

2000-write-off-item.
  display "bwo01 -- side x(1), S = statement line, M = master detail:"
  move space to raw-side
  accept raw-side
  move function upper-case(raw-side) to raw-side
  if raw-side not = "S" and raw-side not = "M"
    display "bwo01: *** side must be S or M -- nothing done ***"
    exit paragraph
  end-if
  display "bwo01 -- item id x(13) as listed:"
  move spaces to raw-id
  accept raw-id
  move zero to return-code
  perform 2100-load-open-items
  if return-code = 16
    exit paragraph
  end-if
  move zero to opn-found
  move 1 to opn-ix
  perform until opn-ix > opn-used or opn-found > 0
    move opn-line(opn-ix) to opn-rec
    if oi-side = raw-side and oi-id = raw-id
      move opn-ix to opn-found
    end-if
    add 1 to opn-ix
  end-perform
  if opn-found = 0
    display "bwo01: *** " raw-side " " raw-id " is not an open item -- nothing done ***"
    exit paragraph
  end-if
  move opn-line(opn-found) to opn-rec
  move oi-amount to show-amount
  display "bwo01: " oi-side " " oi-id " " oi-txn-date " " show-amount " open since " oi-first
  display "bwo01 -- reason x(30):"
  move spaces to raw-reason
  accept raw-reason
  if raw-reason = spaces
    display "bwo01: *** a write-off needs a reason -- nothing done ***"
    exit paragraph
  end-if
  display "bwo01 -- write this item off, y/n:"
  move space to confirm
  accept confirm
  if confirm not = "y" and confirm not = "Y"
    display "bwo01: not written off"
    exit paragraph
  end-if
*> the register line goes first: an item off the open file but not on
*> the register would come back in as new on the next match.
  open extend wof-file
  if wof-status = "35"
    open output wof-file
  end-if
  if wof-status not = "00"
    display "bwo01: *** fatal -- open of bank01.wof failed, status=" wof-status
    move 16 to return-code
    exit paragraph
  end-if
  accept now-time from time
  move spaces to wof-rec
  move run-date to wo-date
  move now-time(1:6) to wo-time
  move op-id to wo-op
  move oi-side to wo-side
  move oi-id to wo-id
  move oi-txn-date to wo-txn-date
  move oi-amount to wo-amount
  move raw-reason to wo-reason
  write wof-rec
  if wof-status not = "00"
    display "bwo01: *** fatal -- write to bank01.wof failed, status=" wof-status
      " -- " raw-side " " raw-id " left open ***"
    close wof-file
    move "write to bank01.wof failed" to al-msg
    call "alert01" using al-prog-name al-sev al-msg
    move 16 to return-code
    goback
  end-if
  close wof-file
  open output opn-file
  if opn-status not = "00"
    display "bwo01: *** fatal -- rewrite of bank01.opn failed, status=" opn-status
    move 16 to return-code
    exit paragraph
  end-if
  move 1 to opn-ix
  perform until opn-ix > opn-used
    if opn-ix not = opn-found
      move opn-line(opn-ix) to opn-rec
      write opn-rec
    end-if
    add 1 to opn-ix
  end-perform
  close opn-file
  display "bwo01: " raw-side " " raw-id " written off by " op-id.

2100-load-open-items.
  move zero to opn-used
  move "n" to opn-eof
  open input opn-file
  if opn-status not = "00"
    exit paragraph
  end-if
  read opn-file at end set end-of-open to true end-read
  perform until end-of-open
    if opn-used >= 7000
      display "bwo01: *** fatal -- more than 7000 open items, file not rewritten ***"
      move 16 to return-code
      close opn-file
      exit paragraph
    end-if
    add 1 to opn-used
    move opn-rec to opn-line(opn-used)
    read opn-file at end set end-of-open to true end-read
  end-perform
  close opn-file.
