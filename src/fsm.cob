identification division.
program-id. fsm01.
environment division.
input-output section.
file-control.
*> the fee schedule: per transaction category, what the nightly fee
*> run charges on each detail -- a flat amount or a percentage of
*> the detail's amount, bounded by a minimum and a maximum charge,
*> effective between two dates, posted to a fee category.  appended
*> only, last line per category and effective-from date wins, the
*> correction-by-append convention catmst01.dat uses; an "I" line
*> withdraws a schedule.
  select fs-file assign to dynamic fs-path
    organization is line sequential
    file status is fs-status.
*> the category master both codes are proved against.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
data division.
file section.
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
fd cat-file.
01 cat-rec.
  03 cm-code pic x(2).
  03 filler pic x(1).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 fs-path pic x(60) value "feesch01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 fs-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 fs-eof pic x(1) value "n".
  88 end-of-schedule value "y".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 raw-cat pic x(2) value spaces.
01 raw-from pic x(8) value spaces.
01 raw-from-n redefines raw-from pic 9(8).
01 raw-to pic x(8) value spaces.
01 raw-to-n redefines raw-to pic 9(8).
01 raw-basis pic x(1) value space.
*> money is keyed as nine digits with no decimal point, the 9(7)v99
*> convention menu01 uses for the adj01 threshold; the percentage
*> as seven digits, 9(3)v9(4) -- 0012500 is 1.25 per cent.
01 raw-flat pic x(9) value spaces.
01 raw-flat-n redefines raw-flat pic 9(7)v99.
01 raw-pct pic x(7) value spaces.
01 raw-pct-n redefines raw-pct pic 9(3)v9(4).
01 raw-min pic x(9) value spaces.
01 raw-min-n redefines raw-min pic 9(7)v99.
01 raw-max pic x(9) value spaces.
01 raw-max-n redefines raw-max pic 9(7)v99.
01 raw-fee-cat pic x(2) value spaces.
01 new-active pic x(1) value space.
01 check-code pic x(2) value spaces.
01 code-state pic x(1) value space.
01 show-flat pic z(6)9.99.
01 show-pct pic zz9.9999.
01 show-min pic z(6)9.99.
01 show-max pic z(6)9.99.
01 listed-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p fs-path
call "env01" using env-func-p cat-path
move "n" to session-done
perform until session-over
  display " "
  display "fsm01 -- fee schedule maintenance"
  display "  l) list fee schedules"
  display "  a) add or change a fee schedule"
  display "  d) withdraw a fee schedule"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-list-schedules
    when action-code = "a" or action-code = "A"
      perform 2000-add-schedule
    when action-code = "d" or action-code = "D"
      perform 3000-withdraw-schedule
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-list-schedules.
  move zero to listed-count
  move "n" to fs-eof
  open input fs-file
  if fs-status not = "00"
    display "fsm01: no feesch01.dat on file yet"
    exit paragraph
  end-if
  read fs-file at end set end-of-schedule to true end-read
  perform until end-of-schedule
    move fs-flat to show-flat
    move fs-pct to show-pct
    move fs-min to show-min
    move fs-max to show-max
    display "  " fs-cat " " fs-active " " fs-from "-" fs-to " " fs-basis
      " flat=" show-flat " pct=" show-pct " min=" show-min " max=" show-max
      " fee cat=" fs-fee-cat
    add 1 to listed-count
    read fs-file at end set end-of-schedule to true end-read
  end-perform
  close fs-file
  display "fsm01: lines listed=" listed-count " (the last line per category and from-date counts)".

2000-add-schedule.
  display "fsm01 -- transaction category x(2) the fee is charged on:"
  move spaces to raw-cat
  accept raw-cat
  move raw-cat to check-code
  perform 5000-check-category
  if code-state not = "A"
    display "fsm01: *** category " raw-cat " is not an active catmst01 code -- not added ***"
    exit paragraph
  end-if
  display "fsm01 -- effective from date 9(8) yyyymmdd:"
  move spaces to raw-from
  accept raw-from
  if raw-from is not numeric or raw-from-n = 0
    display "fsm01: *** effective-from must be an 8-digit date -- not added ***"
    exit paragraph
  end-if
  display "fsm01 -- effective to date 9(8) yyyymmdd, 0 = open-ended:"
  move spaces to raw-to
  accept raw-to
  if raw-to is not numeric
    display "fsm01: *** effective-to must be 8 digits -- not added ***"
    exit paragraph
  end-if
  if raw-to-n > 0 and raw-to-n < raw-from-n
    display "fsm01: *** effective-to is before effective-from -- not added ***"
    exit paragraph
  end-if
  display "fsm01 -- basis x(1), F = flat amount, P = percentage of the amount:"
  move space to raw-basis
  accept raw-basis
  move function upper-case(raw-basis) to raw-basis
  if raw-basis not = "F" and raw-basis not = "P"
    display "fsm01: *** basis must be F or P -- not added ***"
    exit paragraph
  end-if
  move zero to raw-flat-n
  move zero to raw-pct-n
  if raw-basis = "F"
    display "fsm01 -- flat charge 9(9) (9(7)v99, no decimal point):"
    move spaces to raw-flat
    accept raw-flat
    if raw-flat is not numeric
      display "fsm01: *** flat charge must be 9 numeric digits -- not added ***"
      exit paragraph
    end-if
  else
    display "fsm01 -- percentage 9(7) (9(3)v9(4), 0012500 = 1.25%):"
    move spaces to raw-pct
    accept raw-pct
    if raw-pct is not numeric
      display "fsm01: *** percentage must be 7 numeric digits -- not added ***"
      exit paragraph
    end-if
  end-if
  display "fsm01 -- minimum charge 9(9) (9(7)v99), 0 = none:"
  move spaces to raw-min
  accept raw-min
  if raw-min is not numeric
    display "fsm01: *** minimum must be 9 numeric digits -- not added ***"
    exit paragraph
  end-if
  display "fsm01 -- maximum charge 9(9) (9(7)v99), 0 = none:"
  move spaces to raw-max
  accept raw-max
  if raw-max is not numeric
    display "fsm01: *** maximum must be 9 numeric digits -- not added ***"
    exit paragraph
  end-if
  if raw-max-n > 0 and raw-max-n < raw-min-n
    display "fsm01: *** maximum is below the minimum -- not added ***"
    exit paragraph
  end-if
  display "fsm01 -- fee category x(2) the charge posts to:"
  move spaces to raw-fee-cat
  accept raw-fee-cat
  move raw-fee-cat to check-code
  perform 5000-check-category
  if code-state not = "A"
    display "fsm01: *** fee category " raw-fee-cat " is not an active catmst01 code -- not added ***"
    exit paragraph
  end-if
*> a charge posted back to the category it was charged on would be
*> charged again the next time the fee run met it.
  if raw-fee-cat = raw-cat
    display "fsm01: *** the fee category must differ from the charged category -- not added ***"
    exit paragraph
  end-if
  move "A" to new-active
  perform 4000-append-line.

3000-withdraw-schedule.
  display "fsm01 -- category x(2) of the schedule to withdraw:"
  move spaces to raw-cat
  accept raw-cat
  display "fsm01 -- its effective-from date 9(8):"
  move spaces to raw-from
  accept raw-from
  if raw-from is not numeric
    display "fsm01: *** effective-from must be an 8-digit date -- nothing done ***"
    exit paragraph
  end-if
  move zero to raw-to-n
  move "F" to raw-basis
  move zero to raw-flat-n
  move zero to raw-pct-n
  move zero to raw-min-n
  move zero to raw-max-n
  move spaces to raw-fee-cat
  move "I" to new-active
  perform 4000-append-line.

4000-append-line.
  open extend fs-file
  if fs-status = "35"
    open output fs-file
  end-if
  if fs-status not = "00"
    display "fsm01: *** fatal -- open of feesch01.dat failed, status=" fs-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to fs-rec
  move raw-cat to fs-cat
  move raw-from-n to fs-from
  move raw-to-n to fs-to
  move raw-basis to fs-basis
  move raw-flat-n to fs-flat
  move raw-pct-n to fs-pct
  move raw-min-n to fs-min
  move raw-max-n to fs-max
  move raw-fee-cat to fs-fee-cat
  move new-active to fs-active
  write fs-rec
  if fs-status not = "00"
    display "fsm01: *** fatal -- write to feesch01.dat failed, status=" fs-status
    move 16 to return-code
  else
    if new-active = "A"
      display "fsm01: fee schedule " raw-cat " from " raw-from " recorded"
    else
      display "fsm01: fee schedule " raw-cat " from " raw-from " withdrawn"
    end-if
  end-if
  close fs-file.

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
    if cm-code = check-code
      move cm-active to code-state
    end-if
    read cat-file at end set end-of-categories to true end-read
  end-perform
  close cat-file.
