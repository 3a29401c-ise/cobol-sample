identification division.
program-id. ptnm01.
environment division.
input-output section.
file-control.
*> the partner master: who may send us files, whether they are
*> active, the weekdays a file is expected (Monday to Friday, each
*> Y or N, judged only on runcal.dat business days), and the largest
*> file load01 will take from them -- detail count and amount hash --
*> and the entity their transactions are booked to (spaces = home).
*> appended only, last line per partner wins, the same correction-
*> by-append convention catmst01.dat uses.
  select ptn-file assign to dynamic ptn-path
    organization is line sequential
    file status is ptn-status.
data division.
file section.
fd ptn-file.
01 ptn-rec.
  03 pm-id pic x(4).
  03 filler pic x(1).
  03 pm-active pic x(1).
  03 filler pic x(1).
  03 pm-name pic x(20).
  03 filler pic x(1).
  03 pm-days pic x(5).
  03 filler pic x(1).
  03 pm-max-count pic 9(7).
  03 filler pic x(1).
  03 pm-max-amount pic 9(11)v99.
  03 filler pic x(1).
  03 pm-ent pic x(2).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ptn-path pic x(60) value "ptnmst01.dat".
01 ptn-status pic x(2) value spaces.
01 ptn-eof pic x(1) value "n".
  88 end-of-partners value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 raw-id pic x(4) value spaces.
01 raw-name pic x(20) value spaces.
01 raw-days pic x(5) value spaces.
01 raw-count pic x(7) value spaces.
01 raw-count-n redefines raw-count pic 9(7).
*> the amount limit is keyed as thirteen digits with no decimal
*> point, the 9(n)v99 convention menu01 uses for the adj01 threshold.
01 raw-amount pic x(13) value spaces.
01 raw-amount-n redefines raw-amount pic 9(11)v99.
01 new-active pic x(1) value space.
01 raw-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
01 day-ix pic 9(1) value zero.
01 days-ok pic x(1) value "y".
  88 days-good value "y".
01 show-amount pic z(10)9.99 value zero.
01 listed-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p ptn-path
move "n" to session-done
perform until session-over
  display " "
  display "ptnm01 -- partner master maintenance"
  display "  l) list partners"
  display "  a) add or change a partner"
  display "  d) deactivate a partner"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-list-partners
    when action-code = "a" or action-code = "A"
      perform 2000-add-partner
    when action-code = "d" or action-code = "D"
      perform 3000-deactivate-partner
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-list-partners.
  move zero to listed-count
  move "n" to ptn-eof
  open input ptn-file
  if ptn-status not = "00"
    display "ptnm01: no ptnmst01.dat on file yet"
    exit paragraph
  end-if
  read ptn-file at end set end-of-partners to true end-read
  perform until end-of-partners
    move pm-max-amount to show-amount
    display "  " pm-id " " pm-active " " pm-name " days(MTWTF)=" pm-days
      " max details=" pm-max-count " max amount=" show-amount " ent=" pm-ent
    add 1 to listed-count
    read ptn-file at end set end-of-partners to true end-read
  end-perform
  close ptn-file
  display "ptnm01: lines listed=" listed-count " (the last line per partner counts)".

2000-add-partner.
  display "ptnm01 -- partner id x(4):"
  move spaces to raw-id
  accept raw-id
  if raw-id = spaces
    display "ptnm01: *** id may not be blank -- not added ***"
    exit paragraph
  end-if
  display "ptnm01 -- partner name x(20):"
  move spaces to raw-name
  accept raw-name
  display "ptnm01 -- expected sending days x(5), Y or N for Monday to Friday:"
  move spaces to raw-days
  accept raw-days
  move function upper-case(raw-days) to raw-days
  move "y" to days-ok
  move 1 to day-ix
  perform until day-ix > 5
    if raw-days(day-ix:1) not = "Y" and raw-days(day-ix:1) not = "N"
      move "n" to days-ok
    end-if
    add 1 to day-ix
  end-perform
  if not days-good
    display "ptnm01: *** sending days must be five Y/N flags -- not added ***"
    exit paragraph
  end-if
  display "ptnm01 -- maximum details per file 9(7), 0 = no limit:"
  move spaces to raw-count
  accept raw-count
  if raw-count is not numeric
    display "ptnm01: *** maximum details must be 7 numeric digits -- not added ***"
    exit paragraph
  end-if
  display "ptnm01 -- maximum file amount 9(13) (9(11)v99, no decimal point), 0 = no limit:"
  move spaces to raw-amount
  accept raw-amount
  if raw-amount is not numeric
    display "ptnm01: *** maximum amount must be 13 numeric digits -- not added ***"
    exit paragraph
  end-if
  display "ptnm01 -- entity x(2) the partner's transactions belong to, blank for home:"
  move spaces to raw-ent
  accept raw-ent
  move function upper-case(raw-ent) to raw-ent
  call "ent01" using en-func-k en-op raw-ent en-result en-name
  if en-result not = "y"
    display "ptnm01: *** entity [" raw-ent "] is not active on the entity master -- not added ***"
    exit paragraph
  end-if
  move "A" to new-active
  perform 4000-append-line.

*> a deactivation carries no schedule or limits -- load01 refuses
*> the partner outright and the overdue watch stops expecting them.
3000-deactivate-partner.
  display "ptnm01 -- partner id x(4) to deactivate:"
  move spaces to raw-id
  accept raw-id
  if raw-id = spaces
    display "ptnm01: *** id may not be blank -- nothing done ***"
    exit paragraph
  end-if
  move spaces to raw-name
  move "NNNNN" to raw-days
  move zero to raw-count-n
  move zero to raw-amount-n
  move spaces to raw-ent
  move "I" to new-active
  perform 4000-append-line.

4000-append-line.
  open extend ptn-file
  if ptn-status = "35"
    open output ptn-file
  end-if
  if ptn-status not = "00"
    display "ptnm01: *** fatal -- open of ptnmst01.dat failed, status=" ptn-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to ptn-rec
  move raw-id to pm-id
  move new-active to pm-active
  move raw-name to pm-name
  move raw-days to pm-days
  move raw-count-n to pm-max-count
  move raw-amount-n to pm-max-amount
  move raw-ent to pm-ent
  write ptn-rec
  if ptn-status not = "00"
    display "ptnm01: *** fatal -- write to ptnmst01.dat failed, status=" ptn-status
    move 16 to return-code
  else
    if new-active = "A"
      display "ptnm01: partner " raw-id " recorded as active"
    else
      display "ptnm01: partner " raw-id " recorded as inactive"
    end-if
  end-if
  close ptn-file.
