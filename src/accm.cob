identification division.
program-id. accm01.
environment division.
input-output section.
file-control.
*> the accrual entries accr01 posts at month-end and reverses in the
*> new month -- layout and conventions in acer.cpy.
  select ent-file assign to dynamic ent-path
    organization is line sequential
    file status is ent-status.
*> the register of legs accr01 has posted -- read only, for each
*> accrual's state and so a posted one is never changed under it.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
*> the category master -- an accrual is only taken for a code cat01
*> knows.  no catmst01.dat at all means no check.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
data division.
file section.
fd ent-file.
  copy acer.
fd reg-file.
  copy acrg.
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
01 ent-path pic x(60) value "accrual01.dat".
01 reg-path pic x(60) value "accrual01.reg".
01 cat-path pic x(60) value "catmst01.dat".
01 ent-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 ent-eof pic x(1) value "n".
  88 end-of-entries value "y".
01 reg-eof pic x(1) value "n".
  88 end-of-register value "y".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 raw-period pic x(6) value spaces.
01 want-period pic 9(6) value zero.
01 raw-id pic x(6) value spaces.
01 raw-code pic x(2) value spaces.
01 raw-sign pic x(1) value space.
*> the amount is keyed as nine digits with no decimal point, the
*> 9(n)v99 convention budm01 uses for its budgets.
01 raw-amount pic x(9) value spaces.
01 raw-amount-n redefines raw-amount pic 9(7)v99.
*> the line about to be appended.
01 new-id pic x(6) value spaces.
01 new-active pic x(1) value space.
01 new-period pic 9(6) value zero.
01 new-cat pic x(2) value spaces.
01 new-amount pic s9(7)v99 value zero.
01 new-ent pic x(2) value spaces.
01 new-reason pic x(30) value spaces.
01 show-amount pic -(7)9.99 value zero.
01 raw-reason pic x(30) value spaces.
01 raw-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
01 listed-count pic 9(5) value zero.
01 op-id pic x(8) value spaces.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 have-cat pic x(1) value "n".
  88 cat-loaded value "y".
01 code-known pic x(1) value "n".
  88 category-known value "y".
*> the accruals for the period asked about, last line per id
*> winning, each with the state the register leaves it in.
01 acc-table.
  02 acc-entry occurs 500 times.
    03 at-id pic x(6).
    03 at-active pic x(1).
    03 at-period pic 9(6).
    03 at-cat pic x(2).
    03 at-amount pic s9(7)v99.
    03 at-ent pic x(2).
    03 at-reason pic x(30).
    03 at-state pic x(1).
    03 at-state-date pic 9(8).
01 acc-used pic 9(3) value zero.
01 acc-ix pic 9(3) value zero.
01 acc-found pic 9(3) value zero.
01 find-id pic x(6) value spaces.
01 state-text pic x(20) value spaces.
linkage section.
*> menu01 passes the signed-on operator's id so each accrual line
*> says who keyed it; a standalone run is recorded under UNLISTED.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p ent-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p cat-path
move "n" to session-done
call "bdate01" using bd-func-g run-date
if address of lk-op-id = null
  move "UNLISTED" to op-id
else
  move lk-op-id to op-id
end-if
perform until session-over
  display " "
  display "accm01 -- month-end accrual maintenance"
  display "  l) list a period's accruals and their state"
  display "  a) add or change an accrual"
  display "  w) withdraw an accrual not yet posted"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-ask-period
      if want-period > 0
        perform 2000-list-period
      end-if
    when action-code = "a" or action-code = "A"
      perform 3000-set-accrual
    when action-code = "w" or action-code = "W"
      perform 4000-withdraw-accrual
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-ask-period.
  move zero to want-period
  display "accm01 -- period 9(6) yyyymm:"
  move spaces to raw-period
  accept raw-period
  if raw-period is not numeric
    display "accm01: *** period must be 6 numeric digits -- nothing done ***"
    exit paragraph
  end-if
  move raw-period to want-period
  if want-period(5:2) < "01" or want-period(5:2) > "12"
    display "accm01: *** " want-period " is not a valid period -- nothing done ***"
    move zero to want-period
  end-if.

2000-list-period.
  perform 5000-load-accruals
  move zero to listed-count
  move 1 to acc-ix
  perform until acc-ix > acc-used
    if at-period(acc-ix) = want-period
      perform 2100-state-text
      move at-amount(acc-ix) to show-amount
      display "  " at-id(acc-ix) " " at-cat(acc-ix) " " show-amount
              " [" at-ent(acc-ix) "] " at-reason(acc-ix) " " state-text
      add 1 to listed-count
    end-if
    add 1 to acc-ix
  end-perform
  display "accm01: accruals listed=" listed-count.

2100-state-text.
  move spaces to state-text
  evaluate true
    when at-state(acc-ix) = "P"
      string "POSTED " at-state-date(acc-ix) delimited by size into state-text
    when at-state(acc-ix) = "R"
      string "REVERSED " at-state-date(acc-ix) delimited by size into state-text
    when at-active(acc-ix) = "I"
      move "WITHDRAWN" to state-text
    when other
      move "NOT POSTED" to state-text
  end-evaluate.

*> an accrual already on the master is finished with here -- its
*> reversal follows by itself, and a correction is a new accrual.
3000-set-accrual.
  display "accm01 -- accrual id x(6):"
  move spaces to raw-id
  accept raw-id
  if raw-id = spaces
    display "accm01: *** id may not be blank -- not added ***"
    exit paragraph
  end-if
  perform 5000-load-accruals
  move raw-id to find-id
  perform 5200-find-accrual
  if acc-found > 0
    if at-state(acc-found) not = space
      display "accm01: *** accrual " raw-id " is already posted -- not changed ***"
      exit paragraph
    end-if
  end-if
  perform 1000-ask-period
  if want-period = 0
    exit paragraph
  end-if
  display "accm01 -- category code x(2):"
  move spaces to raw-code
  accept raw-code
  if raw-code = spaces
    display "accm01: *** code may not be blank -- not added ***"
    exit paragraph
  end-if
  perform 5300-check-category
  if cat-loaded and not category-known
    display "accm01: *** " raw-code " is not on catmst01.dat -- not added ***"
    exit paragraph
  end-if
  display "accm01 -- sign x(1), - for a cost (debit), + or space for credit:"
  move space to raw-sign
  accept raw-sign
  if raw-sign not = "-" and raw-sign not = "+" and raw-sign not = space
    display "accm01: *** sign must be + or - -- not added ***"
    exit paragraph
  end-if
  display "accm01 -- amount 9(9) (9(7)v99, no decimal point):"
  move spaces to raw-amount
  accept raw-amount
  if raw-amount is not numeric
    display "accm01: *** amount must be 9 numeric digits -- not added ***"
    exit paragraph
  end-if
  move raw-amount-n to new-amount
  if new-amount = 0
    display "accm01: *** amount may not be zero -- not added ***"
    exit paragraph
  end-if
  if raw-sign = "-"
    compute new-amount = new-amount * -1
  end-if
  display "accm01 -- entity x(2), blank for the home entity:"
  move spaces to raw-ent
  accept raw-ent
  move function upper-case(raw-ent) to raw-ent
  if raw-ent not = spaces
    call "ent01" using en-func-k en-op raw-ent en-result en-name
    if en-result not = "y"
      display "accm01: *** entity [" raw-ent "] is not active on the entity master -- not added ***"
      exit paragraph
    end-if
  end-if
  display "accm01 -- reason x(30):"
  move spaces to raw-reason
  accept raw-reason
  if raw-reason = spaces
    display "accm01: *** a reason is required -- not added ***"
    exit paragraph
  end-if
  move raw-id to new-id
  move "A" to new-active
  move want-period to new-period
  move raw-code to new-cat
  move raw-ent to new-ent
  move raw-reason to new-reason
  perform 6000-append-entry
  if return-code = 0
    move new-amount to show-amount
    display "accm01: accrual " raw-id " set for " want-period " " raw-code " " show-amount
  end-if.

4000-withdraw-accrual.
  display "accm01 -- accrual id x(6):"
  move spaces to raw-id
  accept raw-id
  perform 5000-load-accruals
  move raw-id to find-id
  perform 5200-find-accrual
  if acc-found = 0
    display "accm01: *** no accrual " raw-id " on file -- nothing done ***"
    exit paragraph
  end-if
  if at-state(acc-found) not = space
    display "accm01: *** accrual " raw-id " is already posted -- its reversal follows by itself ***"
    exit paragraph
  end-if
  move at-id(acc-found) to new-id
  move "I" to new-active
  move at-period(acc-found) to new-period
  move at-cat(acc-found) to new-cat
  move at-amount(acc-found) to new-amount
  move at-ent(acc-found) to new-ent
  move at-reason(acc-found) to new-reason
  perform 6000-append-entry
  if return-code = 0
    display "accm01: accrual " raw-id " withdrawn"
  end-if.

*> every accrual, last line per id winning, then the state the
*> register's last line for it leaves it in.
5000-load-accruals.
  move zero to acc-used
  move "n" to ent-eof
  open input ent-file
  if ent-status not = "00"
    exit paragraph
  end-if
  read ent-file at end set end-of-entries to true end-read
  perform until end-of-entries
    move ae-id to find-id
    perform 5200-find-accrual
    if acc-found = 0
      if acc-used >= 500
        display "accm01: *** warning -- more than 500 accruals, extras not listed ***"
      else
        add 1 to acc-used
        move acc-used to acc-found
        move space to at-state(acc-found)
        move zero to at-state-date(acc-found)
      end-if
    end-if
    if acc-found > 0
      move ae-id to at-id(acc-found)
      move ae-active to at-active(acc-found)
      move ae-period to at-period(acc-found)
      move ae-cat to at-cat(acc-found)
      move ae-amount to at-amount(acc-found)
      move ae-ent to at-ent(acc-found)
      move ae-reason to at-reason(acc-found)
    end-if
    read ent-file at end set end-of-entries to true end-read
  end-perform
  close ent-file
  move "n" to reg-eof
  open input reg-file
  if reg-status not = "00"
    exit paragraph
  end-if
  read reg-file at end set end-of-register to true end-read
  perform until end-of-register
    move ag-id to find-id
    perform 5200-find-accrual
    if acc-found > 0
      if at-period(acc-found) = ag-period
        move ag-state to at-state(acc-found)
        move ag-run-date to at-state-date(acc-found)
      end-if
    end-if
    read reg-file at end set end-of-register to true end-read
  end-perform
  close reg-file.

5200-find-accrual.
  move zero to acc-found
  move 1 to acc-ix
  perform until acc-ix > acc-used or acc-found > 0
    if at-id(acc-ix) = find-id
      move acc-ix to acc-found
    end-if
    add 1 to acc-ix
  end-perform.

5300-check-category.
  move "n" to have-cat
  move "n" to code-known
  move "n" to cat-eof
  open input cat-file
  if cat-status not = "00"
    exit paragraph
  end-if
  move "y" to have-cat
  read cat-file at end set end-of-categories to true end-read
  perform until end-of-categories
    if cm-code = raw-code
      move "y" to code-known
    end-if
    read cat-file at end set end-of-categories to true end-read
  end-perform
  close cat-file.

6000-append-entry.
  move zero to return-code
  open extend ent-file
  if ent-status = "35"
    open output ent-file
  end-if
  if ent-status not = "00"
    display "accm01: *** fatal -- open of accrual01.dat failed, status=" ent-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to accr-entry
  move new-id to ae-id
  move new-active to ae-active
  move new-period to ae-period
  move new-cat to ae-cat
  move new-amount to ae-amount
  move new-ent to ae-ent
  move new-reason to ae-reason
  move op-id to ae-op
  move run-date to ae-keyed
  write accr-entry
  if ent-status not = "00"
    display "accm01: *** fatal -- write to accrual01.dat failed, status=" ent-status
    move 16 to return-code
  end-if
  close ent-file.
