identification division.
program-id. budm01.
environment division.
input-output section.
file-control.
*> the budget master: one line per accounting period and category
*> with the planned net movement, in the master's own sign
*> convention (negative = debits).  appended only, the last line for
*> a period plus category wins -- a budget is revised by keying it
*> again, and the earlier figure stays on file as the trail.
  select bud-file assign to dynamic bud-path
    organization is line sequential
    file status is bud-status.
*> the category master -- a budget is only taken for a code cat01
*> knows.  no catmst01.dat at all means no check.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
data division.
file section.
fd bud-file.
01 bud-rec.
  03 bu-period pic 9(6).
  03 filler pic x(1).
  03 bu-cat pic x(2).
  03 filler pic x(1).
  03 bu-amount pic s9(9)v99 sign leading separate.
  03 filler pic x(1).
  03 bu-op pic x(8).
  03 filler pic x(1).
  03 bu-date pic 9(8).
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
01 bud-path pic x(60) value "budget01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 bud-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 bud-eof pic x(1) value "n".
  88 end-of-budgets value "y".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 raw-period pic x(6) value spaces.
01 want-period pic 9(6) value zero.
01 raw-code pic x(2) value spaces.
01 raw-sign pic x(1) value space.
*> the amount is keyed as eleven digits with no decimal point, the
*> same 9(n)v99 convention menu01 uses for the adj01 threshold.
01 raw-amount pic x(11) value spaces.
01 raw-amount-n redefines raw-amount pic 9(9)v99.
01 new-amount pic s9(9)v99 value zero.
01 show-amount pic -(9)9.99 value zero.
01 listed-count pic 9(5) value zero.
01 op-id pic x(8) value spaces.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 have-cat pic x(1) value "n".
  88 cat-loaded value "y".
01 code-known pic x(1) value "n".
  88 category-known value "y".
linkage section.
*> menu01 passes the signed-on operator's id so each budget line
*> says who keyed it; a standalone run is recorded under UNLISTED.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p bud-path
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
  display "budm01 -- budget maintenance"
  display "  l) list a period's budgets"
  display "  a) set a category's budget for a period"
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
      perform 1000-ask-period
      if want-period > 0
        perform 3000-set-budget
      end-if
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-ask-period.
  move zero to want-period
  display "budm01 -- period 9(6) yyyymm:"
  move spaces to raw-period
  accept raw-period
  if raw-period is not numeric
    display "budm01: *** period must be 6 numeric digits -- nothing done ***"
    exit paragraph
  end-if
  move raw-period to want-period
  if want-period(5:2) < "01" or want-period(5:2) > "12"
    display "budm01: *** " want-period " is not a valid period -- nothing done ***"
    move zero to want-period
  end-if.

*> every line keyed for the period, oldest first -- the last line
*> per category is the budget in force.
2000-list-period.
  move zero to listed-count
  move "n" to bud-eof
  open input bud-file
  if bud-status not = "00"
    display "budm01: no budget01.dat on file yet"
    exit paragraph
  end-if
  read bud-file at end set end-of-budgets to true end-read
  perform until end-of-budgets
    if bu-period = want-period
      move bu-amount to show-amount
      display "  " bu-cat " " show-amount " keyed by " bu-op " on " bu-date
      add 1 to listed-count
    end-if
    read bud-file at end set end-of-budgets to true end-read
  end-perform
  close bud-file
  display "budm01: lines listed=" listed-count " (the last line per category counts)".

3000-set-budget.
  display "budm01 -- category code x(2):"
  move spaces to raw-code
  accept raw-code
  if raw-code = spaces
    display "budm01: *** code may not be blank -- not added ***"
    exit paragraph
  end-if
  perform 5000-check-category
  if cat-loaded and not category-known
    display "budm01: *** " raw-code " is not on catmst01.dat -- not added ***"
    exit paragraph
  end-if
  display "budm01 -- sign x(1), - for a net debit budget, + or space for credit:"
  move space to raw-sign
  accept raw-sign
  if raw-sign not = "-" and raw-sign not = "+" and raw-sign not = space
    display "budm01: *** sign must be + or - -- not added ***"
    exit paragraph
  end-if
  display "budm01 -- amount 9(11) (9(9)v99, no decimal point):"
  move spaces to raw-amount
  accept raw-amount
  if raw-amount is not numeric
    display "budm01: *** amount must be 11 numeric digits -- not added ***"
    exit paragraph
  end-if
  move raw-amount-n to new-amount
  if raw-sign = "-"
    compute new-amount = new-amount * -1
  end-if
  open extend bud-file
  if bud-status = "35"
    open output bud-file
  end-if
  if bud-status not = "00"
    display "budm01: *** fatal -- open of budget01.dat failed, status=" bud-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to bud-rec
  move want-period to bu-period
  move raw-code to bu-cat
  move new-amount to bu-amount
  move op-id to bu-op
  move run-date to bu-date
  write bud-rec
  if bud-status not = "00"
    display "budm01: *** fatal -- write to budget01.dat failed, status=" bud-status
    move 16 to return-code
  else
    move new-amount to show-amount
    display "budm01: " want-period " " raw-code " budget set to " show-amount
  end-if
  close bud-file.

5000-check-category.
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
