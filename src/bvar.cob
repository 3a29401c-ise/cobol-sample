identification division.
program-id. bvar01.
environment division.
input-output section.
file-control.
*> the budgets budm01 keeps, last line per period plus category wins.
  select bud-file assign to dynamic bud-path
    organization is line sequential
    file status is bud-status.
*> the category actuals file01 mirrors every detail into, keyed by
*> transaction date plus counter -- read from the first day of the
*> year forward for the month and year-to-date columns, in base
*> currency, for the one entity reported.
  select cah-file assign to dynamic cah-path
    organization is indexed
    access mode is dynamic
    record key is cah-key
    file status is cah-status.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
*> the period states close01 leaves -- the header says whether the
*> month reported is closed (final) or still open (to date).
  select mo-file assign to dynamic mo-path
    organization is line sequential
    file status is mo-status.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
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
fd cah-file.
01 cah-rec.
  03 cah-key.
    05 cah-date pic 9(8).
    05 cah-cnt pic 9(5).
  03 cah-cat pic x(2).
  03 cah-amount pic s9(7)v99 comp-3.
*> the amount in base currency at the detail's own date's rate (see
*> fx01) -- cah-rated "n" when there was no rate to post it at --
*> and the entity the detail belongs to.
  03 cah-base pic s9(11)v99 comp-3.
  03 cah-rated pic x(1).
  03 cah-ent pic x(2).
fd cat-file.
01 cat-rec.
  03 cm-code pic x(2).
  03 filler pic x(1).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
fd mo-file.
01 mo-rec.
  03 mo-period pic 9(6).
  03 filler pic x(1).
  03 mo-count pic 9(7).
  03 filler pic x(1).
  03 mo-amount pic s9(11)v99 sign leading separate.
  03 filler pic x(1).
  03 mo-state pic x(1).
  03 filler pic x(1).
  03 mo-date pic 9(8).
  03 filler pic x(1).
  03 mo-ent pic x(2).
fd parm-file.
  copy runparm.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 bud-path pic x(60) value "budget01.dat".
01 cah-path pic x(60) value "catact01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 mo-path pic x(60) value "monthly01.dat".
01 parm-path pic x(60) value "runparm.dat".
01 rpt-path pic x(60) value "bvar01.lst".
01 bud-status pic x(2) value spaces.
01 cah-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 mo-status pic x(2) value spaces.
01 parm-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 bud-eof pic x(1) value "n".
  88 end-of-budgets value "y".
01 cah-eof pic x(1) value "n".
  88 end-of-actuals value "y".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 mo-eof pic x(1) value "n".
  88 end-of-months value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 raw-period pic x(6) value spaces.
01 want-period pic 9(6) value zero.
01 want-split redefines want-period.
  03 wp-year pic 9(4).
  03 wp-month pic 9(2).
01 year-start pic 9(6) value zero.
01 date-split.
  03 ds-period pic 9(6).
  03 ds-dd pic 9(2).
01 period-state pic x(6) value "OPEN".
01 ask-period pic x(1) value "y".
*> the over-budget tolerance, a whole percentage from runparm.dat --
*> ten when the parameter has never been saved.
01 tolerance pic 9(3) value 10.
*> the budgets in force for the year to date, last line per period
*> plus category winning -- twelve months of fifty codes.
01 bud-table.
  02 bud-entry occurs 600 times.
    03 be-period pic 9(6).
    03 be-cat pic x(2).
    03 be-amount pic s9(9)v99.
01 bud-used pic 9(3) value zero.
01 bud-ix pic 9(3) value zero.
01 bud-found pic 9(3) value zero.
*> budget and actual by category for the month and the year to
*> date -- uncategorised actuals report under their own line.
01 cat-table.
  02 cat-entry occurs 51 times.
    03 ce-code pic x(2).
    03 ce-desc pic x(20).
    03 ce-m-bud pic s9(11)v99 comp-3.
    03 ce-m-act pic s9(11)v99 comp-3.
    03 ce-y-bud pic s9(11)v99 comp-3.
    03 ce-y-act pic s9(11)v99 comp-3.
01 cat-used pic 9(2) value zero.
01 cat-ix pic 9(2) value zero.
01 cat-found pic 9(2) value zero.
01 find-code pic x(2) value spaces.
*> one line's worth of working figures, month or year to date.
01 line-bud pic s9(11)v99 value zero.
01 line-act pic s9(11)v99 value zero.
01 line-var pic s9(11)v99 value zero.
01 abs-bud pic 9(11)v99 value zero.
01 abs-act pic 9(11)v99 value zero.
01 over-amt pic s9(11)v99 value zero.
01 var-pct pic s9(5)v9 value zero.
01 over-count pic 9(3) value zero.
*> the entity reported (see ent01) -- menu01 passes the operator's
*> working entity; nightly01 and a standalone run get the home
*> entity.  the budgets are the home entity's own, so another entity
*> is reported against no budget.
01 want-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value "HOME ENTITY".
*> an actual mirrored with no rate for its date has no base figure to
*> report at -- it is left out and the run ends rc 8.
01 norate-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "BVAR01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 hdr-line-1.
  03 filler pic x(27) value "BUDGET VERSUS ACTUAL PERIOD".
  03 filler pic x(1) value spaces.
  03 h1-period pic 9(6).
  03 filler pic x(2) value spaces.
  03 h1-state pic x(6).
  03 filler pic x(6) value "  TOL ".
  03 h1-tol pic zz9.
  03 filler pic x(8) value "%  DATE ".
  03 h1-date pic 9(8).
01 hdr-line-ent.
  03 filler pic x(8) value "ENTITY [".
  03 he-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 he-name pic x(20).
01 hdr-line-2.
  03 filler pic x(7) value "CA     ".
  03 filler pic x(14) value "BUDGET        ".
  03 filler pic x(14) value "ACTUAL        ".
  03 filler pic x(14) value "VARIANCE      ".
  03 filler pic x(8) value "VAR %   ".
  03 filler pic x(4) value "FLAG".
01 desc-line.
  03 dl-code pic x(2).
  03 filler pic x(1) value spaces.
  03 dl-desc pic x(20).
01 det-line.
  03 d-code pic x(2).
  03 filler pic x(1) value spaces.
  03 d-span pic x(3).
  03 filler pic x(1) value spaces.
  03 d-bud pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-act pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-var pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-pct pic -(4)9.9.
  03 filler pic x(1) value spaces.
  03 d-flag pic x(11).
01 trl-line.
  03 filler pic x(30) value "CATEGORIES OVER BUDGET (MONTH)".
  03 filler pic x(1) value spaces.
  03 t-over pic zz9.
01 note-line pic x(80) value spaces.
linkage section.
*> nightly01 passes "a": the month of the business date is reported
*> unattended.  menu01 and a standalone run are asked for the period.
01 lk-mode pic x(1).
01 lk-ent pic x(2).
procedure division using optional lk-mode optional lk-ent.
call "env01" using env-func-p bud-path
call "env01" using env-func-p cah-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p mo-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p rpt-path
move zero to bud-used
move zero to cat-used
move zero to over-count
move zero to norate-count
move 10 to tolerance
move "OPEN" to period-state
move "n" to bud-eof
move "n" to cah-eof
move "n" to cat-eof
move "n" to mo-eof
call "bdate01" using bd-func-g run-date
move spaces to want-ent
move "HOME ENTITY" to en-name
if address of lk-ent not = null
  move lk-ent to want-ent
end-if
if want-ent not = spaces
  call "ent01" using en-func-k en-op want-ent en-result en-name
end-if
move run-date to date-split
move ds-period to want-period
move "y" to ask-period
if address of lk-mode not = null
  if lk-mode = "a" or lk-mode = "A"
    move "n" to ask-period
  end-if
end-if
if ask-period = "y"
  display "bvar01 -- period 9(6) yyyymm, blank for " want-period ":"
  move spaces to raw-period
  accept raw-period
  if raw-period not = spaces
    if raw-period is not numeric
      display "bvar01: *** period must be 6 numeric digits -- nothing done ***"
      move 4 to return-code
      goback
    end-if
    move raw-period to want-period
  end-if
end-if
if wp-month < 1 or wp-month > 12
  display "bvar01: *** " want-period " is not a valid period -- nothing done ***"
  move 4 to return-code
  goback
end-if
compute year-start = wp-year * 100 + 1
perform 1000-load-parameters
perform 1100-load-descriptions
perform 1200-load-period-state
perform 2000-load-budgets
perform 3000-accumulate-actuals
perform 4000-write-report
display "bvar01: period " want-period " reported to bvar01.lst, over budget=" over-count
if norate-count > 0
  display "bvar01: *** " norate-count " actuals have no fx rate -- left out of the report ***"
  move spaces to al-msg
  string norate-count " actuals with no fx rate"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
  move 8 to return-code
end-if
goback.

1000-load-parameters.
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-bvar01-tolerance is numeric
          move rp-bvar01-tolerance to tolerance
        end-if
    end-read
    close parm-file
  end-if.

1100-load-descriptions.
  open input cat-file
  if cat-status not = "00"
    exit paragraph
  end-if
  read cat-file at end set end-of-categories to true end-read
  perform until end-of-categories
    move cm-code to find-code
    perform 1110-find-category-slot
    if cat-found > 0
      move cm-desc to ce-desc(cat-found)
    end-if
    read cat-file at end set end-of-categories to true end-read
  end-perform
  close cat-file.

1110-find-category-slot.
  move zero to cat-found
  move 1 to cat-ix
  perform until cat-ix > cat-used or cat-found > 0
    if ce-code(cat-ix) = find-code
      move cat-ix to cat-found
    end-if
    compute cat-ix = cat-ix + 1
  end-perform
  if cat-found = 0
    if cat-used >= 51
      display "bvar01: *** warning -- more than 51 category codes, extras lumped ***"
      move cat-used to cat-found
      exit paragraph
    end-if
    add 1 to cat-used
    move cat-used to cat-found
    move find-code to ce-code(cat-found)
    move spaces to ce-desc(cat-found)
    move zero to ce-m-bud(cat-found)
    move zero to ce-m-act(cat-found)
    move zero to ce-y-bud(cat-found)
    move zero to ce-y-act(cat-found)
  end-if.

*> the reported entity's close state.
1200-load-period-state.
  open input mo-file
  if mo-status not = "00"
    exit paragraph
  end-if
  read mo-file at end set end-of-months to true end-read
  perform until end-of-months
    if mo-period = want-period and mo-ent = want-ent
      if mo-state = "C"
        move "CLOSED" to period-state
      else
        move "OPEN" to period-state
      end-if
    end-if
    read mo-file at end set end-of-months to true end-read
  end-perform
  close mo-file.

*> only the periods from January of the reported year up to the
*> reported month are kept; the last line for each pair wins.
2000-load-budgets.
  if want-ent not = spaces
    display "bvar01: budgets are kept for the home entity -- entity " want-ent " reported against none"
    exit paragraph
  end-if
  open input bud-file
  if bud-status not = "00"
    display "bvar01: *** warning -- no budget01.dat, every budget is zero ***"
    exit paragraph
  end-if
  read bud-file at end set end-of-budgets to true end-read
  perform until end-of-budgets
    if bu-period >= year-start and bu-period <= want-period
      perform 2100-store-budget
    end-if
    read bud-file at end set end-of-budgets to true end-read
  end-perform
  close bud-file
  move 1 to bud-ix
  perform until bud-ix > bud-used
    move be-cat(bud-ix) to find-code
    perform 1110-find-category-slot
    add be-amount(bud-ix) to ce-y-bud(cat-found)
    if be-period(bud-ix) = want-period
      add be-amount(bud-ix) to ce-m-bud(cat-found)
    end-if
    compute bud-ix = bud-ix + 1
  end-perform.

2100-store-budget.
  move zero to bud-found
  move 1 to bud-ix
  perform until bud-ix > bud-used or bud-found > 0
    if be-period(bud-ix) = bu-period and be-cat(bud-ix) = bu-cat
      move bud-ix to bud-found
    end-if
    compute bud-ix = bud-ix + 1
  end-perform
  if bud-found = 0
    if bud-used >= 600
      display "bvar01: *** warning -- more than 600 budget lines in the year, extras ignored ***"
      exit paragraph
    end-if
    add 1 to bud-used
    move bud-used to bud-found
    move bu-period to be-period(bud-found)
    move bu-cat to be-cat(bud-found)
  end-if
  move bu-amount to be-amount(bud-found).

*> hist-style key: the date leads, so a START on the first of the
*> year and a read forward to the end of the month covers both the
*> year-to-date and the month columns in one pass.
3000-accumulate-actuals.
  open input cah-file
  if cah-status not = "00"
    display "bvar01: *** warning -- no catact01.dat, every actual is zero ***"
    exit paragraph
  end-if
  compute cah-date = year-start * 100 + 1
  move zero to cah-cnt
  start cah-file key not < cah-key
    invalid key
      set end-of-actuals to true
  end-start
  if not end-of-actuals
    read cah-file next at end set end-of-actuals to true end-read
  end-if
  perform until end-of-actuals
    move cah-date to date-split
    if ds-period > want-period
      set end-of-actuals to true
    else
      if cah-ent = want-ent
        perform 3100-add-actual
      end-if
      read cah-file next at end set end-of-actuals to true end-read
    end-if
  end-perform
  close cah-file.

3100-add-actual.
  if cah-rated not = "y"
    add 1 to norate-count
    exit paragraph
  end-if
  move cah-cat to find-code
  perform 1110-find-category-slot
  add cah-base to ce-y-act(cat-found)
  if ds-period = want-period
    add cah-base to ce-m-act(cat-found)
  end-if.

4000-write-report.
  open output rpt-file
  if rpt-status not = "00"
    display "bvar01: *** fatal -- open of bvar01.lst failed, status=" rpt-status
    move 16 to return-code
    goback
  end-if
  move want-period to h1-period
  move period-state to h1-state
  move tolerance to h1-tol
  move run-date to h1-date
  write rpt-line from hdr-line-1
  move want-ent to he-ent
  move en-name to he-name
  write rpt-line from hdr-line-ent
  write rpt-line from hdr-line-2
  move 1 to cat-ix
  perform until cat-ix > cat-used
    if ce-m-bud(cat-ix) not = 0 or ce-m-act(cat-ix) not = 0
        or ce-y-bud(cat-ix) not = 0 or ce-y-act(cat-ix) not = 0
      move spaces to desc-line
      if ce-code(cat-ix) = spaces
        move "--" to dl-code
        move "(UNCATEGORISED)" to dl-desc
      else
        move ce-code(cat-ix) to dl-code
        move ce-desc(cat-ix) to dl-desc
      end-if
      write rpt-line from desc-line
      move "MTH" to d-span
      move ce-m-bud(cat-ix) to line-bud
      move ce-m-act(cat-ix) to line-act
      perform 4100-put-variance-line
      move "YTD" to d-span
      move ce-y-bud(cat-ix) to line-bud
      move ce-y-act(cat-ix) to line-act
      perform 4100-put-variance-line
    end-if
    compute cat-ix = cat-ix + 1
  end-perform
  move over-count to t-over
  write rpt-line from trl-line
  if norate-count > 0
    move spaces to note-line
    string "*** " norate-count " ACTUALS HAVE NO FX RATE -- LEFT OUT OF THE FIGURES ***"
      delimited by size into note-line
    write rpt-line from note-line
  end-if
  close rpt-file.

*> variance is actual less budget in the master's sign; the
*> percentage and the over-budget test work on the magnitudes, so
*> a debit category that spends more than planned is over budget
*> the same way a credit category that takes in more is.
4100-put-variance-line.
  if ce-code(cat-ix) = spaces
    move "--" to d-code
  else
    move ce-code(cat-ix) to d-code
  end-if
  compute line-var = line-act - line-bud
  if line-bud < 0
    compute abs-bud = line-bud * -1
  else
    move line-bud to abs-bud
  end-if
  if line-act < 0
    compute abs-act = line-act * -1
  else
    move line-act to abs-act
  end-if
  move line-bud to d-bud
  move line-act to d-act
  move line-var to d-var
  move spaces to d-flag
  if abs-bud = 0
    move zero to d-pct
  else
    compute var-pct rounded = (abs-act - abs-bud) * 100 / abs-bud
      on size error
        move 9999.9 to var-pct
    end-compute
    move var-pct to d-pct
  end-if
  compute over-amt = abs-act - abs-bud
  if over-amt > 0
    if abs-bud = 0 or over-amt * 100 > abs-bud * tolerance
      move "OVER BUDGET" to d-flag
      if d-span = "MTH"
        add 1 to over-count
      end-if
    end-if
  end-if
  write rpt-line from det-line.
