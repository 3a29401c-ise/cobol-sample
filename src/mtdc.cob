identification division.
program-id. mtdc01.
environment division.
input-output section.
file-control.
*> the multi-day history file01 accumulates, keyed date + counter --
*> one START at the first of the month a year back and a read
*> forward to the business date covers all three spans below.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is dynamic
    record key is hist-key
    file status is hist-status.
*> the closed-month snapshots close01 appends, last line per period
*> and entity winning -- the whole prior month and the whole month a
*> year back, for reference against the projection.
  select mo-file assign to dynamic mo-path
    organization is line sequential
    file status is mo-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
fd hist-file.
01 hist-rec.
  03 hist-key.
    05 hist-date pic 9(8).
    05 hist-cnt pic 9(5).
  03 hist-amount pic s9(7)v99 comp-3.
  03 hist-ent pic x(2).
*> the amount in base currency at the detail's own date's rate (see
*> fx01) -- hist-rated "n" when there was no rate to post it at.
  03 hist-base pic s9(11)v99 comp-3.
  03 hist-rated pic x(1).
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
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 hist-path pic x(60) value "history01.dat".
01 mo-path pic x(60) value "monthly01.dat".
01 rpt-path pic x(60) value "mtdc01.lst".
01 hist-status pic x(2) value spaces.
01 mo-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 hist-eof pic x(1) value "n".
  88 end-of-history value "y".
01 mo-eof pic x(1) value "n".
  88 end-of-months value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 raw-date pic x(8) value spaces.
01 ask-date pic x(1) value "y".
01 want-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value "HOME ENTITY".
*> business-day arithmetic is bday01's: "c" counts the business
*> days after a date up to and including another, "f" walks a count
*> of them forward.
01 bd-func-c pic x(1) value "c".
01 bd-func-f pic x(1) value "f".
01 bd-date pic 9(8) value zero.
01 bd-count pic 9(5) value zero.
01 bd-result pic 9(8) value zero.
01 date-split.
  03 ds-year pic 9(4).
  03 ds-month pic 9(2).
  03 ds-dd pic 9(2).
01 date-period redefines date-split.
  03 dp-period pic 9(6).
  03 filler pic x(2).
*> the three spans compared: this month to the business date, the
*> prior month and the same month a year back each to the same
*> business day of their own month.  a span whose month has fewer
*> business days stops at its month-end.
01 span-table.
  02 span-entry occurs 3 times.
    03 sp-period pic 9(6).
    03 sp-start pic 9(8).
    03 sp-eve pic 9(8).
    03 sp-end pic 9(8).
    03 sp-month-end pic 9(8).
    03 sp-count pic 9(7).
    03 sp-amount pic s9(11)v99.
    03 sp-closed-count pic 9(7).
    03 sp-closed-amount pic s9(11)v99.
    03 sp-closed-state pic x(1).
01 span-ix pic 9(1) value zero.
01 days-elapsed pic 9(5) value zero.
01 days-left pic 9(5) value zero.
01 days-month pic 9(5) value zero.
01 day-num pic 9(7) value zero.
01 next-start pic 9(8) value zero.
01 proj-count pic 9(7) value zero.
01 proj-amount pic s9(11)v99 value zero.
*> one comparison's working figures.
01 base-count pic 9(7) value zero.
01 base-amount pic s9(11)v99 value zero.
01 chg-count pic s9(7) value zero.
01 chg-amount pic s9(11)v99 value zero.
01 abs-amount pic 9(11)v99 value zero.
01 pct-work pic s9(5)v9 value zero.
01 pct-edit pic -(5)9.9.
01 hdr-line-1.
  03 filler pic x(28) value "MONTH-TO-DATE COMPARISON PER".
  03 filler pic x(5) value "IOD  ".
  03 h1-period pic 9(6).
  03 filler pic x(7) value "  DATE ".
  03 h1-date pic 9(8).
01 hdr-line-ent.
  03 filler pic x(8) value "ENTITY [".
  03 he-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 he-name pic x(20).
01 hdr-line-days.
  03 filler pic x(13) value "BUSINESS DAY ".
  03 hd-elapsed pic zzz9.
  03 filler pic x(4) value " OF ".
  03 hd-month pic zzz9.
  03 filler pic x(3) value "  (".
  03 hd-left pic zzz9.
  03 filler pic x(11) value " REMAINING)".
01 hdr-line-2.
  03 filler pic x(20) value spaces.
  03 filler pic x(8) value "PERIOD  ".
  03 filler pic x(10) value "THROUGH   ".
  03 filler pic x(9) value "  RECORDS".
  03 filler pic x(17) value "           AMOUNT".
01 det-line.
  03 d-label pic x(20).
  03 d-period pic x(6).
  03 filler pic x(2) value spaces.
  03 d-thru pic x(8).
  03 filler pic x(2) value spaces.
  03 d-count pic x(9).
  03 filler pic x(1) value spaces.
  03 d-amount pic x(16).
01 count-edit pic z(6)9.
01 chg-count-edit pic -(7)9.
01 amount-edit pic -(11)9.99.
01 blank-line pic x(1) value spaces.
*> the spans are in base currency, off the figure history01 holds for
*> each detail -- a detail mirrored with no rate has none and is left
*> out, with an alert and rc 8.
01 norate-count pic 9(7) value zero.
01 in-span pic x(1) value "n".
01 al-prog-name pic x(8) value "MTDC01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
linkage section.
*> nightly01 passes "a": the business date is reported unattended
*> for the home entity.  menu01 passes no mode and the operator's
*> working entity; a standalone run is asked for the date and gets
*> the home entity.
01 lk-mode pic x(1).
01 lk-ent pic x(2).
procedure division using optional lk-mode optional lk-ent.
call "env01" using env-func-p hist-path
call "env01" using env-func-p mo-path
call "env01" using env-func-p rpt-path
move zero to return-code
move spaces to want-ent
move zero to norate-count
call "bdate01" using bd-func-g run-date
move "y" to ask-date
if address of lk-mode not = null
  if lk-mode = "a" or lk-mode = "A"
    move "n" to ask-date
  end-if
end-if
if address of lk-ent not = null
  move lk-ent to want-ent
end-if
if ask-date = "y"
  display "mtdc01 -- report date 9(8) yyyymmdd, blank for " run-date ":"
  move spaces to raw-date
  accept raw-date
  if raw-date not = spaces
    if raw-date is not numeric
      display "mtdc01: *** date must be 8 numeric digits -- nothing done ***"
      move 4 to return-code
      goback
    end-if
    move raw-date to run-date
  end-if
end-if
if function test-date-yyyymmdd(run-date) not = 0
  display "mtdc01: *** " run-date " is not a valid date -- nothing done ***"
  move 4 to return-code
  goback
end-if
if want-ent not = spaces
  call "ent01" using en-func-k en-op want-ent en-result en-name
end-if
perform 1000-set-spans
perform 2000-accumulate-history
if return-code not = 0
  goback
end-if
perform 3000-load-closed-months
perform 4000-write-report
if return-code not = 0
  goback
end-if
display "mtdc01: period " sp-period(1) " to " run-date " reported to mtdc01.lst"
if norate-count > 0
  display "mtdc01: *** " norate-count " details have no fx rate -- left out of the spans ***"
  move spaces to al-msg
  string norate-count " details with no fx rate"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
  move 8 to return-code
end-if
goback.

*> span 1 is this month, 2 the month before, 3 the same month a year
*> back.  the business-day position of the report date in its month
*> fixes where the other two stop.
1000-set-spans.
  move run-date to date-split
  move 1 to ds-dd
  move dp-period to sp-period(1)
  move date-split to sp-start(1)
  if ds-month = 1
    subtract 1 from ds-year
    move 12 to ds-month
  else
    subtract 1 from ds-month
  end-if
  move dp-period to sp-period(2)
  move date-split to sp-start(2)
  move run-date to date-split
  move 1 to ds-dd
  subtract 1 from ds-year
  move dp-period to sp-period(3)
  move date-split to sp-start(3)
  perform 1100-month-bounds varying span-ix from 1 by 1 until span-ix > 3
  move run-date to sp-end(1)
  move sp-eve(1) to bd-date
  move run-date to bd-result
  call "bday01" using bd-func-c bd-date bd-count bd-result
  move bd-count to days-elapsed
  move run-date to bd-date
  move sp-month-end(1) to bd-result
  call "bday01" using bd-func-c bd-date bd-count bd-result
  move bd-count to days-left
  compute days-month = days-elapsed + days-left
  perform 1200-same-business-day varying span-ix from 2 by 1 until span-ix > 3.

1100-month-bounds.
  compute day-num = function integer-of-date(sp-start(span-ix)) - 1
  compute sp-eve(span-ix) = function date-of-integer(day-num)
  move sp-start(span-ix) to date-split
  if ds-month = 12
    add 1 to ds-year
    move 1 to ds-month
  else
    add 1 to ds-month
  end-if
  move date-split to next-start
  compute day-num = function integer-of-date(next-start) - 1
  compute sp-month-end(span-ix) = function date-of-integer(day-num)
  move zero to sp-count(span-ix)
  move zero to sp-amount(span-ix)
  move zero to sp-closed-count(span-ix)
  move zero to sp-closed-amount(span-ix)
  move space to sp-closed-state(span-ix).

*> before the month's first business day the span is empty -- its
*> end falls on the eve of the month.
1200-same-business-day.
  if days-elapsed = 0
    move sp-eve(span-ix) to sp-end(span-ix)
    exit paragraph
  end-if
  move sp-eve(span-ix) to bd-date
  move days-elapsed to bd-count
  call "bday01" using bd-func-f bd-date bd-count bd-result
  if bd-result > sp-month-end(span-ix)
    move sp-month-end(span-ix) to sp-end(span-ix)
  else
    move bd-result to sp-end(span-ix)
  end-if.

2000-accumulate-history.
  move "n" to hist-eof
  open input hist-file
  if hist-status = "35"
    display "mtdc01: *** warning -- no history01.dat on file yet, every figure is zero ***"
    exit paragraph
  end-if
  if hist-status not = "00"
    display "mtdc01: *** fatal -- open of history01.dat failed, status=" hist-status
    move 16 to return-code
    exit paragraph
  end-if
  move sp-start(3) to hist-date
  move zero to hist-cnt
  start hist-file key not < hist-key
    invalid key
      set end-of-history to true
  end-start
  if not end-of-history
    read hist-file next at end set end-of-history to true end-read
  end-if
  perform until end-of-history
    if hist-date > run-date
      set end-of-history to true
    else
      if hist-ent = want-ent
        move "n" to in-span
        perform 2100-add-to-span varying span-ix from 1 by 1 until span-ix > 3
        if in-span = "y" and hist-rated not = "y"
          add 1 to norate-count
        end-if
      end-if
      read hist-file next at end set end-of-history to true end-read
    end-if
  end-perform
  close hist-file.

2100-add-to-span.
  if hist-date >= sp-start(span-ix) and hist-date <= sp-end(span-ix)
    move "y" to in-span
    add 1 to sp-count(span-ix)
    if hist-rated = "y"
      add hist-base to sp-amount(span-ix)
    end-if
  end-if.

*> the whole-month figures close01 took for the prior month and the
*> month a year back, with the state each was last left in.
3000-load-closed-months.
  move "n" to mo-eof
  open input mo-file
  if mo-status not = "00"
    exit paragraph
  end-if
  read mo-file at end set end-of-months to true end-read
  perform until end-of-months
    if mo-ent = want-ent
      perform 3100-store-closed-month varying span-ix from 2 by 1 until span-ix > 3
    end-if
    read mo-file at end set end-of-months to true end-read
  end-perform
  close mo-file.

3100-store-closed-month.
  if mo-period = sp-period(span-ix)
    move mo-count to sp-closed-count(span-ix)
    move mo-amount to sp-closed-amount(span-ix)
    move mo-state to sp-closed-state(span-ix)
  end-if.

4000-write-report.
  open output rpt-file
  if rpt-status not = "00"
    display "mtdc01: *** fatal -- open of mtdc01.lst failed, status=" rpt-status
    move 16 to return-code
    exit paragraph
  end-if
  move sp-period(1) to h1-period
  move run-date to h1-date
  write rpt-line from hdr-line-1
  move want-ent to he-ent
  move en-name to he-name
  write rpt-line from hdr-line-ent
  move days-elapsed to hd-elapsed
  move days-month to hd-month
  move days-left to hd-left
  write rpt-line from hdr-line-days
  write rpt-line from blank-line
  write rpt-line from hdr-line-2
  move "THIS MONTH TO DATE" to d-label
  move 1 to span-ix
  perform 4100-put-span-line
  write rpt-line from blank-line
  move "PRIOR MONTH TO DATE" to d-label
  move 2 to span-ix
  perform 4100-put-span-line
  move sp-count(2) to base-count
  move sp-amount(2) to base-amount
  perform 4200-put-change-lines
  write rpt-line from blank-line
  move "YEAR AGO TO DATE" to d-label
  move 3 to span-ix
  perform 4100-put-span-line
  move sp-count(3) to base-count
  move sp-amount(3) to base-amount
  perform 4200-put-change-lines
  write rpt-line from blank-line
  perform 4300-put-projection
  close rpt-file.

4100-put-span-line.
  move spaces to d-period d-thru d-count d-amount
  move sp-period(span-ix) to d-period
  move sp-end(span-ix) to d-thru
  move sp-count(span-ix) to count-edit
  move count-edit to d-count(3:7)
  move sp-amount(span-ix) to amount-edit
  move amount-edit to d-amount
  write rpt-line from det-line.

*> the change is this month's figure less the comparison's; the
*> percentage is taken on the comparison's magnitude and shows N/A
*> where there is nothing to compare against.
4200-put-change-lines.
  compute chg-count = sp-count(1) - base-count
  compute chg-amount = sp-amount(1) - base-amount
  move "  CHANGE" to d-label
  move spaces to d-period d-thru d-count d-amount
  move chg-count to chg-count-edit
  move chg-count-edit to d-count(2:8)
  move chg-amount to amount-edit
  move amount-edit to d-amount
  write rpt-line from det-line
  move "  % CHANGE" to d-label
  move spaces to d-period d-thru d-count d-amount
  if base-count = 0
    move "      N/A" to d-count
  else
    compute pct-work rounded = chg-count * 100 / base-count
      on size error
        move 9999.9 to pct-work
    end-compute
    move pct-work to pct-edit
    move pct-edit to d-count(2:8)
  end-if
  if base-amount < 0
    compute abs-amount = base-amount * -1
  else
    move base-amount to abs-amount
  end-if
  if abs-amount = 0
    move "             N/A" to d-amount
  else
    compute pct-work rounded = chg-amount * 100 / abs-amount
      on size error
        move 9999.9 to pct-work
    end-compute
    move pct-work to pct-edit
    move pct-edit to d-amount(9:8)
  end-if
  write rpt-line from det-line.

*> the simple projection: the month-to-date run rate per business
*> day carried over the business days the calendar has left, set
*> against the whole closed months for scale.
4300-put-projection.
  move zero to proj-count
  move zero to proj-amount
  if days-elapsed > 0
    compute proj-count rounded = sp-count(1) * days-month / days-elapsed
      on size error
        move 9999999 to proj-count
    end-compute
    compute proj-amount rounded = sp-amount(1) * days-month / days-elapsed
      on size error
        move zero to proj-amount
    end-compute
  end-if
  move "PROJECTED MONTH-END" to d-label
  move spaces to d-period d-thru d-count d-amount
  move sp-period(1) to d-period
  move sp-month-end(1) to d-thru
  move proj-count to count-edit
  move count-edit to d-count(3:7)
  move proj-amount to amount-edit
  move amount-edit to d-amount
  write rpt-line from det-line
  move 2 to span-ix
  move "PRIOR MONTH CLOSE" to d-label
  perform 4400-put-closed-line
  move 3 to span-ix
  move "YEAR AGO CLOSE" to d-label
  perform 4400-put-closed-line.

4400-put-closed-line.
  move spaces to d-period d-thru d-count d-amount
  move sp-period(span-ix) to d-period
  if sp-closed-state(span-ix) = space
    move "NOT ON FILE" to d-amount
    move "--" to d-thru
  else
    if sp-closed-state(span-ix) = "C"
      move "CLOSED" to d-thru
    else
      move "REOPENED" to d-thru
    end-if
    move sp-closed-count(span-ix) to count-edit
    move count-edit to d-count(3:7)
    move sp-closed-amount(span-ix) to amount-edit
    move amount-edit to d-amount
  end-if
  write rpt-line from det-line.
