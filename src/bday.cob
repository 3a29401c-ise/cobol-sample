identification division.
program-id. bday01.
environment division.
input-output section.
file-control.
*> the run calendar: B = business day, M = month-end (also a business
*> day), H = holiday.  a date with no line at all is no run day, the
*> way nightly01 and calg01 read it; the last line for a date wins.
  select cal-file assign to dynamic cal-path
    organization is line sequential
    file status is cal-status.
data division.
file section.
fd cal-file.
01 cal-rec.
  03 cal-date pic 9(8).
  03 filler pic x(1).
  03 cal-type pic x(1).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 cal-path pic x(60) value "runcal.dat".
01 cal-status pic x(2) value spaces.
01 cal-eof pic x(1) value "n".
  88 end-of-cal value "y".
*> the calendar is read once per run unit and held as one flag per
*> day from its earliest date -- callers walk it per transaction, so
*> a file read per call would not do.  func "r" forces a re-read.
01 cal-loaded pic x(1) value "n".
  88 calendar-loaded value "y".
01 have-cal pic x(1) value "n".
  88 calendar-found value "y".
01 cal-base pic 9(7) value zero.
01 cal-top pic 9(7) value zero.
01 day-table.
  02 day-flag pic x(1) occurs 5000 times.
01 day-ix pic 9(5) value zero.
01 day-num pic 9(7) value zero.
01 end-num pic 9(7) value zero.
01 steps-left pic 9(5) value zero.
01 day-count pic 9(5) value zero.
01 is-business pic x(1) value "n".
  88 business-day value "y".
01 weekday pic 9(1) value zero.
linkage section.
*> lk-func: "f" walk lk-count business days forward from lk-date
*>          into lk-result (a count of zero rolls a non-business
*>          date on to the next business day);
*>          "b" the same walking backward;
*>          "c" count the business days after lk-date up to and
*>          including lk-result into lk-count;
*>          "r" re-read runcal.dat, nothing else.
*> beyond the calendar's range -- or with no runcal.dat at all --
*> Monday to Friday are the business days.
01 lk-func pic x(1).
01 lk-date pic 9(8).
01 lk-count pic 9(5).
01 lk-result pic 9(8).
procedure division using lk-func lk-date lk-count lk-result.
call "env01" using env-func-p cal-path
if lk-func = "r" or not calendar-loaded
  perform 1000-load-calendar
end-if
evaluate lk-func
  when "f"
    compute day-num = function integer-of-date(lk-date)
    move lk-count to steps-left
    perform 2000-test-day
    perform until steps-left = 0 and business-day
      add 1 to day-num
      perform 2000-test-day
      if business-day and steps-left > 0
        subtract 1 from steps-left
      end-if
    end-perform
    compute lk-result = function date-of-integer(day-num)
  when "b"
    compute day-num = function integer-of-date(lk-date)
    move lk-count to steps-left
    perform 2000-test-day
    perform until steps-left = 0 and business-day
      subtract 1 from day-num
      perform 2000-test-day
      if business-day and steps-left > 0
        subtract 1 from steps-left
      end-if
    end-perform
    compute lk-result = function date-of-integer(day-num)
  when "c"
    move zero to day-count
    compute day-num = function integer-of-date(lk-date)
    compute end-num = function integer-of-date(lk-result)
    perform until day-num >= end-num
      add 1 to day-num
      perform 2000-test-day
      if business-day
        add 1 to day-count
      end-if
    end-perform
    move day-count to lk-count
  when other
    continue
end-evaluate
goback.

*> two passes: the first finds the earliest and latest dates so the
*> flags can be laid out from them, the second sets them last-line-
*> wins.  past the latest date the weekday rule takes over, so a walk
*> off the end of the calendar still lands somewhere sensible.
1000-load-calendar.
  move "y" to cal-loaded
  move "n" to have-cal
  move zero to cal-base
  move zero to cal-top
  move all "N" to day-table
  move "n" to cal-eof
  open input cal-file
  if cal-status not = "00"
    exit paragraph
  end-if
  read cal-file at end set end-of-cal to true end-read
  perform until end-of-cal
    if cal-date is numeric and cal-date > 0
      compute day-num = function integer-of-date(cal-date)
      if cal-base = 0 or day-num < cal-base
        move day-num to cal-base
      end-if
      if day-num > cal-top
        move day-num to cal-top
      end-if
    end-if
    read cal-file at end set end-of-cal to true end-read
  end-perform
  close cal-file
  if cal-base = 0
    exit paragraph
  end-if
  if cal-top > cal-base + 4999
    compute cal-top = cal-base + 4999
  end-if
  move "y" to have-cal
  move "n" to cal-eof
  open input cal-file
  read cal-file at end set end-of-cal to true end-read
  perform until end-of-cal
    if cal-date is numeric and cal-date > 0
      compute day-num = function integer-of-date(cal-date)
      if day-num <= cal-top
        compute day-ix = day-num - cal-base + 1
        if cal-type = "B" or cal-type = "M"
          move "B" to day-flag(day-ix)
        else
          move "N" to day-flag(day-ix)
        end-if
      end-if
    end-if
    read cal-file at end set end-of-cal to true end-read
  end-perform
  close cal-file.

2000-test-day.
  move "n" to is-business
  if calendar-found and day-num >= cal-base and day-num <= cal-top
    compute day-ix = day-num - cal-base + 1
    if day-flag(day-ix) = "B"
      move "y" to is-business
    end-if
  else
*> day 1 of the integer-of-date epoch is a Monday, so mod 7 gives
*> 1 = Monday through 5 = Friday, 6 = Saturday and 0 = Sunday.
    compute weekday = function mod(day-num, 7)
    if weekday >= 1 and weekday <= 5
      move "y" to is-business
    end-if
  end-if.
