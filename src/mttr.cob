identification division.
program-id. mttr01.
environment division.
input-output section.
file-control.
*> the monthly incident report: the incidents opened in a month by
*> the program behind them, how many are resolved and how long they
*> took on average, and the repeat offenders -- a program raising
*> the same alert message more often than runparm.dat allows.
  select inc-file assign to dynamic inc-path
    organization is line sequential
    file status is inc-status.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
fd inc-file.
  copy incr.
fd al-file.
01 al-rec.
  03 al-prog pic x(8).
  03 al-date pic 9(8).
  03 al-time pic 9(8).
  03 al-severity pic x(1).
  03 al-message pic x(40).
  03 al-ack pic x(1).
  03 al-ack-by pic x(3).
fd parm-file.
  copy runparm.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 inc-path pic x(60) value "incident01.dat".
01 al-path pic x(60) value "alert01.dat".
01 parm-path pic x(60) value "runparm.dat".
01 rpt-path pic x(60) value "mttr01.lst".
01 inc-status pic x(2) value spaces.
01 al-status pic x(2) value spaces.
01 parm-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 inc-eof pic x(1) value "n".
  88 end-of-incidents value "y".
01 al-eof pic x(1) value "n".
  88 end-of-alerts value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 raw-period pic x(6) value spaces.
01 want-period pic 9(6) value zero.
01 want-split redefines want-period.
  03 wp-year pic 9(4).
  03 wp-month pic 9(2).
01 date-split.
  03 ds-period pic 9(6).
  03 ds-dd pic 9(2).
01 ask-period pic x(1) value "y".
*> more than this many of one program's message in the month makes
*> it a repeat offender -- three when the parameter was never saved.
01 repeat-limit pic 9(3) value 3.
*> every incident on the register: when it was opened, the program
*> of its first linked alert, and when it was last resolved.
01 inc-table.
  02 inc-entry occurs 2000 times.
    03 it-id pic 9(6).
    03 it-state pic x(1).
    03 it-prog pic x(8).
    03 it-open-date pic 9(8).
    03 it-open-time pic 9(8).
    03 it-res-date pic 9(8).
    03 it-res-time pic 9(8).
01 inc-used pic 9(4) value zero.
01 inc-ix pic 9(4) value zero.
01 inc-found pic 9(4) value zero.
*> the month's incidents by program.
01 prog-table.
  02 prog-entry occurs 200 times.
    03 pe-prog pic x(8).
    03 pe-opened pic 9(5).
    03 pe-resolved pic 9(5).
    03 pe-seconds pic 9(11).
01 prog-used pic 9(3) value zero.
01 prog-ix pic 9(3) value zero.
01 prog-found pic 9(3) value zero.
01 find-prog pic x(8) value spaces.
*> the month's alerts by program and message.
01 msg-table.
  02 msg-entry occurs 1000 times.
    03 me-prog pic x(8).
    03 me-msg pic x(40).
    03 me-count pic 9(5).
01 msg-used pic 9(4) value zero.
01 msg-ix pic 9(4) value zero.
01 msg-found pic 9(4) value zero.
01 repeat-count pic 9(4) value zero.
*> an elapsed-time stamp as seconds since the calendar's day one.
01 stamp-date pic 9(8) value zero.
01 stamp-time pic 9(8) value zero.
01 stamp-split redefines stamp-time.
  03 st-hh pic 9(2).
  03 st-mm pic 9(2).
  03 st-ss pic 9(2).
  03 st-cc pic 9(2).
01 stamp-secs pic 9(11) value zero.
01 open-secs pic 9(11) value zero.
01 mean-hours pic 9(7)v9 value zero.
01 tot-opened pic 9(5) value zero.
01 tot-resolved pic 9(5) value zero.
01 tot-seconds pic 9(11) value zero.
01 hdr-line-1.
  03 filler pic x(30) value "INCIDENTS AND TIME TO RESOLVE ".
  03 filler pic x(7) value "PERIOD ".
  03 h1-period pic 9(6).
  03 filler pic x(7) value "  DATE ".
  03 h1-date pic 9(8).
01 hdr-line-2.
  03 filler pic x(10) value "PROGRAM   ".
  03 filler pic x(9) value "   OPENED".
  03 filler pic x(9) value " RESOLVED".
  03 filler pic x(13) value "   STILL OPEN".
  03 filler pic x(15) value "     MEAN HOURS".
01 det-line.
  03 d-prog pic x(8).
  03 filler pic x(2) value spaces.
  03 d-opened pic z(8)9.
  03 d-resolved pic z(8)9.
  03 filler pic x(3) value spaces.
  03 d-open pic z(9)9.
  03 filler pic x(3) value spaces.
  03 d-mean pic z(9)9.9.
01 rep-hdr-line.
  03 filler pic x(43) value "REPEAT OFFENDERS -- SAME MESSAGE MORE THAN ".
  03 rh-limit pic zz9.
  03 filler pic x(7) value " TIMES".
01 rep-line.
  03 r-prog pic x(8).
  03 filler pic x(2) value spaces.
  03 r-msg pic x(40).
  03 filler pic x(2) value spaces.
  03 r-count pic zzzz9.
01 note-line.
  03 filler pic x(3) value spaces.
  03 nl-text pic x(70).
linkage section.
*> "a": the month of the business date is reported unattended.
*> menu01 and a standalone run are asked for the period.
01 lk-mode pic x(1).
procedure division using optional lk-mode.
call "env01" using env-func-p inc-path
call "env01" using env-func-p al-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p rpt-path
move zero to inc-used
move zero to prog-used
move zero to msg-used
move zero to repeat-count
move zero to tot-opened
move zero to tot-resolved
move zero to tot-seconds
move 3 to repeat-limit
move "n" to inc-eof
move "n" to al-eof
call "bdate01" using bd-func-g run-date
move run-date to date-split
move ds-period to want-period
move "y" to ask-period
if address of lk-mode not = null
  if lk-mode = "a" or lk-mode = "A"
    move "n" to ask-period
  end-if
end-if
if ask-period = "y"
  display "mttr01 -- period 9(6) yyyymm, blank for " want-period ":"
  move spaces to raw-period
  accept raw-period
  if raw-period not = spaces
    if raw-period is not numeric
      display "mttr01: *** period must be 6 numeric digits -- nothing done ***"
      move 4 to return-code
      goback
    end-if
    move raw-period to want-period
  end-if
end-if
if wp-month < 1 or wp-month > 12
  display "mttr01: *** " want-period " is not a valid period -- nothing done ***"
  move 4 to return-code
  goback
end-if
perform 1000-load-parameters
perform 2000-load-incidents
perform 3000-count-by-program
perform 4000-count-alert-messages
perform 5000-write-report
display "mttr01: period " want-period " reported to mttr01.lst, incidents="
        tot-opened " repeat offenders=" repeat-count
goback.

1000-load-parameters.
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-mttr01-repeats is numeric
          move rp-mttr01-repeats to repeat-limit
        end-if
    end-read
    close parm-file
  end-if.

*> an incident is opened by its first line; the time to resolve runs
*> to its last R line, so an incident reopened and resolved again is
*> measured to the final resolution.
2000-load-incidents.
  open input inc-file
  if inc-status not = "00"
    display "mttr01: *** warning -- no incident01.dat, no incidents to report ***"
    exit paragraph
  end-if
  read inc-file at end set end-of-incidents to true end-read
  perform until end-of-incidents
    if ir-id is numeric
      perform 2100-apply-line
    end-if
    read inc-file at end set end-of-incidents to true end-read
  end-perform
  close inc-file.

2100-apply-line.
  move zero to inc-found
  perform varying inc-ix from 1 by 1 until inc-ix > inc-used or inc-found > 0
    if it-id(inc-ix) = ir-id
      move inc-ix to inc-found
    end-if
  end-perform
  if inc-found = 0
    if inc-used >= 2000
      display "mttr01: *** warning -- more than 2000 incidents, " ir-id " ignored ***"
      exit paragraph
    end-if
    add 1 to inc-used
    move inc-used to inc-found
    move ir-id to it-id(inc-found)
    move "O" to it-state(inc-found)
    move spaces to it-prog(inc-found)
    move ir-date to it-open-date(inc-found)
    move ir-time to it-open-time(inc-found)
    move zero to it-res-date(inc-found)
    move zero to it-res-time(inc-found)
  end-if
  evaluate ir-type
    when "L"
      if it-prog(inc-found) = spaces
        move il-prog to it-prog(inc-found)
      end-if
    when "R"
      move "R" to it-state(inc-found)
      move ir-date to it-res-date(inc-found)
      move ir-time to it-res-time(inc-found)
    when "X"
      move "O" to it-state(inc-found)
  end-evaluate.

3000-count-by-program.
  perform varying inc-ix from 1 by 1 until inc-ix > inc-used
    move it-open-date(inc-ix) to date-split
    if ds-period = want-period
      move it-prog(inc-ix) to find-prog
      perform 3100-find-program-slot
      add 1 to pe-opened(prog-found)
      add 1 to tot-opened
      if it-state(inc-ix) = "R"
        move it-open-date(inc-ix) to stamp-date
        move it-open-time(inc-ix) to stamp-time
        perform 6000-stamp-seconds
        move stamp-secs to open-secs
        move it-res-date(inc-ix) to stamp-date
        move it-res-time(inc-ix) to stamp-time
        perform 6000-stamp-seconds
        if stamp-secs > open-secs
          add stamp-secs to pe-seconds(prog-found)
          add stamp-secs to tot-seconds
          subtract open-secs from pe-seconds(prog-found)
          subtract open-secs from tot-seconds
        end-if
        add 1 to pe-resolved(prog-found)
        add 1 to tot-resolved
      end-if
    end-if
  end-perform.

3100-find-program-slot.
  move zero to prog-found
  perform varying prog-ix from 1 by 1 until prog-ix > prog-used or prog-found > 0
    if pe-prog(prog-ix) = find-prog
      move prog-ix to prog-found
    end-if
  end-perform
  if prog-found = 0
    if prog-used >= 200
      display "mttr01: *** warning -- more than 200 programs, extras lumped ***"
      move prog-used to prog-found
      exit paragraph
    end-if
    add 1 to prog-used
    move prog-used to prog-found
    move find-prog to pe-prog(prog-found)
    move zero to pe-opened(prog-found)
    move zero to pe-resolved(prog-found)
    move zero to pe-seconds(prog-found)
  end-if.

*> the alerts themselves, not the incidents, decide a repeat
*> offender -- an alert nobody opened an incident for still counts.
4000-count-alert-messages.
  open input al-file
  if al-status not = "00"
    exit paragraph
  end-if
  read al-file at end set end-of-alerts to true end-read
  perform until end-of-alerts
    move al-date to date-split
    if ds-period = want-period
      perform 4100-tally-message
    end-if
    read al-file at end set end-of-alerts to true end-read
  end-perform
  close al-file.

4100-tally-message.
  move zero to msg-found
  perform varying msg-ix from 1 by 1 until msg-ix > msg-used or msg-found > 0
    if me-prog(msg-ix) = al-prog and me-msg(msg-ix) = al-message
      move msg-ix to msg-found
    end-if
  end-perform
  if msg-found = 0
    if msg-used >= 1000
      display "mttr01: *** warning -- more than 1000 distinct alert messages, extras ignored ***"
      exit paragraph
    end-if
    add 1 to msg-used
    move msg-used to msg-found
    move al-prog to me-prog(msg-found)
    move al-message to me-msg(msg-found)
    move zero to me-count(msg-found)
  end-if
  add 1 to me-count(msg-found).

5000-write-report.
  open output rpt-file
  if rpt-status not = "00"
    display "mttr01: *** fatal -- open of mttr01.lst failed, status=" rpt-status
    move 16 to return-code
    goback
  end-if
  move want-period to h1-period
  move run-date to h1-date
  write rpt-line from hdr-line-1
  move spaces to rpt-line
  write rpt-line
  write rpt-line from hdr-line-2
  perform varying prog-ix from 1 by 1 until prog-ix > prog-used
    move pe-prog(prog-ix) to d-prog
    move pe-opened(prog-ix) to d-opened
    move pe-resolved(prog-ix) to d-resolved
    compute d-open = pe-opened(prog-ix) - pe-resolved(prog-ix)
    move zero to mean-hours
    if pe-resolved(prog-ix) > 0
      compute mean-hours rounded =
        pe-seconds(prog-ix) / pe-resolved(prog-ix) / 3600
    end-if
    move mean-hours to d-mean
    write rpt-line from det-line
  end-perform
  move "TOTAL" to d-prog
  move tot-opened to d-opened
  move tot-resolved to d-resolved
  compute d-open = tot-opened - tot-resolved
  move zero to mean-hours
  if tot-resolved > 0
    compute mean-hours rounded = tot-seconds / tot-resolved / 3600
  end-if
  move mean-hours to d-mean
  write rpt-line from det-line
  move spaces to rpt-line
  write rpt-line
  move repeat-limit to rh-limit
  write rpt-line from rep-hdr-line
  perform varying msg-ix from 1 by 1 until msg-ix > msg-used
    if me-count(msg-ix) > repeat-limit
      move me-prog(msg-ix) to r-prog
      move me-msg(msg-ix) to r-msg
      move me-count(msg-ix) to r-count
      write rpt-line from rep-line
      add 1 to repeat-count
    end-if
  end-perform
  if repeat-count = 0
    move "NONE" to nl-text
    write rpt-line from note-line
  end-if
  close rpt-file.

6000-stamp-seconds.
  compute stamp-secs = function integer-of-date(stamp-date) * 86400
                     + st-hh * 3600 + st-mm * 60 + st-ss.
