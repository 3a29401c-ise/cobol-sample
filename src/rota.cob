identification division.
program-id. rota01.
environment division.
input-output section.
file-control.
*> on-call rota maintenance, and the page log read back for an
*> incident review.  the rota says who page01 wakes (see rotr.cpy);
*> the log says who was paged about what, when, and when the alert
*> was answered (see pagr.cpy).
  select rota-file assign to dynamic rota-path
    organization is line sequential
    file status is rota-status.
  select log-file assign to dynamic log-path
    organization is line sequential
    file status is log-status.
*> the operator master -- the rota only names operators it knows, and
*> no master at all means no check, as everywhere else.
  select op-file assign to dynamic op-path
    organization is line sequential
    file status is op-status.
data division.
file section.
fd rota-file.
  copy rotr.
fd log-file.
  copy pagr.
fd op-file.
01 op-rec.
  03 op-id pic x(8).
  03 filler pic x(1).
  03 op-level pic x(1).
  03 filler pic x(1).
  03 op-active pic x(1).
  03 filler pic x(1).
  03 op-name pic x(20).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 rota-path pic x(60) value "oncall01.dat".
01 log-path pic x(60) value "page01.log".
01 op-path pic x(60) value "oper01.dat".
01 rota-status pic x(2) value spaces.
01 log-status pic x(2) value spaces.
01 op-status pic x(2) value spaces.
01 rota-eof pic x(1) value "n".
  88 end-of-rota value "y".
01 log-eof pic x(1) value "n".
  88 end-of-log value "y".
01 op-eof pic x(1) value "n".
  88 end-of-operators value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 keyed-by pic x(8) value spaces.
01 run-date pic 9(8) value zero.
01 raw-date pic x(8) value spaces.
01 want-date pic 9(8) value zero.
01 end-date pic 9(8) value zero.
01 raw-shift pic x(4) value spaces.
01 want-shift pic 9(4) value zero.
01 want-split redefines want-shift.
  03 shift-hh pic 9(2).
  03 shift-mm pic 9(2).
01 new-primary pic x(8) value spaces.
01 new-pri-contact pic x(30) value spaces.
01 new-secondary pic x(8) value spaces.
01 new-sec-contact pic x(30) value spaces.
01 listed-count pic 9(5) value zero.
01 check-id pic x(8) value spaces.
01 id-state pic x(1) value space.
  88 id-unknown value "u".
  88 id-inactive value "i".
  88 id-usable value "a".
01 have-op pic x(1) value "n".
  88 op-master-found value "y".
01 found-active pic x(1) value space.
linkage section.
*> menu01 passes the signed-on operator's id so each rota line says
*> who keyed it; a standalone run is recorded under UNLISTED.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p rota-path
call "env01" using env-func-p log-path
call "env01" using env-func-p op-path
move "n" to session-done
move zero to return-code
accept run-date from date yyyymmdd
if address of lk-op-id = null
  move "UNLISTED" to keyed-by
else
  move lk-op-id to keyed-by
end-if
perform until session-over
  display " "
  display "rota01 -- on-call rota"
  display "  l) list the rota for a week from a date"
  display "  a) set a shift's primary and secondary on call"
  display "  p) list the page log for a date"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-ask-date
      if want-date > 0
        perform 2000-list-rota
      end-if
    when action-code = "a" or action-code = "A"
      perform 1000-ask-date
      if want-date > 0
        perform 3000-set-shift
      end-if
    when action-code = "p" or action-code = "P"
      perform 1000-ask-date
      if want-date > 0
        perform 4000-list-pages
      end-if
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-ask-date.
  move zero to want-date
  display "rota01 -- date 9(8) yyyymmdd, blank for " run-date ":"
  move spaces to raw-date
  accept raw-date
  if raw-date = spaces
    move run-date to want-date
    exit paragraph
  end-if
  if raw-date is not numeric
    display "rota01: *** date must be 8 numeric digits -- nothing done ***"
    exit paragraph
  end-if
  move raw-date to want-date
  if function test-date-yyyymmdd(want-date) not = 0
    display "rota01: *** " raw-date " is not a calendar date -- nothing done ***"
    move zero to want-date
  end-if.

*> every line keyed for the seven days, oldest first -- the last
*> line per date plus shift start is the one in force.
2000-list-rota.
  compute end-date = function date-of-integer(function integer-of-date(want-date) + 6)
  move zero to listed-count
  move "n" to rota-eof
  open input rota-file
  if rota-status not = "00"
    display "rota01: no oncall01.dat on file yet -- nobody is paged"
    exit paragraph
  end-if
  read rota-file at end set end-of-rota to true end-read
  perform until end-of-rota
    if ro-date >= want-date and ro-date <= end-date
      if ro-primary = spaces
        display "  " ro-date " " ro-shift " -- shift withdrawn -- keyed by " ro-op " on " ro-keyed
      else
        display "  " ro-date " " ro-shift " primary " ro-primary " " ro-pri-contact
        display "                secondary " ro-secondary " " ro-sec-contact " keyed by " ro-op " on " ro-keyed
      end-if
      add 1 to listed-count
    end-if
    read rota-file at end set end-of-rota to true end-read
  end-perform
  close rota-file
  display "rota01: lines listed=" listed-count " (the last line per date and shift start counts)".

3000-set-shift.
  display "rota01 -- shift start 9(4) hhmm:"
  move spaces to raw-shift
  accept raw-shift
  if raw-shift is not numeric
    display "rota01: *** shift start must be 4 numeric digits -- not added ***"
    exit paragraph
  end-if
  move raw-shift to want-shift
  if shift-hh > 23 or shift-mm > 59
    display "rota01: *** " raw-shift " is not a time of day -- not added ***"
    exit paragraph
  end-if
  display "rota01 -- primary operator id x(8), blank to withdraw the shift:"
  move spaces to new-primary
  accept new-primary
  move spaces to new-pri-contact
  move spaces to new-secondary
  move spaces to new-sec-contact
  if new-primary not = spaces
    move new-primary to check-id
    perform 5000-check-operator
    if not id-usable
      exit paragraph
    end-if
    display "rota01 -- primary's contact x(30), as the paging gateway takes it:"
    accept new-pri-contact
    if new-pri-contact = spaces
      display "rota01: *** contact may not be blank -- not added ***"
      exit paragraph
    end-if
    display "rota01 -- secondary operator id x(8):"
    accept new-secondary
    if new-secondary = spaces or new-secondary = new-primary
      display "rota01: *** the secondary must be someone other than the primary -- not added ***"
      exit paragraph
    end-if
    move new-secondary to check-id
    perform 5000-check-operator
    if not id-usable
      exit paragraph
    end-if
    display "rota01 -- secondary's contact x(30):"
    accept new-sec-contact
    if new-sec-contact = spaces
      display "rota01: *** contact may not be blank -- not added ***"
      exit paragraph
    end-if
  end-if
  open extend rota-file
  if rota-status = "35"
    open output rota-file
  end-if
  if rota-status not = "00"
    display "rota01: *** fatal -- open of oncall01.dat failed, status=" rota-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to rota-rec
  move want-date to ro-date
  move want-shift to ro-shift
  move new-primary to ro-primary
  move new-pri-contact to ro-pri-contact
  move new-secondary to ro-secondary
  move new-sec-contact to ro-sec-contact
  move keyed-by to ro-op
  move run-date to ro-keyed
  write rota-rec
  if rota-status not = "00"
    display "rota01: *** fatal -- write to oncall01.dat failed, status=" rota-status
    move 16 to return-code
  else
    if new-primary = spaces
      display "rota01: " want-date " " want-shift " shift withdrawn"
    else
      display "rota01: " want-date " " want-shift " on call " new-primary ", then " new-secondary
    end-if
  end-if
  close rota-file.

*> every page for the date in the order it happened: who was paged
*> and at what contact, escalations to the secondary, and who
*> acknowledged the alert in the end.
4000-list-pages.
  move zero to listed-count
  move "n" to log-eof
  open input log-file
  if log-status not = "00"
    display "rota01: no page01.log on file -- nothing has been paged"
    exit paragraph
  end-if
  read log-file at end set end-of-log to true end-read
  perform until end-of-log
    if pg-date = want-date
      evaluate pg-kind
        when "P"
          display "  " pg-time " paged primary   " pg-op " " pg-contact
        when "S"
          display "  " pg-time " paged secondary " pg-op " " pg-contact
        when "A"
          display "  " pg-time " acknowledged by " pg-op
        when other
          display "  " pg-time " *** nobody on call to page ***"
      end-evaluate
      display "             " pg-al-prog " " pg-al-date " " pg-al-time " " pg-al-sev " " pg-al-msg
      add 1 to listed-count
    end-if
    read log-file at end set end-of-log to true end-read
  end-perform
  close log-file
  display "rota01: page log lines listed=" listed-count.

*> the last master line for the id decides; an inactive id is
*> refused, a locked-out one is allowed -- a lockout is a passcode
*> matter, not a reason to leave the shift uncovered.
5000-check-operator.
  move "u" to id-state
  move "n" to have-op
  move "n" to op-eof
  open input op-file
  if op-status not = "00"
    move "a" to id-state
    exit paragraph
  end-if
  move "y" to have-op
  read op-file at end set end-of-operators to true end-read
  perform until end-of-operators
    if op-id = check-id
      move op-active to found-active
      if found-active = "I"
        move "i" to id-state
      else
        move "a" to id-state
      end-if
    end-if
    read op-file at end set end-of-operators to true end-read
  end-perform
  close op-file
  if id-unknown
    display "rota01: *** " check-id " is not on the operator master -- not added ***"
  end-if
  if id-inactive
    display "rota01: *** " check-id " is inactive on the operator master -- not added ***"
  end-if.
