identification division.
program-id. inc01.
environment division.
input-output section.
file-control.
*> incident register maintenance: an acknowledgement says somebody
*> saw an alert, an incident says what was wrong and what was done.
*> an incident is opened from one or more alert01.dat records and
*> carries the cause, the actions and the resolution, each stamped
*> with who and when (see incr.cpy).  the register is appended to
*> only; hand01 lists the open incidents and mttr01 reports on them.
  select inc-file assign to dynamic inc-path
    organization is line sequential
    file status is inc-status.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
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
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 inc-path pic x(60) value "incident01.dat".
01 al-path pic x(60) value "alert01.dat".
01 inc-status pic x(2) value spaces.
01 al-status pic x(2) value spaces.
01 inc-eof pic x(1) value "n".
  88 end-of-incidents value "y".
01 al-eof pic x(1) value "n".
  88 end-of-alerts value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 op-id pic x(8) value spaces.
*> every incident on the register, its latest state and summary.
01 inc-table.
  02 inc-entry occurs 2000 times.
    03 it-id pic 9(6).
    03 it-state pic x(1).
    03 it-date pic 9(8).
    03 it-time pic 9(8).
    03 it-text pic x(70).
    03 it-links pic 9(3).
01 inc-used pic 9(4) value zero.
01 inc-ix pic 9(4) value zero.
01 inc-found pic 9(4) value zero.
01 high-id pic 9(6) value zero.
*> every alert already linked to an incident, by its key.
01 link-table.
  02 link-entry occurs 5000 times.
    03 lt-prog pic x(8).
    03 lt-date pic 9(8).
    03 lt-time pic 9(8).
01 link-used pic 9(4) value zero.
01 link-ix pic 9(4) value zero.
01 link-found pic x(1) value "n".
  88 alert-linked value "y".
01 al-ordinal pic 9(5) value zero.
01 al-listed pic 9(5) value zero.
01 raw-ordinal pic x(5) value spaces.
01 want-ordinal pic 9(5) value zero.
01 raw-id pic x(6) value spaces.
01 want-id pic 9(6) value zero.
01 new-text pic x(70) value spaces.
01 new-type pic x(1) value space.
01 links-added pic 9(3) value zero.
01 stamp-date pic 9(8) value zero.
01 stamp-time pic 9(8) value zero.
*> the alert the operator picked, held while the register is open.
01 pick-alert.
  03 pa-prog pic x(8).
  03 pa-date pic 9(8).
  03 pa-time pic 9(8).
  03 pa-sev pic x(1).
  03 pa-msg pic x(40).
01 pick-table.
  02 pick-entry occurs 50 times pic x(65).
01 pick-used pic 9(2) value zero.
01 pick-ix pic 9(2) value zero.
*> an L line's text, laid out as ir-link.
01 link-line.
  03 ln-prog pic x(8).
  03 filler pic x(1) value space.
  03 ln-date pic 9(8).
  03 filler pic x(1) value space.
  03 ln-time pic 9(8).
  03 filler pic x(1) value space.
  03 ln-sev pic x(1).
  03 filler pic x(1) value space.
  03 ln-msg pic x(40).
  03 filler pic x(1) value space.
01 pick-found pic x(1) value "n".
  88 alert-found value "y".
linkage section.
*> menu01 passes the signed-on operator's id so each line says who
*> wrote it; a standalone run is recorded under UNLISTED.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p inc-path
call "env01" using env-func-p al-path
move "n" to session-done
move zero to return-code
if address of lk-op-id = null
  move "UNLISTED" to op-id
else
  move lk-op-id to op-id
end-if
perform until session-over
  perform 1000-load-register
  display " "
  display "inc01 -- incident register"
  display "  l) list open incidents"
  display "  h) show one incident's history"
  display "  o) open an incident from alerts"
  display "  k) link more alerts to an incident"
  display "  c) record the cause"
  display "  a) record an action taken"
  display "  r) resolve an incident"
  display "  x) reopen a resolved incident"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 2000-list-open
    when action-code = "h" or action-code = "H"
      perform 5000-ask-incident
      if inc-found > 0
        perform 2100-show-history
      end-if
    when action-code = "o" or action-code = "O"
      perform 3000-open-incident
    when action-code = "k" or action-code = "K"
      perform 5000-ask-incident
      if inc-found > 0
        if it-state(inc-found) = "R"
          display "inc01: *** incident " want-id " is resolved -- reopen it first ***"
        else
          perform 3100-pick-alerts
          perform 3500-write-links
          display "inc01: " links-added " alert(s) linked to incident " want-id
        end-if
      end-if
    when action-code = "c" or action-code = "C"
      move "C" to new-type
      perform 4000-add-note
    when action-code = "a" or action-code = "A"
      move "A" to new-type
      perform 4000-add-note
    when action-code = "r" or action-code = "R"
      move "R" to new-type
      perform 4000-add-note
    when action-code = "x" or action-code = "X"
      move "X" to new-type
      perform 4000-add-note
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

*> the register re-read before every choice, so two operators
*> working incidents at once each see the other's lines.
1000-load-register.
  move zero to inc-used
  move zero to link-used
  move zero to high-id
  move "n" to inc-eof
  open input inc-file
  if inc-status not = "00"
    exit paragraph
  end-if
  read inc-file at end set end-of-incidents to true end-read
  perform until end-of-incidents
    if ir-id is numeric
      perform 1100-apply-line
    end-if
    read inc-file at end set end-of-incidents to true end-read
  end-perform
  close inc-file.

1100-apply-line.
  if ir-id > high-id
    move ir-id to high-id
  end-if
  move ir-id to want-id
  perform 5100-find-incident
  if inc-found = 0
    if inc-used >= 2000
      display "inc01: *** warning -- more than 2000 incidents, " ir-id " ignored ***"
      exit paragraph
    end-if
    add 1 to inc-used
    move inc-used to inc-found
    move ir-id to it-id(inc-found)
    move "O" to it-state(inc-found)
    move ir-date to it-date(inc-found)
    move ir-time to it-time(inc-found)
    move spaces to it-text(inc-found)
    move zero to it-links(inc-found)
  end-if
  evaluate ir-type
    when "O"
      move ir-text to it-text(inc-found)
    when "R"
      move "R" to it-state(inc-found)
    when "X"
      move "O" to it-state(inc-found)
    when "L"
      add 1 to it-links(inc-found)
      if link-used < 5000
        add 1 to link-used
        move il-prog to lt-prog(link-used)
        move il-date to lt-date(link-used)
        move il-time to lt-time(link-used)
      end-if
  end-evaluate.

2000-list-open.
  move zero to al-listed
  perform varying inc-ix from 1 by 1 until inc-ix > inc-used
    if it-state(inc-ix) = "O"
      display "  " it-id(inc-ix) " opened " it-date(inc-ix) " " it-time(inc-ix)
              " alerts=" it-links(inc-ix) " " it-text(inc-ix)
      add 1 to al-listed
    end-if
  end-perform
  display "inc01: open incidents=" al-listed.

2100-show-history.
  move "n" to inc-eof
  open input inc-file
  if inc-status not = "00"
    exit paragraph
  end-if
  read inc-file at end set end-of-incidents to true end-read
  perform until end-of-incidents
    if ir-id = want-id
      display "  " ir-type " " ir-date " " ir-time " " ir-op " " ir-text
    end-if
    read inc-file at end set end-of-incidents to true end-read
  end-perform
  close inc-file.

*> a new incident needs a summary and at least one alert behind it;
*> its O line is written before its links, so the register never
*> holds a link to an incident that was not opened.
3000-open-incident.
  display "inc01 -- one-line summary x(70):"
  move spaces to new-text
  accept new-text
  if new-text = spaces
    display "inc01: *** summary may not be blank -- not opened ***"
    exit paragraph
  end-if
  compute want-id = high-id + 1
  move zero to inc-found
  perform 3100-pick-alerts
  if pick-used = 0
    display "inc01: *** no alert linked -- incident not opened ***"
    exit paragraph
  end-if
  move "O" to new-type
  perform 6000-write-line
  perform 3500-write-links
  display "inc01: incident " want-id " opened with " links-added " alert(s)".

*> the open alerts not yet on any incident are listed by their
*> position on alert01.dat; the operator picks them one at a time,
*> and may name any alert on file by position, open or not.
3100-pick-alerts.
  move zero to pick-used
  perform 3200-list-unlinked
  perform until exit
    display "inc01 -- alert number 9(5) to link, or 0 to finish:"
    move spaces to raw-ordinal
    accept raw-ordinal
    if raw-ordinal = spaces
      exit perform
    end-if
    if function test-numval(raw-ordinal) not = 0
      display "*** alert number must be numeric ***"
    else
      compute want-ordinal = function numval(raw-ordinal)
      if want-ordinal = 0
        exit perform
      end-if
      perform 3300-find-alert
      if not alert-found
        display "*** there is no alert number " want-ordinal " ***"
      else
        perform 3400-check-linked
        if alert-linked
          display "*** alert " want-ordinal " is already on an incident ***"
        else
          if pick-used >= 50
            display "*** no more than 50 alerts at a time ***"
          else
            add 1 to pick-used
            move pick-alert to pick-entry(pick-used)
            if link-used < 5000
              add 1 to link-used
              move pa-prog to lt-prog(link-used)
              move pa-date to lt-date(link-used)
              move pa-time to lt-time(link-used)
            end-if
          end-if
        end-if
      end-if
    end-if
  end-perform.

3200-list-unlinked.
  move zero to al-ordinal
  move zero to al-listed
  move "n" to al-eof
  open input al-file
  if al-status not = "00"
    display "inc01: no alert01.dat on file"
    exit paragraph
  end-if
  read al-file at end set end-of-alerts to true end-read
  perform until end-of-alerts
    add 1 to al-ordinal
    if al-ack not = "y"
      move al-prog to pa-prog
      move al-date to pa-date
      move al-time to pa-time
      perform 3400-check-linked
      if not alert-linked
        display "  " al-ordinal " " al-prog " " al-date " " al-time " " al-severity " " al-message
        add 1 to al-listed
      end-if
    end-if
    read al-file at end set end-of-alerts to true end-read
  end-perform
  close al-file
  display "inc01: open alerts not on an incident=" al-listed.

3300-find-alert.
  move "n" to pick-found
  move zero to al-ordinal
  move "n" to al-eof
  open input al-file
  if al-status not = "00"
    exit paragraph
  end-if
  read al-file at end set end-of-alerts to true end-read
  perform until end-of-alerts or alert-found
    add 1 to al-ordinal
    if al-ordinal = want-ordinal
      move "y" to pick-found
      move al-prog to pa-prog
      move al-date to pa-date
      move al-time to pa-time
      move al-severity to pa-sev
      move al-message to pa-msg
    end-if
    read al-file at end set end-of-alerts to true end-read
  end-perform
  close al-file.

3400-check-linked.
  move "n" to link-found
  perform varying link-ix from 1 by 1 until link-ix > link-used or alert-linked
    if lt-prog(link-ix) = pa-prog and lt-date(link-ix) = pa-date
        and lt-time(link-ix) = pa-time
      move "y" to link-found
    end-if
  end-perform.

3500-write-links.
  move zero to links-added
  move "L" to new-type
  perform varying pick-ix from 1 by 1 until pick-ix > pick-used
    move pick-entry(pick-ix) to pick-alert
    move spaces to new-text
    move pa-prog to ln-prog
    move pa-date to ln-date
    move pa-time to ln-time
    move pa-sev to ln-sev
    move pa-msg to ln-msg
    move link-line to new-text
    perform 6000-write-line
    add 1 to links-added
  end-perform.

*> cause, action, resolution and reopening -- a note on an existing
*> incident, refused where the incident's state does not allow it.
4000-add-note.
  perform 5000-ask-incident
  if inc-found = 0
    exit paragraph
  end-if
  if new-type = "X" and it-state(inc-found) not = "R"
    display "inc01: *** incident " want-id " is not resolved -- nothing to reopen ***"
    exit paragraph
  end-if
  if new-type not = "X" and it-state(inc-found) = "R"
    display "inc01: *** incident " want-id " is resolved -- reopen it first ***"
    exit paragraph
  end-if
  evaluate new-type
    when "C"
      display "inc01 -- cause x(70):"
    when "A"
      display "inc01 -- action taken x(70):"
    when "R"
      display "inc01 -- resolution x(70):"
    when other
      display "inc01 -- reason for reopening x(70):"
  end-evaluate
  move spaces to new-text
  accept new-text
  if new-text = spaces
    display "inc01: *** the note may not be blank -- nothing recorded ***"
    exit paragraph
  end-if
  perform 6000-write-line
  display "inc01: incident " want-id " updated".

5000-ask-incident.
  move zero to inc-found
  display "inc01 -- incident number 9(6):"
  move spaces to raw-id
  accept raw-id
  if function test-numval(raw-id) not = 0
    display "*** incident number must be numeric ***"
    exit paragraph
  end-if
  compute want-id = function numval(raw-id)
  perform 5100-find-incident
  if inc-found = 0
    display "*** there is no incident " want-id " ***"
  end-if.

5100-find-incident.
  move zero to inc-found
  perform varying inc-ix from 1 by 1 until inc-ix > inc-used or inc-found > 0
    if it-id(inc-ix) = want-id
      move inc-ix to inc-found
    end-if
  end-perform.

6000-write-line.
  open extend inc-file
  if inc-status = "35"
    open output inc-file
  end-if
  if inc-status not = "00"
    display "inc01: *** fatal -- open of incident01.dat failed, status=" inc-status
    move 16 to return-code
    exit paragraph
  end-if
  accept stamp-date from date yyyymmdd
  accept stamp-time from time
  move spaces to inc-rec
  move want-id to ir-id
  move new-type to ir-type
  move stamp-date to ir-date
  move stamp-time to ir-time
  move op-id to ir-op
  move new-text to ir-text
  write inc-rec
  if inc-status not = "00"
    display "inc01: *** fatal -- write to incident01.dat failed, status=" inc-status
    move 16 to return-code
  end-if
  close inc-file.
