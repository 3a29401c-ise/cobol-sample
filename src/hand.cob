*> rejects, suspense and approvals -- gathered onto one page so
*> handover stops depending on what the outgoing shift remembers
*> to mention.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
  select lck-file assign to dynamic lck-path
    organization is line sequential
    file status is lck-status.
  select fck-file assign to dynamic fck-path
    organization is line sequential
    file status is fck-status.
  select jck-file assign to dynamic jck-path
    organization is line sequential
    file status is jck-status.
  select stp-file assign to dynamic stp-path
    organization is line sequential
    file status is stp-status.
  select prej-file assign to dynamic prej-path
    organization is line sequential
    file status is prej-status.
  select irej-file assign to dynamic irej-path
    organization is line sequential
    file status is irej-status.
  select sus-file assign to dynamic sus-path
    organization is sequential
    file status is sus-status.
  select pnd-file assign to dynamic pnd-path
    organization is sequential
    file status is pnd-status.
  select inc-file assign to dynamic inc-path
    organization is line sequential
    file status is inc-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
fd stp-file.
01 stp-rec pic x(1).
fd prej-file.
01 prej-rec pic x(40).
fd irej-file.
01 irej-rec pic x(42).
fd sus-file.
01 sus-rec.
  03 sus-image pic x(32).
  03 pnd-approver pic x(8).
  03 pnd-app-date pic 9(8).
  03 pnd-app-time pic 9(8).
fd inc-file.
  copy incr.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 al-path pic x(60) value "alert01.dat".
01 lck-path pic x(60) value "count01.lck".
01 fck-path pic x(60) value "file01.ckp".
01 jck-path pic x(60) value "nightly01.ckp".
01 stp-path pic x(60) value "nightly01.stop".
01 prej-path pic x(60) value "partner01.rej".
01 irej-path pic x(60) value "input01.rej".
01 sus-path pic x(60) value "partner01.sus".
01 pnd-path pic x(60) value "adjust01.pnd".
01 inc-path pic x(60) value "incident01.dat".
01 rpt-path pic x(60) value "handover01.lst".
01 al-status pic x(2) value spaces.
01 lck-status pic x(2) value spaces.
01 fck-status pic x(2) value spaces.
01 irej-status pic x(2) value spaces.
01 sus-status pic x(2) value spaces.
01 pnd-status pic x(2) value spaces.
01 inc-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 scan-eof pic x(1) value "n".
  88 end-of-scan value "y".
01 sus-pending pic 9(5) value zero.
01 pnd-pending pic 9(5) value zero.
01 open-items pic 9(3) value zero.
*> each incident's latest state, rebuilt from the register.
01 inc-table.
  02 inc-entry occurs 2000 times.
    03 it-id pic 9(6).
    03 it-state pic x(1).
    03 it-date pic 9(8).
    03 it-text pic x(50).
01 inc-used pic 9(4) value zero.
01 inc-ix pic 9(4) value zero.
01 inc-found pic 9(4) value zero.
01 inc-open pic 9(5) value zero.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 snap-time pic 9(8) value zero.
  03 ct-text pic x(40).
  03 ct-count pic zzzz9.
procedure division.
call "env01" using env-func-p al-path
call "env01" using env-func-p lck-path
call "env01" using env-func-p fck-path
call "env01" using env-func-p jck-path
call "env01" using env-func-p stp-path
call "env01" using env-func-p prej-path
call "env01" using env-func-p irej-path
call "env01" using env-func-p sus-path
call "env01" using env-func-p pnd-path
call "env01" using env-func-p inc-path
call "env01" using env-func-p rpt-path
move zero to open-alerts
move zero to open-fatal
move zero to prej-count
perform 5000-count-rejects
perform 6000-count-suspense
perform 7000-count-approvals
perform 8000-list-open-incidents
move spaces to rpt-line
write rpt-line
if open-items = 0
  if pnd-pending > 0
    add 1 to open-items
  end-if.

*> open incidents are listed one by one -- the incoming shift takes
*> them over by number in inc01.
8000-list-open-incidents.
  move zero to inc-used
  move zero to inc-open
  move "n" to scan-eof
  open input inc-file
  if inc-status = "00"
    read inc-file at end set end-of-scan to true end-read
    perform until end-of-scan
      if ir-id is numeric
        perform 8100-apply-incident-line
      end-if
      read inc-file at end set end-of-scan to true end-read
    end-perform
    close inc-file
  end-if
  perform varying inc-ix from 1 by 1 until inc-ix > inc-used
    if it-state(inc-ix) = "O"
      add 1 to inc-open
    end-if
  end-perform
  move spaces to ct-line
  move "INCIDENTS OPEN (inc01)" to ct-text
  move inc-open to ct-count
  write rpt-line from ct-line
  if inc-open = 0
    exit paragraph
  end-if
  add 1 to open-items
  perform varying inc-ix from 1 by 1 until inc-ix > inc-used
    if it-state(inc-ix) = "O"
      move spaces to nl-text
      string "  " it-id(inc-ix) " SINCE " it-date(inc-ix) " " it-text(inc-ix)
        delimited by size into nl-text
      write rpt-line from note-line
    end-if
  end-perform.

8100-apply-incident-line.
  move zero to inc-found
  perform varying inc-ix from 1 by 1 until inc-ix > inc-used or inc-found > 0
    if it-id(inc-ix) = ir-id
      move inc-ix to inc-found
    end-if
  end-perform
  if inc-found = 0
    if inc-used >= 2000
      exit paragraph
    end-if
    add 1 to inc-used
    move inc-used to inc-found
    move ir-id to it-id(inc-found)
    move "O" to it-state(inc-found)
    move ir-date to it-date(inc-found)
    move spaces to it-text(inc-found)
  end-if
  evaluate ir-type
    when "O"
      move ir-text to it-text(inc-found)
    when "R"
      move "R" to it-state(inc-found)
    when "X"
      move "O" to it-state(inc-found)
  end-evaluate.
