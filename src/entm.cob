identification division.
program-id. entm01.
environment division.
input-output section.
file-control.
*> the entity master: one line per business unit sharing the system
*> -- a two-byte code, A/I state and a name.  every record, period
*> and report line carries the code (see f1r, close01); spaces is the
*> home entity and needs no line here.  appended only, last line per
*> code wins, the correction-by-append convention catmst01.dat uses.
  select ent-file assign to dynamic ent-path
    organization is line sequential
    file status is ent-status.
data division.
file section.
fd ent-file.
01 ent-rec.
  03 em-code pic x(2).
  03 filler pic x(1).
  03 em-active pic x(1).
  03 filler pic x(1).
  03 em-name pic x(20).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ent-path pic x(60) value "entmst01.dat".
01 ent-status pic x(2) value spaces.
01 ent-eof pic x(1) value "n".
  88 end-of-entities value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 raw-code pic x(2) value spaces.
01 raw-name pic x(20) value spaces.
01 new-active pic x(1) value space.
01 listed-count pic 9(5) value zero.
*> the entity tables ent01 holds are refreshed after every change so
*> the rest of the session sees it.
01 en-func-r pic x(1) value "r".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
procedure division.
call "env01" using env-func-p ent-path
move "n" to session-done
perform until session-over
  display " "
  display "entm01 -- entity master maintenance"
  display "  l) list entities"
  display "  a) add or change an entity"
  display "  d) deactivate an entity"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-list-entities
    when action-code = "a" or action-code = "A"
      perform 2000-add-entity
    when action-code = "d" or action-code = "D"
      perform 3000-deactivate-entity
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-list-entities.
  move zero to listed-count
  move "n" to ent-eof
  open input ent-file
  if ent-status not = "00"
    display "entm01: no entmst01.dat on file yet -- only the home entity exists"
    exit paragraph
  end-if
  read ent-file at end set end-of-entities to true end-read
  perform until end-of-entities
    display "  " em-code " " em-active " " em-name
    add 1 to listed-count
    read ent-file at end set end-of-entities to true end-read
  end-perform
  close ent-file
  display "entm01: lines listed=" listed-count " (the last line per code counts)".

2000-add-entity.
  perform 5000-accept-code
  if raw-code = spaces
    exit paragraph
  end-if
  display "entm01 -- entity name x(20):"
  move spaces to raw-name
  accept raw-name
  if raw-name = spaces
    display "entm01: *** name may not be blank -- not added ***"
    exit paragraph
  end-if
  move "A" to new-active
  perform 4000-append-line.

3000-deactivate-entity.
  perform 5000-accept-code
  if raw-code = spaces
    exit paragraph
  end-if
  move spaces to raw-name
  move "I" to new-active
  perform 4000-append-line.

4000-append-line.
  open extend ent-file
  if ent-status = "35"
    open output ent-file
  end-if
  if ent-status not = "00"
    display "entm01: *** fatal -- open of entmst01.dat failed, status=" ent-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to ent-rec
  move raw-code to em-code
  move new-active to em-active
  move raw-name to em-name
  write ent-rec
  if ent-status not = "00"
    display "entm01: *** fatal -- write to entmst01.dat failed, status=" ent-status
    move 16 to return-code
  else
    if new-active = "A"
      display "entm01: entity " raw-code " recorded"
    else
      display "entm01: entity " raw-code " deactivated"
    end-if
  end-if
  close ent-file
  call "ent01" using en-func-r en-op raw-code en-result en-name.

*> the code comes back spaces when it is refused.  "--" and "**"
*> are the operator grant's home and every-entity markers, so
*> neither can name an entity.
5000-accept-code.
  display "entm01 -- entity code x(2):"
  move spaces to raw-code
  accept raw-code
  move function upper-case(raw-code) to raw-code
  if raw-code = spaces
    display "entm01: *** the home entity needs no line -- nothing done ***"
    exit paragraph
  end-if
  if raw-code = "--" or raw-code = "**" or raw-code(1:1) = space or raw-code(2:1) = space
    display "entm01: *** code must be two characters, not -- or ** -- nothing done ***"
    move spaces to raw-code
  end-if.
