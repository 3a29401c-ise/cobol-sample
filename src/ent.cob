identification division.
program-id. ent01.
environment division.
input-output section.
file-control.
*> the entity master entm01 maintains: one line per business unit --
*> code, A/I state and name.  appended only, the last line per code
*> wins; spaces is the home entity, which never needs a line.
  select ent-file assign to dynamic ent-path
    organization is line sequential
    file status is ent-status.
*> the operator master menu01 keeps -- read here only for the
*> entities each operator may work on.
  select op-file assign to dynamic op-path
    organization is line sequential
    file status is op-status.
data division.
file section.
fd ent-file.
01 ent-rec.
  03 em-code pic x(2).
  03 filler pic x(1).
  03 em-active pic x(1).
  03 filler pic x(1).
  03 em-name pic x(20).
fd op-file.
01 op-rec.
  03 op-id pic x(8).
  03 filler pic x(1).
  03 op-level pic x(1).
  03 filler pic x(1).
  03 op-active pic x(1).
  03 filler pic x(1).
  03 op-name pic x(20).
  03 filler pic x(1).
  03 op-pass pic x(8).
  03 filler pic x(1).
  03 op-force pic x(1).
  03 filler pic x(1).
  03 op-ents pic x(20).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ent-path pic x(60) value "entmst01.dat".
01 op-path pic x(60) value "oper01.dat".
01 ent-status pic x(2) value spaces.
01 op-status pic x(2) value spaces.
01 ent-eof pic x(1) value "n".
  88 end-of-entities value "y".
01 op-eof pic x(1) value "n".
  88 end-of-operators value "y".
*> both masters are read once per run unit and held last-line-wins
*> -- inq01 and the batch programs ask about every record they touch.
*> func "r" forces a re-read after menu01 or entm01 appends a line.
01 ent-loaded pic x(1) value "n".
  88 masters-loaded value "y".
01 have-op-master pic x(1) value "n".
  88 operator-master-found value "y".
01 ent-table.
  02 ent-entry occurs 50 times.
    03 et-code pic x(2).
    03 et-active pic x(1).
    03 et-name pic x(20).
01 ent-used pic 9(2) value zero.
01 ent-ix pic 9(2) value zero.
01 ent-found pic 9(2) value zero.
01 op-table.
  02 op-entry occurs 300 times.
    03 ot-id pic x(8).
    03 ot-ents pic x(20).
01 op-used pic 9(3) value zero.
01 op-ix pic 9(3) value zero.
01 op-found pic 9(3) value zero.
*> the operator's grant, ten two-byte codes: "**" is every entity,
*> "--" the home entity; a grant left blank (every line written
*> before the field existed) is the home entity alone.
01 grant-work pic x(20) value spaces.
01 grant-codes redefines grant-work.
  03 grant-code pic x(2) occurs 10 times.
01 grant-ix pic 9(2) value zero.
01 want-code pic x(2) value spaces.
linkage section.
*> lk-func: "k" is lk-ent an active entity (spaces always is);
*>          "p" may operator lk-op work on entity lk-ent -- no
*>              operator master on file means no restriction, and
*>              an id not on it (a standalone run's UNLISTED, a
*>              blank submitter) gets the home entity alone;
*>          "r" re-read both masters, nothing else.
*> lk-result is "y" or "n"; lk-name comes back with the entity's
*> name from the master ("HOME ENTITY" for spaces) on "k" and "p".
01 lk-func pic x(1).
01 lk-op pic x(8).
01 lk-ent pic x(2).
01 lk-result pic x(1).
01 lk-name pic x(20).
procedure division using lk-func lk-op lk-ent lk-result lk-name.
call "env01" using env-func-p ent-path
call "env01" using env-func-p op-path
if lk-func = "r" or not masters-loaded
  perform 1000-load-entities
  perform 1500-load-operators
  move "y" to ent-loaded
end-if
move "n" to lk-result
move spaces to lk-name
perform 2000-find-entity
evaluate lk-func
  when "k"
    if lk-ent = spaces
      move "y" to lk-result
    else
      if ent-found > 0
        if et-active(ent-found) = "A"
          move "y" to lk-result
        end-if
      end-if
    end-if
  when "p"
    perform 3000-check-grant
  when other
    move "y" to lk-result
end-evaluate
goback.

1000-load-entities.
  move zero to ent-used
  move "n" to ent-eof
  open input ent-file
  if ent-status not = "00"
    exit paragraph
  end-if
  read ent-file at end set end-of-entities to true end-read
  perform until end-of-entities
    if em-code not = spaces
      move zero to ent-found
      move 1 to ent-ix
      perform until ent-ix > ent-used or ent-found > 0
        if et-code(ent-ix) = em-code
          move ent-ix to ent-found
        end-if
        add 1 to ent-ix
      end-perform
      if ent-found = 0 and ent-used < 50
        add 1 to ent-used
        move ent-used to ent-found
        move em-code to et-code(ent-found)
      end-if
      if ent-found > 0
        move em-active to et-active(ent-found)
        move em-name to et-name(ent-found)
      end-if
    end-if
    read ent-file at end set end-of-entities to true end-read
  end-perform
  close ent-file.

1500-load-operators.
  move zero to op-used
  move "n" to have-op-master
  move "n" to op-eof
  open input op-file
  if op-status not = "00"
    exit paragraph
  end-if
  move "y" to have-op-master
  read op-file at end set end-of-operators to true end-read
  perform until end-of-operators
    move zero to op-found
    move 1 to op-ix
    perform until op-ix > op-used or op-found > 0
      if ot-id(op-ix) = op-id
        move op-ix to op-found
      end-if
      add 1 to op-ix
    end-perform
    if op-found = 0
      if op-used >= 300
        display "ent01: *** warning -- more than 300 operator ids, extras get the home entity only ***"
      else
        add 1 to op-used
        move op-used to op-found
        move op-id to ot-id(op-found)
      end-if
    end-if
    if op-found > 0
      move op-ents to ot-ents(op-found)
    end-if
    read op-file at end set end-of-operators to true end-read
  end-perform
  close op-file.

2000-find-entity.
  move zero to ent-found
  if lk-ent = spaces
    move "HOME ENTITY" to lk-name
    exit paragraph
  end-if
  move 1 to ent-ix
  perform until ent-ix > ent-used or ent-found > 0
    if et-code(ent-ix) = lk-ent
      move ent-ix to ent-found
      move et-name(ent-ix) to lk-name
    end-if
    add 1 to ent-ix
  end-perform.

3000-check-grant.
  if not operator-master-found
    move "y" to lk-result
    exit paragraph
  end-if
  move spaces to grant-work
  move zero to op-found
  move 1 to op-ix
  perform until op-ix > op-used or op-found > 0
    if ot-id(op-ix) = lk-op and lk-op not = spaces
      move op-ix to op-found
      move ot-ents(op-ix) to grant-work
    end-if
    add 1 to op-ix
  end-perform
  if grant-work = spaces
    if lk-ent = spaces
      move "y" to lk-result
    end-if
    exit paragraph
  end-if
  if lk-ent = spaces
    move "--" to want-code
  else
    move lk-ent to want-code
  end-if
  move 1 to grant-ix
  perform until grant-ix > 10 or lk-result = "y"
    if grant-code(grant-ix) = "**" or grant-code(grant-ix) = want-code
      move "y" to lk-result
    end-if
    add 1 to grant-ix
  end-perform.
