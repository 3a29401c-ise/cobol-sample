*> snapshotted from history01.dat, C/O state and the date it was
*> posted.  entries are only ever appended, so for a period that
*> appears more than once the last line is the one that counts, the
*> same append-last-wins convention the run calendar uses.  each
*> line is for one entity (mo-ent, spaces = the home entity, as on
*> every line written before entities existed) -- an entity's close
*> holds back its own postings only.
  select mo-file assign to dynamic mo-path
    organization is line sequential
    file status is mo-status.
data division.
  03 mo-state pic x(1).
  03 filler pic x(1).
  03 mo-date pic 9(8).
  03 filler pic x(1).
  03 mo-ent pic x(2).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 mo-path pic x(60) value "monthly01.dat".
01 mo-status pic x(2) value spaces.
01 mo-eof pic x(1) value "n".
  88 end-of-months value "y".
01 want-period pic 9(6) value zero.
01 want-ent pic x(2) value spaces.
01 date-split.
  03 ds-period pic 9(6).
  03 ds-dd pic 9(2).
*> month is a closed accounting period, "o" = open.  no monthly
*> totals file at all means every period is open, the behaviour
*> every posting program had before the close existed.
*> lk-ent is the entity the posting belongs to -- a caller that
*> passes none is judged against the home entity's periods.
01 lk-date pic 9(8).
01 lk-result pic x(1).
01 lk-ent pic x(2).
procedure division using lk-date lk-result optional lk-ent.
call "env01" using env-func-p mo-path
move "o" to lk-result
move spaces to want-ent
if address of lk-ent not = null
  move lk-ent to want-ent
end-if
move lk-date to date-split
move ds-period to want-period
move "n" to mo-eof
end-if
read mo-file at end set end-of-months to true end-read
perform until end-of-months
  if mo-period = want-period and mo-ent = want-ent
    if mo-state = "C"
      move "c" to lk-result
    else
