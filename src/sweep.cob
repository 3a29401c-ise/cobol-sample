*> structure, this pass proves the data -- every domain rule the
*> programs individually assume, applied to every record, with an
*> exception report per failure and an optional quarantine.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
*> quarantined records land here as flat f1r images, the same shape
*> the generations carry, before being deleted from the master --
*> nothing is ever just thrown away.  file01 rebuilds the master from
*> entry01.dat and load01.reg and never reads this file, so each
*> quarantined detail is also registered on load01.reg as a delete
*> under partner id SWEP, one sequence per run (see lreg01).
  select qar-file assign to dynamic qar-path
    organization is sequential
    file status is qar-status.
data division.
                      f1-hdr-size by qar-hdr-size
                      f1-txn-date by qar-txn-date
                      f1-amount by qar-amount
                      f1-cat by qar-cat
                      f1-cur by qar-cur
                      f1-ent by qar-ent.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 rpt-path pic x(60) value "sweep01.lst".
01 qar-path pic x(60) value "count01.qar".
01 f1-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "SWEEP01".
01 lck-result pic x(1) value space.
01 lg-func-s pic x(1) value "s".
01 lg-func-d pic x(1) value "d".
01 lg-partner pic x(4) value "SWEP".
01 lg-seq pic 9(4) value zero.
01 lg-result pic x(1) value space.
*> the sequence is taken at the first quarantine, so a clean or
*> report-only sweep leaves no mark on load01.reg.
01 have-seq pic x(1) value "n".
  88 sequence-taken value "y".
linkage section.
*> the jobstream passes "r" through time01's one-byte argument so
*> the weekly sweep runs unattended in report-only mode; menu01 and
*> a standalone run omit it and are asked about quarantine.
01 lk-mode pic x(1).
procedure division using optional lk-mode.
call "env01" using env-func-p f1-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p qar-path
move zero to read-count
move zero to fail-count
move zero to quarantined-count
move zero to mv-deleted
move zero to mv-net
move "n" to have-seq
move "n" to f1-eof
call "bdate01" using bd-func-g run-date
if address of lk-mode = null
  move f1-txn-date to qar-txn-date
  move f1-amount to qar-amount
  move f1-cat to qar-cat
  move f1-cur to qar-cur
  move f1-ent to qar-ent
  write qar-rec
  if qar-status not = "00"
    display "sweep01: *** fatal -- write to count01.qar failed, status=" qar-status
    goback
  end-if
  close qar-file
  if f1-cnt not = hdr-key
      and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
    perform 3200-register-delete
  end-if
  delete f1 record
  if f1-status not = "00"
    display "sweep01: *** fatal -- delete from count01.dat failed, status=" f1-status
    subtract f1-amount from mv-net
  end-if.

*> the delete line goes on before the record comes off: a sweep that
*> cannot register stops with the record still on the master.
3200-register-delete.
  if not sequence-taken
    call "lreg01" using lg-func-s lg-partner lg-seq f1r lg-result
    if lg-result not = "y"
      display "sweep01: *** no load01.reg sequence free under " lg-partner " ***"
      perform 3900-stop-quarantine
    end-if
    move "y" to have-seq
  end-if
  call "lreg01" using lg-func-d lg-partner lg-seq f1r lg-result
  if lg-result not = "y"
    display "sweep01: *** fatal -- delete of key " f1-cnt " not registered on load01.reg ***"
    perform 3900-stop-quarantine
  end-if.

3900-stop-quarantine.
  display "sweep01: *** quarantine stopped at key " f1-cnt " after " quarantined-count " records ***"
  close rpt-file
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  if mv-deleted > 0
    call "move01" using mv-prog-name mv-no-add mv-no-chg mv-deleted
                        mv-net
  end-if
  move spaces to al-msg
  string "quarantine delete not registered"
    delimited by size into al-msg
  move "F" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move 16 to return-code
  goback.

*> the category master, one last-wins table entry per code.
1000-load-categories.
  move "n" to have-cat
