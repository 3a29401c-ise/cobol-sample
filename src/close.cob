*> closed is totalled from here, not from count01.dat, because the
*> master only ever holds the latest rebuild while the history
*> carries every date.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is sequential
    record key is hist-key
    file status is hist-status.
*> the monthly totals file: one line appended per close or reopen --
*> period, snapshotted count and amount, C/O state, posting date and
*> the entity the line closes the period for (spaces = home).
*> append-last-wins, the same correction convention the run
*> calendar uses; period01 reads it for every posting program that
*> has to refuse a closed period.
  select mo-file assign to dynamic mo-path
    organization is line sequential
    file status is mo-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
*> the entity master -- the unattended month-end run closes every
*> active entity's period, not only the home entity's.
  select ent-file assign to dynamic ent-path
    organization is line sequential
    file status is ent-status.
data division.
file section.
fd hist-file.
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
  03 mo-state pic x(1).
  03 filler pic x(1).
  03 mo-date pic 9(8).
  03 filler pic x(1).
  03 mo-ent pic x(2).
fd rpt-file.
01 rpt-line pic x(80).
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
01 hist-path pic x(60) value "history01.dat".
01 mo-path pic x(60) value "monthly01.dat".
01 rpt-path pic x(60) value "monthly01.lst".
01 ent-path pic x(60) value "entmst01.dat".
01 hist-status pic x(2) value spaces.
01 mo-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 ent-status pic x(2) value spaces.
01 ent-eof pic x(1) value "n".
  88 end-of-entities value "y".
*> the entity the session closes for -- handed in by menu01 from the
*> operator's working entity, asked for on a standalone run.
01 want-ent pic x(2) value spaces.
01 raw-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
01 ent-table.
  02 ent-entry occurs 50 times.
    03 et-code pic x(2).
    03 et-active pic x(1).
01 ent-used pic 9(2) value zero.
01 ent-ix pic 9(2) value zero.
01 ent-found pic 9(2) value zero.
01 hist-eof pic x(1) value "n".
  88 end-of-history value "y".
01 mo-eof pic x(1) value "n".
*> the month's snapshot, totalled off the history.
01 snap-count pic 9(7) value zero.
01 snap-amount pic s9(11)v99 value zero.
*> the snapshot is in base currency, off the figure history01 holds
*> for each detail -- a detail mirrored with no rate has none and is
*> left out of the total, with an alert and rc 8.
01 snap-norate pic 9(7) value zero.
01 al-prog-name pic x(8) value "CLOSE01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 hist-split.
  03 hs-period pic 9(6).
  03 hs-dd pic 9(2).
  03 filler pic x(5) value "SE01)".
  03 filler pic x(7) value "  DATE ".
  03 h1-date pic 9(8).
01 hdr-line-ent.
  03 filler pic x(8) value "ENTITY [".
  03 he-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 he-name pic x(20).
01 hdr-line-2.
  03 filler pic x(8) value "PERIOD  ".
  03 filler pic x(9) value "RECORDS  ".
*> nightly01 calls close01 unattended on a month-end calendar date
*> and passes "a": the month of the business date is closed without
*> a prompt.  menu01 and a standalone run omit the parameter and
*> get the interactive session.  lk-ent is the entity the session
*> closes for: menu01 passes the operator's working entity; a
*> standalone run omits it and is asked.
01 lk-mode pic x(1).
01 lk-ent pic x(2).
procedure division using optional lk-mode optional lk-ent.
call "env01" using env-func-p hist-path
call "env01" using env-func-p mo-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p ent-path
move "n" to session-done
call "bdate01" using bd-func-g run-date
if address of lk-mode not = null
    move ds-period to want-period
    display "close01: month-end run -- closing period " want-period
    move "C" to new-state
    perform 1200-close-every-entity
    goback
  end-if
end-if
if address of lk-ent not = null
  move lk-ent to want-ent
else
  perform 1100-ask-entity
  if want-ent = "x"
    goback
  end-if
end-if
call "ent01" using en-func-k en-op want-ent en-result en-name
perform until session-over
  display " "
  display "close01 -- accounting period close, entity [" want-ent "] " en-name
  display "  c) close a period"
  display "  r) reopen a period"
  display "  m) month-over-month report"
    move zero to want-period
  end-if.

1100-ask-entity.
  display "close01 -- entity x(2), blank for the home entity:"
  move spaces to raw-ent
  accept raw-ent
  move function upper-case(raw-ent) to raw-ent
  call "ent01" using en-func-k en-op raw-ent en-result en-name
  if en-result not = "y"
    display "close01: *** entity [" raw-ent "] is not active on the entity master ***"
    move "x" to want-ent
    exit paragraph
  end-if
  move raw-ent to want-ent.

*> the home entity first, then every entity active on the master,
*> last line per code winning -- each gets its own monthly01.dat line.
1200-close-every-entity.
  move spaces to want-ent
  perform 2000-post-period
  move zero to ent-used
  move "n" to ent-eof
  open input ent-file
  if ent-status not = "00"
    exit paragraph
  end-if
  read ent-file at end set end-of-entities to true end-read
  perform until end-of-entities
    if em-code not = spaces
      perform 1210-store-entity
    end-if
    read ent-file at end set end-of-entities to true end-read
  end-perform
  close ent-file
  move 1 to ent-ix
  perform until ent-ix > ent-used
    if et-active(ent-ix) = "A"
      move et-code(ent-ix) to want-ent
      perform 2000-post-period
    end-if
    add 1 to ent-ix
  end-perform.

1210-store-entity.
  move zero to ent-found
  move 1 to ent-ix
  perform until ent-ix > ent-used or ent-found > 0
    if et-code(ent-ix) = em-code
      move ent-ix to ent-found
    end-if
    add 1 to ent-ix
  end-perform
  if ent-found = 0
    if ent-used >= 50
      display "close01: *** warning -- more than 50 entities, extras not closed ***"
      exit paragraph
    end-if
    add 1 to ent-used
    move ent-used to ent-found
    move em-code to et-code(ent-found)
  end-if
  move em-active to et-active(ent-found).

*> snapshot the period's totals from the history and append the
*> close (or reopen) line -- the appended line is what period01
*> judges every later posting against.
2000-post-period.
  perform 3000-snapshot-history
  if snap-norate > 0
    display "close01: *** period " want-period " entity [" want-ent "] -- " snap-norate
            " details have no fx rate, left out of the total ***"
    move spaces to al-msg
    string want-period " " want-ent " " snap-norate " details no fx rate"
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
    move 8 to return-code
  end-if
  open extend mo-file
  if mo-status = "35"
    open output mo-file
  move snap-amount to mo-amount
  move new-state to mo-state
  move run-date to mo-date
  move want-ent to mo-ent
  write mo-rec
  if mo-status not = "00"
    display "close01: *** fatal -- write to monthly01.dat failed, status=" mo-status
  end-if
  close mo-file
  if new-state = "C"
    display "close01: period " want-period " entity [" want-ent "] closed, records=" snap-count
  else
    display "close01: period " want-period " entity [" want-ent "] reopened, records=" snap-count
  end-if.

*> total every history record of the entity whose date falls in the
*> period --
*> hist-date leads the key, so the file arrives in date order and
*> the scan could stop early, but the whole file is small enough
*> that the plain read keeps this simple.
3000-snapshot-history.
  move zero to snap-count
  move zero to snap-amount
  move zero to snap-norate
  move "n" to hist-eof
  open input hist-file
  if hist-status not = "00"
  read hist-file at end set end-of-history to true end-read
  perform until end-of-history
    move hist-date to hist-split
    if hs-period = want-period and hist-ent = want-ent
      add 1 to snap-count
      if hist-rated = "y"
        add hist-base to snap-amount
      else
        add 1 to snap-norate
      end-if
    end-if
    read hist-file at end set end-of-history to true end-read
  end-perform
  close hist-file.

*> the month-over-month report off the totals file: one line per
*> period of the session's entity in its last-posted state, with the
*> amount change against the period before it.
5000-month-report.
  move zero to month-used
  move "n" to mo-eof
  end-if
  read mo-file at end set end-of-months to true end-read
  perform until end-of-months
    if mo-ent = want-ent
      perform 5100-store-month
    end-if
    read mo-file at end set end-of-months to true end-read
  end-perform
  close mo-file
  end-if
  move run-date to h1-date
  write rpt-line from hdr-line-1
  move want-ent to he-ent
  move en-name to he-name
  write rpt-line from hdr-line-ent
  write rpt-line from hdr-line-2
  move 1 to month-ix
  perform until month-ix > month-used
