*> file01 and array01 each append a record here every time they run --
*> nightly01 reads it back after the chain finishes so the job
*> summary can show how many records those two steps wrote.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
*> the job checkpoint: the number of the last step that completed
*> it instead of repeating work that already succeeded -- file01's
*> own checkpoint protects its write loop, this one protects the
*> chain.
  select jck-file assign to dynamic jck-path
    organization is line sequential
    file status is jck-status.
*> the run calendar cal01 maintains: one line per scheduled date,
*> B = business day, M = month-end, H = holiday.  when a date
*> appears more than once the last line wins, so corrections are
*> appended rather than edited in.
  select cal-file assign to dynamic cal-path
    organization is line sequential
    file status is cal-status.
*> one line per completed run -- the job summary that used to exist
*> only as console displays, persisted so "how long has the nightly
*> been taking this month" can be answered from a file (jhist01
*> prints it) instead of from console spool.
  select his-file assign to dynamic his-path
    organization is line sequential
    file status is his-status.
*> the operator stop file, the same drop-file convention loop2
*> checked between steps only -- a step in flight always finishes --
*> and the file is left in place for the operator to remove, so an
*> accidental restart cannot blow straight past a deliberate stop.
  select stp-file assign to dynamic stp-path
    organization is line sequential
    file status is stp-status.
*> the job stream definition: one line per step -- sequence, program
*> this runtime), whether a failure stops the chain or lets it
*> continue (S/C), whether the step is enabled tonight (Y/N), and a
*> one-byte argument passed through time01 to the program (input01
*> takes its "b" batch flag this way; space = none).  a step may
*> also name an input file it must not start without, the minutes
*> to wait for it, and what to do if it never comes: S stop the
*> chain, K skip the step, R run it anyway -- a line without them
*> starts on the clock as every step always did.  no definition
*> file means the long-standing built-in five-step chain, so a
*> missing table never stops the nightly.
  select jsd-file assign to dynamic jsd-path
    organization is line sequential
    file status is jsd-status.
*> the named per-step SLA table: program, expected seconds, latest
*> the finish after every step; slar01 prints the morning ranking.
*> no table on file means no SLA judgement, the behaviour every
*> night had before the table existed.
  select sla-file assign to dynamic sla-path
    organization is line sequential
    file status is sla-status.
*> the input file a step is waiting on -- only ever read to see
*> whether a new one has arrived.
  select arr-file assign to dynamic arr-path
    organization is line sequential
    file status is arr-status.
*> nothing moves a partner or batch file aside once its step has
*> taken it, so the file a step last consumed is noted here -- wait
*> file, business date, line count and first line (the header that
*> names the partner and sequence, or the batch) -- and a file that
*> still reads the same is yesterday's, not an arrival.  the last
*> line for a wait file is the one that counts.
  select arv-file assign to dynamic arv-path
    organization is line sequential
    file status is arv-status.
*> the wait history: how long each wait took and how it ended, so a
*> partner that is always late shows up in jhist01 (see waitr.cpy).
  select wts-file assign to dynamic wts-path
    organization is line sequential
    file status is wts-status.
data division.
file section.
fd ctl-file.
fd stp-file.
01 stp-rec pic x(1).
fd jsd-file.
01 jsd-rec pic x(54).
fd sla-file.
01 sla-rec.
  03 sl-prog pic x(8).
  03 sl-secs pic 9(5).
  03 filler pic x(1).
  03 sl-finish pic 9(6).
fd arr-file.
01 arr-rec pic x(80).
fd arv-file.
01 arv-rec.
  03 av-file pic x(30).
  03 filler pic x(1).
  03 av-bus-date pic 9(8).
  03 filler pic x(1).
  03 av-count pic 9(7).
  03 filler pic x(1).
  03 av-image pic x(80).
fd wts-file.
  copy waitr.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ctl-path pic x(60) value "runctl.dat".
01 jck-path pic x(60) value "nightly01.ckp".
01 cal-path pic x(60) value "runcal.dat".
01 his-path pic x(60) value "nightly01.his".
01 stp-path pic x(60) value "nightly01.stop".
01 jsd-path pic x(60) value "jobstrm.dat".
01 sla-path pic x(60) value "slatab.dat".
01 arr-path pic x(60) value spaces.
01 wts-path pic x(60) value "nightly01.wts".
01 arv-path pic x(60) value "nightly01.arv".
01 rc pic s9(4) value zero.
01 job-start-date pic 9(8) value zero.
*> SUCCESS / FAILED, plus STOPPED when the operator's stop file was
*> when no definition file exists.  statuses are filled in as each
*> step returns and then printed as the job summary: OK, FAILED,
*> SKIPPED (never reached), PREV-OK (carried forward by a restart),
*> NOT-RUN (operator stop), DISABLED (switched off in the table),
*> NO-FILE (its input never arrived and it was skipped or stopped
*> the chain).
*> record counts come from runctl.dat for whichever steps left one.
01 job-steps.
  03 job-step occurs 20 times.
    05 st-count pic z(6)9.
    05 st-has-count pic x(1).
    05 st-elapsed pic 9(6).
    05 st-wait-file pic x(30).
    05 st-wait-mins pic 9(3).
    05 st-wait-action pic x(1).
01 step-count pic 9(2) value zero.
01 step-ix pic 9(2) value zero.
01 jsd-status pic x(2) value spaces.
01 jsd-eof pic x(1) value "n".
  88 end-of-stream value "y".
*> one definition line, unpacked field by field.
01 jsd-work pic x(54) value spaces.
01 jsd-fields redefines jsd-work.
  03 jd-seq pic x(2).
  03 filler pic x(1).
  03 jd-enabled pic x(1).
  03 filler pic x(1).
  03 jd-arg pic x(1).
  03 filler pic x(1).
  03 jd-wait-file pic x(30).
  03 filler pic x(1).
  03 jd-wait-mins pic x(3).
  03 jd-wait-mins-n redefines jd-wait-mins pic 9(3).
  03 filler pic x(1).
  03 jd-wait-action pic x(1).
*> a failed stop-on-failure step halts the chain; a continue step
*> leaves the verdict FAILED but lets the rest of the stream run.
01 chain-halted pic x(1) value "n".
*> close01's unattended mode flag -- "a" closes the month of the
*> business date without a prompt on a month-end calendar date.
01 cl-mode pic x(1) value "a".
*> accr01 runs once a night: just ahead of a GL01 step, so the legs
*> it dates tonight go out in tonight's journal, or after the chain
*> when the stream has no GL step.
01 accruals-run pic x(1) value "n".
  88 accruals-done value "y".
*> the loaded SLA table, the per-step clocks and the running
*> projection -- the moment the projected finish slips past the
*> window cutoff an alert is raised, while the window is still
  03 fh-mm pic 9(2).
  03 fh-ss pic 9(2).
01 window-alerted pic x(1) value "n".
*> the file-arrival wait: the chain looks for the file, then for the
*> operator's stop file, then sleeps a poll interval and looks again
*> until the file comes or the step's minutes run out.
01 arr-status pic x(2) value spaces.
01 wts-status pic x(2) value spaces.
01 arv-status pic x(2) value spaces.
01 arr-eof pic x(1) value "n".
  88 end-of-arrival value "y".
01 arv-eof pic x(1) value "n".
  88 end-of-consumed value "y".
*> the file as it reads now, and as it read when last consumed.
01 arr-image pic x(80) value spaces.
01 arr-count pic 9(7) value zero.
01 last-image pic x(80) value spaces.
01 last-count pic 9(7) value zero.
01 last-date pic 9(8) value zero.
01 have-last pic x(1) value "n".
  88 consumed-before value "y".
01 file-new pic x(1) value "n".
  88 file-is-new value "y".
01 stale-noted pic x(1) value "n".
  88 stale-reported value "y".
01 poll-secs pic 9(3) value 15.
01 wait-start-secs pic 9(6) value zero.
01 wait-now-secs pic 9(6) value zero.
01 wait-limit-secs pic 9(6) value zero.
01 wait-secs pic 9(6) value zero.
01 wait-outcome pic x(7) value spaces.
  88 wait-arrived value "ARRIVED".
  88 wait-timed-out value "TIMEOUT".
  88 wait-stopped value "STOPPED".
01 wait-clock.
  03 wc-hh pic 9(2).
  03 wc-mm pic 9(2).
  03 wc-ss pic 9(2).
  03 filler pic 9(2).
01 al-prog-name pic x(8) value "NIGHTLY1".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
procedure division.
call "env01" using env-func-p ctl-path
call "env01" using env-func-p jck-path
call "env01" using env-func-p cal-path
call "env01" using env-func-p his-path
call "env01" using env-func-p stp-path
call "env01" using env-func-p jsd-path
call "env01" using env-func-p sla-path
call "env01" using env-func-p wts-path
call "env01" using env-func-p arv-path
accept job-start-date from date yyyymmdd
accept job-start-clock from time
call "bdate01" using bd-func-s job-start-date
    end-if
  end-if
end-if
move "n" to accruals-run
perform 1000-run-step
  varying step-ix from 1 by 1 until step-ix > step-count
accept job-end-clock from time
if job-status = "SUCCESS"
  perform 8100-clear-checkpoint
end-if
if job-status = "SUCCESS" and not accruals-done
  perform 8350-post-accruals
end-if
*> a month-end date gets the date-summary reporting on top of the
*> regular chain -- but only off a chain that actually completed;
*> month-end figures cut from a half-built master would be worse
    move zero to rc
  end-if
end-if
*> the month-to-date comparison goes to management every night the
*> chain completes -- off a failed chain the history is short and
*> the comparison would mislead.
if job-status = "SUCCESS"
  display "nightly01: calling mtdc01"
  call "mtdc01" using cl-mode
  move return-code to rc
  if rc not = 0
    display "nightly01: *** warning -- mtdc01 failed, return-code=" rc
    move zero to rc
  end-if
end-if
*> the aged open-item report is cut off the same completed master;
*> an oldest bucket over its limit is alerted by aged01 itself.
if job-status = "SUCCESS"
  display "nightly01: calling aged01"
  call "aged01"
  move return-code to rc
  if rc not = 0
    display "nightly01: *** warning -- aged01 failed, return-code=" rc
    move zero to rc
  end-if
end-if
perform 8500-append-history
*> the day-end statement is cut last of all, after the history line
*> for tonight is on file, so the sheet the operator signs off shows
  display "nightly01: *** warning -- proof01 failed, return-code=" return-code
  move zero to return-code
end-if
*> the audit trails' chains are walked every night, whatever the
*> chain's verdict -- a broken one is chv01's to alert, fatal, and
*> never a reason to fail the batch.
display "nightly01: calling chv01"
call "chv01"
if return-code not = 0
  display "nightly01: *** warning -- chv01 returned code=" return-code
  move zero to return-code
end-if
display "nightly01: calling dayend01"
call "dayend01"
if return-code not = 0
  display "nightly01: *** warning -- dayend01 failed, return-code=" return-code
  move zero to return-code
end-if
*> the very last step: tonight's listings bundled per recipient off
*> the distribution table, dayend01.lst included -- a report due but
*> not produced is flagged there and alerted, never a chain failure.
display "nightly01: calling dist01"
call "dist01" using today-type
if return-code not = 0
  display "nightly01: *** warning -- dist01 returned code=" return-code
  move zero to return-code
end-if
display "==================================="
display "nightly01: job summary"
display "==================================="
    add 1 to steps-completed
    exit paragraph
  end-if
  if st-wait-file(step-ix) not = spaces
    perform 8900-await-input
    if wait-stopped
      move "NOT-RUN" to st-status(step-ix)
      exit paragraph
    end-if
    if wait-timed-out
      evaluate st-wait-action(step-ix)
        when "K"
          move "NO-FILE" to st-status(step-ix)
          exit paragraph
        when "R"
          display "nightly01: running " st-prog(step-ix) " without " st-wait-file(step-ix)
        when other
          move "NO-FILE" to st-status(step-ix)
          display "nightly01: *** " st-wait-file(step-ix) " never arrived -- chain stopped before " st-prog(step-ix) " ***"
          if job-status = "SUCCESS"
            move "FAILED" to job-status
            move function upper-case(st-prog(step-ix)) to failed-step
            move 12 to chain-rc
          end-if
          move "y" to chain-halted
          exit paragraph
      end-evaluate
    end-if
  end-if
  move function upper-case(st-prog(step-ix)) to step-prog-u
  if step-prog-u = "GL01" and job-status = "SUCCESS" and not accruals-done
    perform 8350-post-accruals
  end-if
  display "nightly01: calling " st-prog(step-ix) " under time01"
  accept step-start-clock from time
  compute step-start-secs = sp-hh * 3600 + sp-mm * 60 + sp-ss
  compute step-elapsed = step-end-secs - step-start-secs
  move step-elapsed to st-elapsed(step-ix)
  perform 8810-judge-step-sla
*> a step that took its file (a warning is still a take) has
*> consumed it; one that failed leaves it to be taken again.
  if st-wait-file(step-ix) not = spaces and wait-arrived and rc < 8
    perform 8940-record-consumed
  end-if
  if rc = 0
    add 1 to steps-completed
    move "OK" to st-status(step-ix)
      if jd-seq is numeric and jd-prog not = spaces
          and (jd-onfail = "S" or jd-onfail = "C")
          and (jd-enabled = "Y" or jd-enabled = "N")
          and (jd-wait-file = spaces
               or (jd-wait-mins is numeric
                   and (jd-wait-action = "S" or jd-wait-action = "K"
                        or jd-wait-action = "R")))
        add 1 to step-count
        move jd-prog to st-prog(step-count)
        move jd-onfail to st-onfail(step-count)
        move jd-enabled to st-enabled(step-count)
        move jd-arg to st-arg(step-count)
        move jd-wait-file to st-wait-file(step-count)
        move zero to st-wait-mins(step-count)
        move space to st-wait-action(step-count)
        if jd-wait-file not = spaces
          move jd-wait-mins-n to st-wait-mins(step-count)
          move jd-wait-action to st-wait-action(step-count)
        end-if
        move "SKIPPED" to st-status(step-count)
        move "n" to st-has-count(step-count)
      else
    if step-ix not = 1
      move space to st-arg(step-ix)
    end-if
    move spaces to st-wait-file(step-ix)
    move zero to st-wait-mins(step-ix)
    move space to st-wait-action(step-ix)
    move "SKIPPED" to st-status(step-ix)
    move "n" to st-has-count(step-ix)
  end-perform.
*> persist the run's summary line -- date, time, status, steps,
*> elapsed and the step that failed (spaces on a clean run) -- so
*> the job history survives the console scrolling away.
*> month-end accruals go onto the master ahead of the GL journal,
*> the month-end reporting and the close, so the period they belong
*> to is journalled, cut and snapshotted with them on it; on the next
*> period's first business day the same call takes them back off.
*> only a chain still clean gets them.  a leg that could not be
*> posted is alerted by accr01 itself -- a warning, not a failure.
8350-post-accruals.
  move "y" to accruals-run
  display "nightly01: calling accr01"
  call "accr01" using today-type
  move return-code to rc
  if rc not = 0
    display "nightly01: *** warning -- accr01 failed, return-code=" rc
    move zero to rc
  end-if.

8500-append-history.
  open extend his-file
  if his-status = "35"
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
  end-if.

*> wait for the step's input file.  the stop file is honored while
*> waiting exactly as between steps -- a stop asked for during a
*> long wait must not have to sit the wait out.  the clock is
*> normalized against the chain's start like the step clocks, so a
*> wait across midnight measures true.
8900-await-input.
  move st-wait-file(step-ix) to arr-path
  call "env01" using env-func-p arr-path
  compute wait-limit-secs = st-wait-mins(step-ix) * 60
  accept wait-clock from time
  compute wait-start-secs = wc-hh * 3600 + wc-mm * 60 + wc-ss
  if wait-start-secs < job-start-secs
    add 86400 to wait-start-secs
  end-if
  move spaces to wait-outcome
  move "n" to stale-noted
  perform 8920-load-consumed
  display "nightly01: " st-prog(step-ix) " waits up to " st-wait-mins(step-ix)
          " minutes for " st-wait-file(step-ix)
  perform until wait-outcome not = spaces
    perform 8930-look-for-file
    if file-is-new
      move "ARRIVED" to wait-outcome
    else
      perform 8600-check-stop
      if job-stopped
        move "STOPPED" to wait-outcome
      else
        accept wait-clock from time
        compute wait-now-secs = wc-hh * 3600 + wc-mm * 60 + wc-ss
        if wait-now-secs < job-start-secs
          add 86400 to wait-now-secs
        end-if
        if wait-now-secs - wait-start-secs >= wait-limit-secs
          move "TIMEOUT" to wait-outcome
        else
          call "C$SLEEP" using poll-secs
        end-if
      end-if
    end-if
  end-perform
  accept wait-clock from time
  compute wait-now-secs = wc-hh * 3600 + wc-mm * 60 + wc-ss
  if wait-now-secs < job-start-secs
    add 86400 to wait-now-secs
  end-if
  compute wait-secs = wait-now-secs - wait-start-secs
  display "nightly01: wait for " st-wait-file(step-ix) " ended " wait-outcome
          " after " wait-secs "s"
  if wait-timed-out
    move spaces to al-msg
    string st-wait-file(step-ix) delimited by space
      " late, " delimited by size
      st-prog(step-ix) delimited by space
      " action " st-wait-action(step-ix)
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
  end-if
  perform 8910-log-wait.

*> what this wait file read as when a step last consumed it.
8920-load-consumed.
  move "n" to have-last
  move "n" to arv-eof
  open input arv-file
  if arv-status not = "00"
    exit paragraph
  end-if
  read arv-file at end set end-of-consumed to true end-read
  perform until end-of-consumed
    if av-file = st-wait-file(step-ix)
      move "y" to have-last
      move av-bus-date to last-date
      move av-count to last-count
      move av-image to last-image
    end-if
    read arv-file at end set end-of-consumed to true end-read
  end-perform
  close arv-file.

*> the file has arrived when it is there, holds something, and is not
*> the file last consumed -- same first line and same line count.
8930-look-for-file.
  move "n" to file-new
  open input arr-file
  if arr-status not = "00"
    exit paragraph
  end-if
  move spaces to arr-image
  move zero to arr-count
  move "n" to arr-eof
  read arr-file at end set end-of-arrival to true end-read
  if not end-of-arrival
    move arr-rec to arr-image
  end-if
  perform until end-of-arrival
    add 1 to arr-count
    read arr-file at end set end-of-arrival to true end-read
  end-perform
  close arr-file
  if arr-count = 0
    exit paragraph
  end-if
  if consumed-before and arr-image = last-image and arr-count = last-count
    if not stale-reported
      display "nightly01: " st-wait-file(step-ix) " is still the file taken on "
              last-date " -- waiting for a new one"
      move "y" to stale-noted
    end-if
    exit paragraph
  end-if
  move "y" to file-new.

8940-record-consumed.
  open extend arv-file
  if arv-status = "35"
    open output arv-file
  end-if
  if arv-status not = "00"
    display "nightly01: *** warning -- open of nightly01.arv failed, status=" arv-status
    perform 8950-consumed-not-noted
    exit paragraph
  end-if
  move spaces to arv-rec
  move st-wait-file(step-ix) to av-file
  move job-start-date to av-bus-date
  move arr-count to av-count
  move arr-image to av-image
  write arv-rec
  if arv-status not = "00"
    display "nightly01: *** warning -- write to nightly01.arv failed, status=" arv-status
    perform 8950-consumed-not-noted
  end-if
  close arv-file.

*> unnoted, the same file would pass tomorrow's wait as new.
8950-consumed-not-noted.
  move spaces to al-msg
  string st-wait-file(step-ix) delimited by space
    " taken, not noted" delimited by size
    into al-msg
  call "alert01" using al-prog-name al-sev al-msg.

8910-log-wait.
  open extend wts-file
  if wts-status = "35"
    open output wts-file
  end-if
  if wts-status not = "00"
    display "nightly01: *** warning -- open of nightly01.wts failed, status=" wts-status
    exit paragraph
  end-if
  move spaces to wait-rec
  move job-start-date to wt-date
  accept wt-time from time
  move function upper-case(st-prog(step-ix)) to wt-prog
  move st-wait-file(step-ix) to wt-file
  move st-wait-mins(step-ix) to wt-allowed
  move wait-secs to wt-secs
  move wait-outcome to wt-outcome
  move space to wt-action
  if wait-timed-out
    move st-wait-action(step-ix) to wt-action
  end-if
  write wait-rec
  if wts-status not = "00"
    display "nightly01: *** warning -- write to nightly01.wts failed, status=" wts-status
  end-if
  close wts-file.
