*> the job history nightly01 appends after every run -- one line
*> per night: date, time, status, steps completed, elapsed seconds
*> and the step that failed when one did.
  select his-file assign to dynamic his-path
    organization is line sequential
    file status is his-status.
*> nightly01's file-arrival waits, printed after the nights they
*> belong to so a partner that is always late stands out.
  select wts-file assign to dynamic wts-path
    organization is line sequential
    file status is wts-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential.
data division.
file section.
  03 his-elapsed pic 9(6).
  03 filler pic x(1).
  03 his-failed-step pic x(8).
fd wts-file.
  copy waitr.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 his-path pic x(60) value "nightly01.his".
01 rpt-path pic x(60) value "nightly01-his.lst".
01 wts-path pic x(60) value "nightly01.wts".
01 wts-status pic x(2) value spaces.
01 wts-eof pic x(1) value "n".
  88 end-of-waits value "y".
01 first-date pic 9(8) value zero.
01 wait-count pic 9(5) value zero.
01 late-count pic 9(5) value zero.
01 his-status pic x(2) value spaces.
01 his-eof pic x(1) value "n".
  88 end-of-history value "y".
01 trl-line.
  03 filler pic x(18) value "NIGHTS PRINTED...".
  03 t-nights pic zzz9.
01 wait-hdr-1 pic x(40) value "FILE-ARRIVAL WAITS".
01 wait-hdr-2.
  03 filler pic x(10) value "RUN-DATE".
  03 filler pic x(9) value "STEP".
  03 filler pic x(25) value "FILE".
  03 filler pic x(9) value "ALLOWED".
  03 filler pic x(9) value "WAITED".
  03 filler pic x(8) value "OUTCOME".
  03 filler pic x(6) value "ACTION".
01 wait-det.
  03 w-date pic 9(8).
  03 filler pic x(2) value spaces.
  03 w-prog pic x(8).
  03 filler pic x(1) value spaces.
  03 w-file pic x(24).
  03 filler pic x(1) value spaces.
  03 w-allowed pic zz9.
  03 filler pic x(2) value "m ".
  03 w-secs pic zzzzz9.
  03 filler pic x(3) value "s  ".
  03 w-outcome pic x(7).
  03 filler pic x(3) value spaces.
  03 w-action pic x(1).
01 wait-trl.
  03 filler pic x(18) value "WAITS PRINTED....".
  03 tw-count pic zzzz9.
  03 filler pic x(14) value "   TIMED OUT ".
  03 tw-late pic zzzz9.
procedure division.
call "env01" using env-func-p his-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p wts-path
move zero to night-used
move "n" to his-eof
display "jhist01 -- nights to report 9(3), 0 = default 10:"
end-perform
compute t-nights = night-used - first-ix + 1
write rpt-line from trl-line
if night-used > 0
  move ne-date(first-ix) to first-date
  perform 2000-print-waits
end-if
close rpt-file
display "jhist01: report written to nightly01-his.lst"
goback.
  move his-steps to ne-steps(night-used)
  move his-elapsed to ne-elapsed(night-used)
  move his-failed-step to ne-failed(night-used).

*> every wait from the first night printed onward.  no wait history
*> means no step has ever waited, and the section is left off.
2000-print-waits.
  move zero to wait-count
  move zero to late-count
  move "n" to wts-eof
  open input wts-file
  if wts-status not = "00"
    exit paragraph
  end-if
  move spaces to rpt-line
  write rpt-line
  write rpt-line from wait-hdr-1
  write rpt-line from wait-hdr-2
  read wts-file at end set end-of-waits to true end-read
  perform until end-of-waits
    if wt-date >= first-date
      move wt-date to w-date
      move wt-prog to w-prog
      move wt-file to w-file
      move wt-allowed to w-allowed
      move wt-secs to w-secs
      move wt-outcome to w-outcome
      move wt-action to w-action
      write rpt-line from wait-det
      add 1 to wait-count
      if wt-outcome = "TIMEOUT"
        add 1 to late-count
      end-if
    end-if
    read wts-file at end set end-of-waits to true end-read
  end-perform
  close wts-file
  move wait-count to tw-count
  move late-count to tw-late
  write rpt-line from wait-trl.
