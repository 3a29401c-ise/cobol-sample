identification division.
program-id. page01.
environment division.
input-output section.
file-control.
*> the on-call pager.  alert01 calls it for every fatal alert, and
*> for every alert esc01 re-raises, to page the primary on duty on
*> the rota; run on its own -- and at the end of every esc01 pass --
*> it sweeps the page log and pages the secondary for any page the
*> primary has not acknowledged in time.  acknowledging the alert in
*> menu01 (option 10) is what acknowledges its page.
  select rota-file assign to dynamic rota-path
    organization is line sequential
    file status is rota-status.
*> the outbound file the paging gateway collects -- appended to
*> here, emptied by the gateway as it sends.
  select out-file assign to dynamic out-path
    organization is line sequential
    file status is out-status.
  select log-file assign to dynamic log-path
    organization is line sequential
    file status is log-status.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
data division.
file section.
fd rota-file.
  copy rotr.
fd out-file.
01 out-rec pic x(129).
fd log-file.
01 log-rec pic x(129).
fd al-file.
01 al-rec.
  03 al-prog pic x(8).
  03 al-date pic 9(8).
  03 al-time pic 9(8).
  03 al-severity pic x(1).
  03 al-message pic x(40).
  03 al-ack pic x(1).
  03 al-ack-by pic x(3).
fd parm-file.
  copy runparm.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 rota-path pic x(60) value "oncall01.dat".
01 out-path pic x(60) value "page01.out".
01 log-path pic x(60) value "page01.log".
01 al-path pic x(60) value "alert01.dat".
01 parm-path pic x(60) value "runparm.dat".
01 rota-status pic x(2) value spaces.
01 out-status pic x(2) value spaces.
01 log-status pic x(2) value spaces.
01 al-status pic x(2) value spaces.
01 parm-status pic x(2) value spaces.
01 rota-eof pic x(1) value "n".
  88 end-of-rota value "y".
01 log-eof pic x(1) value "n".
  88 end-of-log value "y".
01 al-eof pic x(1) value "n".
  88 end-of-alerts value "y".
01 page-func pic x(1) value "s".
*> minutes a primary page may go unacknowledged before the secondary
*> is paged -- thirty when the parameter was never saved.
01 page-age pic 9(3) value 30.
01 now-date pic 9(8) value zero.
01 now-time pic 9(8) value zero.
01 now-split redefines now-time.
  03 nw-hhmm pic 9(4).
  03 filler pic 9(4).
01 prev-date pic 9(8) value zero.
*> no oncall01.dat at all is an installation that does not page --
*> nothing is sent or logged, the way no operator master means no
*> sign-on restriction.
01 have-rota pic x(1) value "n".
  88 rota-on-file value "y".
*> the shifts that can be on duty now -- those starting today up to
*> now, and yesterday's, last line per date plus shift winning.
01 shift-table.
  02 shift-entry occurs 100 times.
    03 sh-key pic 9(12).
    03 sh-primary pic x(8).
    03 sh-pri-contact pic x(30).
    03 sh-secondary pic x(8).
    03 sh-sec-contact pic x(30).
01 shift-used pic 9(3) value zero.
01 shift-ix pic 9(3) value zero.
01 shift-found pic 9(3) value zero.
01 best-key pic 9(12) value zero.
01 find-key pic 9(12) value zero.
01 duty-primary pic x(8) value spaces.
01 duty-pri-contact pic x(30) value spaces.
01 duty-secondary pic x(8) value spaces.
01 duty-sec-contact pic x(30) value spaces.
*> every alert paged, and how far its page has got.
01 pend-table.
  02 pend-entry occurs 2000 times.
    03 pe-al-prog pic x(8).
    03 pe-al-date pic 9(8).
    03 pe-al-time pic 9(8).
    03 pe-al-sev pic x(1).
    03 pe-al-msg pic x(40).
    03 pe-date pic 9(8).
    03 pe-time pic 9(8).
    03 pe-state pic x(1).
      88 pe-awaiting-secondary value "P".
    03 pe-acked pic x(1).
01 pend-used pic 9(4) value zero.
01 pend-ix pic 9(4) value zero.
01 pend-found pic 9(4) value zero.
*> the alert the page is about.
01 page-alert.
  03 pa-prog pic x(8).
  03 pa-date pic 9(8).
  03 pa-time pic 9(8).
  03 pa-sev pic x(1).
  03 pa-msg pic x(40).
*> the page being sent or logged, and each log line as it is read.
  copy pagr.
01 page-kind pic x(1) value space.
01 page-op pic x(8) value spaces.
01 page-contact pic x(30) value spaces.
01 stamp-date pic 9(8) value zero.
01 stamp-time pic 9(8) value zero.
01 stamp-split redefines stamp-time.
  03 st-hh pic 9(2).
  03 st-mm pic 9(2).
  03 st-ss pic 9(2).
  03 st-cc pic 9(2).
01 stamp-secs pic 9(11) value zero.
01 now-secs pic 9(11) value zero.
01 sent-count pic 9(5) value zero.
01 acked-count pic 9(5) value zero.
linkage section.
*> lk-func: "p" page the primary on duty about the alert in lk-alert,
*>          lk-result "y" when a page went to the gateway, "n" when
*>          nobody is on the rota, "x" when there is no rota;
*>          "s" (or no arguments at all) sweep for overdue pages.
01 lk-func pic x(1).
01 lk-alert.
  03 lk-al-prog pic x(8).
  03 lk-al-date pic 9(8).
  03 lk-al-time pic 9(8).
  03 lk-al-sev pic x(1).
  03 lk-al-msg pic x(40).
  03 lk-al-ack pic x(1).
  03 lk-al-ack-by pic x(3).
01 lk-result pic x(1).
procedure division using optional lk-func optional lk-alert optional lk-result.
call "env01" using env-func-p rota-path
call "env01" using env-func-p out-path
call "env01" using env-func-p log-path
call "env01" using env-func-p al-path
call "env01" using env-func-p parm-path
move zero to return-code
move zero to sent-count
move zero to acked-count
move "s" to page-func
if address of lk-func not = null
  move lk-func to page-func
end-if
accept now-date from date yyyymmdd
accept now-time from time
if page-func = "p"
  if address of lk-alert = null
    goback
  end-if
  move lk-al-prog to pa-prog
  move lk-al-date to pa-date
  move lk-al-time to pa-time
  move lk-al-sev to pa-sev
  move lk-al-msg to pa-msg
  perform 2000-find-duty
  if not rota-on-file
    if address of lk-result not = null
      move "x" to lk-result
    end-if
    goback
  end-if
  if duty-primary = spaces
    display "page01: *** warning -- nobody on the on-call rota, " pa-prog " alert not paged ***"
    move "N" to page-kind
    move spaces to page-op
    move spaces to page-contact
    perform 6000-log-page
    if address of lk-result not = null
      move "n" to lk-result
    end-if
  else
    move "P" to page-kind
    move duty-primary to page-op
    move duty-pri-contact to page-contact
    perform 6100-send-page
    if address of lk-result not = null
      move "y" to lk-result
    end-if
  end-if
  goback
end-if
perform 1000-load-parameters
perform 3000-load-page-log
perform 4000-note-acknowledgements
perform 5000-escalate-overdue
display "page01: pages to secondaries=" sent-count " acknowledged since last sweep=" acked-count
goback.

1000-load-parameters.
  move 30 to page-age
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-page01-age is numeric and rp-page01-age > 0
          move rp-page01-age to page-age
        end-if
    end-read
    close parm-file
  end-if.

*> on duty now is the shift with the latest start at or before now,
*> looking back as far as yesterday -- a rota that has run out
*> leaves nobody on duty rather than last week's operator.
2000-find-duty.
  move spaces to duty-primary
  move spaces to duty-pri-contact
  move spaces to duty-secondary
  move spaces to duty-sec-contact
  move zero to shift-used
  move "n" to have-rota
  compute prev-date = function date-of-integer(function integer-of-date(now-date) - 1)
  move "n" to rota-eof
  open input rota-file
  if rota-status not = "00"
    exit paragraph
  end-if
  move "y" to have-rota
  read rota-file at end set end-of-rota to true end-read
  perform until end-of-rota
    if ro-date is numeric and ro-shift is numeric
      if ro-date = prev-date or (ro-date = now-date and ro-shift <= nw-hhmm)
        perform 2100-store-shift
      end-if
    end-if
    read rota-file at end set end-of-rota to true end-read
  end-perform
  close rota-file
  move zero to best-key
  move zero to shift-found
  perform varying shift-ix from 1 by 1 until shift-ix > shift-used
    if sh-primary(shift-ix) not = spaces and sh-key(shift-ix) >= best-key
      move sh-key(shift-ix) to best-key
      move shift-ix to shift-found
    end-if
  end-perform
  if shift-found > 0
    move sh-primary(shift-found) to duty-primary
    move sh-pri-contact(shift-found) to duty-pri-contact
    move sh-secondary(shift-found) to duty-secondary
    move sh-sec-contact(shift-found) to duty-sec-contact
  end-if.

2100-store-shift.
  compute find-key = ro-date * 10000 + ro-shift
  move zero to shift-found
  perform varying shift-ix from 1 by 1 until shift-ix > shift-used or shift-found > 0
    if sh-key(shift-ix) = find-key
      move shift-ix to shift-found
    end-if
  end-perform
  if shift-found = 0
    if shift-used >= 100
      exit paragraph
    end-if
    add 1 to shift-used
    move shift-used to shift-found
    move find-key to sh-key(shift-found)
  end-if
  move ro-primary to sh-primary(shift-found)
  move ro-pri-contact to sh-pri-contact(shift-found)
  move ro-secondary to sh-secondary(shift-found)
  move ro-sec-contact to sh-sec-contact(shift-found).

3000-load-page-log.
  move zero to pend-used
  move "n" to log-eof
  open input log-file
  if log-status not = "00"
    exit paragraph
  end-if
  read log-file into page-rec at end set end-of-log to true end-read
  perform until end-of-log
    move pg-al-prog to pa-prog
    move pg-al-date to pa-date
    move pg-al-time to pa-time
    perform 3100-find-pending
    evaluate pg-kind
      when "P"
        if pend-found = 0
          perform 3200-add-pending
        end-if
        if pend-found > 0
          move "P" to pe-state(pend-found)
          move pg-date to pe-date(pend-found)
          move pg-time to pe-time(pend-found)
        end-if
      when "S"
      when "N"
        if pend-found = 0
          perform 3200-add-pending
        end-if
        if pend-found > 0
          move pg-kind to pe-state(pend-found)
        end-if
      when "A"
        if pend-found > 0
          move "y" to pe-acked(pend-found)
        end-if
    end-evaluate
    read log-file into page-rec at end set end-of-log to true end-read
  end-perform
  close log-file.

3100-find-pending.
  move zero to pend-found
  perform varying pend-ix from 1 by 1 until pend-ix > pend-used or pend-found > 0
    if pe-al-prog(pend-ix) = pa-prog and pe-al-date(pend-ix) = pa-date
        and pe-al-time(pend-ix) = pa-time
      move pend-ix to pend-found
    end-if
  end-perform.

3200-add-pending.
  if pend-used >= 2000
    display "page01: *** warning -- more than 2000 pages on the log, the rest are not swept ***"
    exit paragraph
  end-if
  add 1 to pend-used
  move pend-used to pend-found
  move pg-al-prog to pe-al-prog(pend-found)
  move pg-al-date to pe-al-date(pend-found)
  move pg-al-time to pe-al-time(pend-found)
  move pg-al-sev to pe-al-sev(pend-found)
  move pg-al-msg to pe-al-msg(pend-found)
  move pg-date to pe-date(pend-found)
  move pg-time to pe-time(pend-found)
  move pg-kind to pe-state(pend-found)
  move "n" to pe-acked(pend-found).

*> an alert acknowledged since the last sweep is noted on the log
*> once, with who acknowledged it -- the review can then see how long
*> the page took to answer.
4000-note-acknowledgements.
  if pend-used = 0
    exit paragraph
  end-if
  move "n" to al-eof
  open input al-file
  if al-status not = "00"
    exit paragraph
  end-if
  read al-file at end set end-of-alerts to true end-read
  perform until end-of-alerts
    if al-ack = "y"
      move al-prog to pa-prog
      move al-date to pa-date
      move al-time to pa-time
      perform 3100-find-pending
      if pend-found > 0
        if pe-acked(pend-found) not = "y"
          move "y" to pe-acked(pend-found)
          perform 4100-load-pending-alert
          move "A" to page-kind
          move al-ack-by to page-op
          move spaces to page-contact
          perform 6000-log-page
          add 1 to acked-count
        end-if
      end-if
    end-if
    read al-file at end set end-of-alerts to true end-read
  end-perform
  close al-file.

4100-load-pending-alert.
  move pe-al-prog(pend-found) to pa-prog
  move pe-al-date(pend-found) to pa-date
  move pe-al-time(pend-found) to pa-time
  move pe-al-sev(pend-found) to pa-sev
  move pe-al-msg(pend-found) to pa-msg.

5000-escalate-overdue.
  move now-date to stamp-date
  move now-time to stamp-time
  perform 7000-stamp-seconds
  move stamp-secs to now-secs
  perform varying pend-ix from 1 by 1 until pend-ix > pend-used
    if pe-awaiting-secondary(pend-ix) and pe-acked(pend-ix) not = "y"
      move pe-date(pend-ix) to stamp-date
      move pe-time(pend-ix) to stamp-time
      perform 7000-stamp-seconds
      if now-secs - stamp-secs >= page-age * 60
        move pend-ix to pend-found
        perform 5100-page-secondary
      end-if
    end-if
  end-perform.

5100-page-secondary.
  perform 2000-find-duty
  if not rota-on-file
    exit paragraph
  end-if
  perform 4100-load-pending-alert
  if duty-secondary = spaces
    display "page01: *** warning -- no secondary on the rota, " pa-prog " page not escalated ***"
    move "N" to page-kind
    move spaces to page-op
    move spaces to page-contact
    perform 6000-log-page
  else
    move "S" to page-kind
    move duty-secondary to page-op
    move duty-sec-contact to page-contact
    perform 6100-send-page
    add 1 to sent-count
  end-if
  move page-kind to pe-state(pend-found).

6000-log-page.
  perform 6050-build-page
  open extend log-file
  if log-status = "35"
    open output log-file
  end-if
  if log-status not = "00"
    display "page01: *** warning -- open of page01.log failed, status=" log-status
    move 4 to return-code
    exit paragraph
  end-if
  write log-rec from page-rec
  if log-status not = "00"
    display "page01: *** warning -- write to page01.log failed, status=" log-status
    move 4 to return-code
  end-if
  close log-file.

6050-build-page.
  move spaces to page-rec
  move now-date to pg-date
  move now-time to pg-time
  move page-kind to pg-kind
  move page-op to pg-op
  move page-contact to pg-contact
  move pa-prog to pg-al-prog
  move pa-date to pg-al-date
  move pa-time to pg-al-time
  move pa-sev to pg-al-sev
  move pa-msg to pg-al-msg.

*> the page goes to the gateway, then on the log -- logged even when
*> the gateway file could not be written, with the warning, so the
*> review sees every page that was attempted.
6100-send-page.
  open extend out-file
  if out-status = "35"
    open output out-file
  end-if
  if out-status not = "00"
    display "page01: *** warning -- open of page01.out failed, status=" out-status
    move 4 to return-code
  else
    perform 6050-build-page
    write out-rec from page-rec
    if out-status not = "00"
      display "page01: *** warning -- write to page01.out failed, status=" out-status
      move 4 to return-code
    end-if
    close out-file
    display "page01: paged " page-op " (" page-kind ") about " pa-prog " " pa-msg
  end-if
  perform 6000-log-page.

7000-stamp-seconds.
  compute stamp-secs = function integer-of-date(stamp-date) * 86400
                     + st-hh * 3600 + st-mm * 60 + st-ss.
