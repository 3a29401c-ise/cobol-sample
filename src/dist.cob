identification division.
program-id. dist01.
environment division.
input-output section.
file-control.
*> the distribution table: one line per report per recipient --
*> recipient, report file name, and the calendar day type it goes
*> out on.  B = every run day (a month-end date is a business day
*> too), M = month-end dates only.  kept by hand like jobstrm.dat;
*> a line that does not read is named on the console and ignored.
  select dst-file assign to dynamic dst-path
    organization is line sequential
    file status is dst-status.
*> whichever listing is being checked or copied into a bundle.
  select in-file assign to dynamic in-path
    organization is line sequential
    file status is in-status.
*> the bundle being built, one per recipient per night.
  select bnd-file assign to dynamic bnd-path
    organization is line sequential
    file status is bnd-status.
*> the delivery register: one line per report due to a recipient
*> tonight, saying whether it went into the bundle.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
  select cal-file assign to dynamic cal-path
    organization is line sequential
    file status is cal-status.
data division.
file section.
fd dst-file.
01 dst-rec pic x(41).
fd in-file.
01 in-line pic x(132).
fd bnd-file.
01 bnd-line pic x(132).
fd reg-file.
01 reg-rec.
  03 rg-date pic 9(8).
  03 filler pic x(1).
  03 rg-time pic 9(8).
  03 filler pic x(1).
  03 rg-rcp pic x(8).
  03 filler pic x(1).
  03 rg-rpt pic x(30).
  03 filler pic x(1).
*> BUNDLED, MISSING (no such file) or STALE (on file, but not cut
*> for tonight's business date).
  03 rg-state pic x(7).
  03 filler pic x(1).
  03 rg-lines pic 9(6).
fd cal-file.
01 cal-rec.
  03 cal-date pic 9(8).
  03 filler pic x(1).
  03 cal-type pic x(1).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 dst-path pic x(60) value "dist01.dat".
01 in-path pic x(60) value spaces.
01 bnd-path pic x(60) value spaces.
01 reg-path pic x(60) value "dist01.reg".
01 cal-path pic x(60) value "runcal.dat".
01 dst-status pic x(2) value spaces.
01 in-status pic x(2) value spaces.
01 bnd-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 cal-status pic x(2) value spaces.
01 dst-eof pic x(1) value "n".
  88 end-of-table value "y".
01 in-eof pic x(1) value "n".
  88 end-of-input value "y".
01 cal-eof pic x(1) value "n".
  88 end-of-cal value "y".
01 run-date pic 9(8) value zero.
01 run-split redefines run-date.
  03 rs-yyyy pic x(4).
  03 rs-mm pic x(2).
  03 rs-dd pic x(2).
01 run-time pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> the business date as the listings print it -- some carry it as
*> yyyymmdd, the count01 family as yyyy-mm-dd.
01 date-text-1 pic x(8) value spaces.
01 date-text-2 pic x(10) value spaces.
01 date-hits pic 9(3) value zero.
*> a listing is taken as cut tonight when one of its first lines --
*> the heading -- carries the business date.
01 heading-lines pic 9(2) value 5.
01 day-type pic x(1) value "B".
  88 month-end-day value "M".
01 dst-work pic x(41) value spaces.
01 dst-fields redefines dst-work.
  03 dw-rcp pic x(8).
  03 filler pic x(1).
  03 dw-rpt pic x(30).
  03 filler pic x(1).
  03 dw-type pic x(1).
01 dist-table.
  02 dist-entry occurs 200 times.
    03 dt-rcp pic x(8).
    03 dt-rpt pic x(30).
    03 dt-type pic x(1).
01 dist-used pic 9(3) value zero.
01 dist-ix pic 9(3) value zero.
01 dist-other pic 9(3) value zero.
01 dist-found pic 9(3) value zero.
*> the reports due to the recipient whose bundle is being built.
01 bundle-table.
  02 bundle-entry occurs 50 times.
    03 bl-rpt pic x(30).
    03 bl-state pic x(7).
    03 bl-lines pic 9(6).
01 bundle-used pic 9(2) value zero.
01 bundle-ix pic 9(2) value zero.
01 cur-rcp pic x(8) value spaces.
01 check-state pic x(7) value spaces.
01 check-lines pic 9(6) value zero.
01 show-count pic z9.
*> the reports flagged missing tonight -- alerted once each, however
*> many recipients were owed them.
01 miss-table.
  02 miss-rpt pic x(30) occurs 100 times.
01 miss-used pic 9(3) value zero.
01 miss-ix pic 9(3) value zero.
01 miss-found pic 9(3) value zero.
01 bundle-count pic 9(3) value zero.
01 due-count pic 9(5) value zero.
01 bundled-count pic 9(5) value zero.
01 flagged-count pic 9(5) value zero.
01 al-prog-name pic x(8) value "DIST01".
01 al-sev pic x(1) value "W".
01 al-msg pic x(40) value spaces.
01 rule-line pic x(72) value all "*".
01 ban-line.
  03 filler pic x(3) value "*  ".
  03 bn-label pic x(20).
  03 bn-value pic x(46).
  03 filler pic x(3) value "  *".
01 con-hdr-1.
  03 filler pic x(31) value "CONTENTS OF THE BUNDLE FOR     ".
  03 ch-rcp pic x(8).
  03 filler pic x(7) value "  DATE ".
  03 ch-date pic 9(8).
01 con-hdr-2.
  03 filler pic x(4) value "NO  ".
  03 filler pic x(31) value "REPORT".
  03 filler pic x(9) value "STATE".
  03 filler pic x(6) value " LINES".
01 con-det.
  03 cd-no pic z9.
  03 filler pic x(2) value spaces.
  03 cd-rpt pic x(30).
  03 filler pic x(1) value spaces.
  03 cd-state pic x(7).
  03 cd-lines pic z(6)9.
  03 filler pic x(2) value spaces.
  03 cd-note pic x(30).
01 sep-line.
  03 filler pic x(15) value "=============  ".
  03 sp-rpt pic x(30).
  03 filler pic x(15) value "  =============".
01 note-line.
  03 filler pic x(3) value spaces.
  03 nl-text pic x(70).
linkage section.
*> nightly01 passes the calendar's word on tonight: B, M, or N when
*> no calendar decided it (a forced run, or no runcal.dat) -- taken
*> as an ordinary business day.  a standalone run reads the
*> calendar for the business date itself.
01 lk-day-type pic x(1).
procedure division using optional lk-day-type.
call "env01" using env-func-p dst-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p cal-path
move zero to return-code
move zero to dist-used
move zero to miss-used
move zero to bundle-count
move zero to due-count
move zero to bundled-count
move zero to flagged-count
call "bdate01" using bd-func-g run-date
accept run-time from time
move run-date to date-text-1
move spaces to date-text-2
string rs-yyyy "-" rs-mm "-" rs-dd delimited by size into date-text-2
move "B" to day-type
if address of lk-day-type = null
  perform 1100-check-calendar
else
  if lk-day-type = "M"
    move "M" to day-type
  end-if
end-if
perform 1000-load-table
if dist-used = 0
  display "dist01: no distribution lines on dist01.dat -- nothing distributed"
  goback
end-if
perform varying dist-ix from 1 by 1 until dist-ix > dist-used
  if dt-type(dist-ix) = "B" or month-end-day
    move zero to dist-found
    perform varying dist-other from 1 by 1
        until dist-other >= dist-ix or dist-found > 0
      if dt-rcp(dist-other) = dt-rcp(dist-ix)
         and (dt-type(dist-other) = "B" or month-end-day)
        move dist-other to dist-found
      end-if
    end-perform
    if dist-found = 0
      move dt-rcp(dist-ix) to cur-rcp
      perform 3000-build-bundle
      if return-code = 16
        goback
      end-if
    end-if
  end-if
end-perform
if flagged-count > 0
  move 4 to return-code
end-if
display "dist01: " day-type " day " run-date " bundles=" bundle-count
        " reports due=" due-count " bundled=" bundled-count
        " not produced=" flagged-count
goback.

1000-load-table.
  move "n" to dst-eof
  open input dst-file
  if dst-status not = "00"
    exit paragraph
  end-if
  read dst-file into dst-work at end set end-of-table to true end-read
  perform until end-of-table
    if dw-rcp not = spaces and dw-rpt not = spaces
       and (dw-type = "B" or dw-type = "M")
      if dist-used >= 200
        display "dist01: *** warning -- dist01.dat has more than 200 lines, the rest are ignored ***"
        set end-of-table to true
        exit perform
      end-if
      add 1 to dist-used
      move dw-rcp to dt-rcp(dist-used)
      move dw-rpt to dt-rpt(dist-used)
      move dw-type to dt-type(dist-used)
    else
      display "dist01: *** bad dist01.dat line ignored [" dst-work "]"
    end-if
    read dst-file into dst-work at end set end-of-table to true end-read
  end-perform
  close dst-file.

*> the last calendar line for the business date decides, as in
*> nightly01; no entry or no calendar is an ordinary business day.
1100-check-calendar.
  move "n" to cal-eof
  open input cal-file
  if cal-status not = "00"
    exit paragraph
  end-if
  read cal-file at end set end-of-cal to true end-read
  perform until end-of-cal
    if cal-date = run-date
      if cal-type = "M"
        move "M" to day-type
      else
        move "B" to day-type
      end-if
    end-if
    read cal-file at end set end-of-cal to true end-read
  end-perform
  close cal-file.

*> every report due to the recipient is checked first so the
*> contents page can say what is in the bundle before it starts;
*> then the banner, the contents and the reports themselves.
3000-build-bundle.
  move zero to bundle-used
  perform varying dist-other from dist-ix by 1 until dist-other > dist-used
    if dt-rcp(dist-other) = cur-rcp
       and (dt-type(dist-other) = "B" or month-end-day)
      if bundle-used >= 50
        display "dist01: *** warning -- more than 50 reports due to " cur-rcp ", the rest are left out ***"
        exit perform
      end-if
      add 1 to bundle-used
      move dt-rpt(dist-other) to bl-rpt(bundle-used)
      perform 3100-check-report
      move check-state to bl-state(bundle-used)
      move check-lines to bl-lines(bundle-used)
    end-if
  end-perform
  move spaces to bnd-path
  string "dist01-" cur-rcp delimited by space
    ".lst" delimited by size into bnd-path
  call "env01" using env-func-p bnd-path
  open output bnd-file
  if bnd-status not = "00"
    display "dist01: *** fatal -- open of bundle for " cur-rcp " failed, status=" bnd-status
    move 16 to return-code
    exit paragraph
  end-if
  perform 3200-write-banner
  perform 3300-write-contents
  perform varying bundle-ix from 1 by 1 until bundle-ix > bundle-used
    if bl-state(bundle-ix) = "BUNDLED"
      perform 3400-copy-report
    end-if
  end-perform
  close bnd-file
  add 1 to bundle-count
  perform 3500-register-bundle.

3100-check-report.
  move zero to check-lines
  move bl-rpt(bundle-used) to in-path
  call "env01" using env-func-p in-path
  move "n" to in-eof
  open input in-file
  if in-status not = "00"
    move "MISSING" to check-state
    exit paragraph
  end-if
  move "STALE" to check-state
  read in-file at end set end-of-input to true end-read
  perform until end-of-input
    add 1 to check-lines
    if check-lines <= heading-lines
      move zero to date-hits
      inspect in-line tallying date-hits for all date-text-1
                                         date-hits for all date-text-2
      if date-hits > 0
        move "BUNDLED" to check-state
      end-if
    end-if
    read in-file at end set end-of-input to true end-read
  end-perform
  close in-file.

3200-write-banner.
  write bnd-line from rule-line
  move spaces to bn-label
  move spaces to bn-value
  write bnd-line from ban-line
  move "REPORT BUNDLE FOR" to bn-label
  move cur-rcp to bn-value
  write bnd-line from ban-line
  move "BUSINESS DATE" to bn-label
  move spaces to bn-value
  string run-date "   DAY TYPE " day-type delimited by size into bn-value
  write bnd-line from ban-line
  move "ASSEMBLED" to bn-label
  move spaces to bn-value
  string run-date " " run-time(1:6) delimited by size into bn-value
  write bnd-line from ban-line
  move "REPORTS DUE" to bn-label
  move spaces to bn-value
  move bundle-used to show-count
  move show-count to bn-value
  write bnd-line from ban-line
  move spaces to bn-label
  move spaces to bn-value
  write bnd-line from ban-line
  write bnd-line from rule-line
  move spaces to bnd-line
  write bnd-line.

3300-write-contents.
  move cur-rcp to ch-rcp
  move run-date to ch-date
  write bnd-line from con-hdr-1
  move spaces to bnd-line
  write bnd-line
  write bnd-line from con-hdr-2
  perform varying bundle-ix from 1 by 1 until bundle-ix > bundle-used
    move bundle-ix to cd-no
    move bl-rpt(bundle-ix) to cd-rpt
    move bl-state(bundle-ix) to cd-state
    move bl-lines(bundle-ix) to cd-lines
    evaluate bl-state(bundle-ix)
      when "MISSING"
        move "*** NOT PRODUCED TONIGHT ***" to cd-note
      when "STALE"
        move "*** NOT CUT FOR THIS DATE ***" to cd-note
      when other
        move spaces to cd-note
    end-evaluate
    write bnd-line from con-det
  end-perform
  move spaces to bnd-line
  write bnd-line.

3400-copy-report.
  move bl-rpt(bundle-ix) to sp-rpt
  write bnd-line from sep-line
  move bl-rpt(bundle-ix) to in-path
  call "env01" using env-func-p in-path
  move "n" to in-eof
  open input in-file
  if in-status not = "00"
    move "REPORT COULD NOT BE REOPENED FOR COPYING" to nl-text
    write bnd-line from note-line
    exit paragraph
  end-if
  read in-file at end set end-of-input to true end-read
  perform until end-of-input
    write bnd-line from in-line
    read in-file at end set end-of-input to true end-read
  end-perform
  close in-file
  move spaces to bnd-line
  write bnd-line.

3500-register-bundle.
  open extend reg-file
  if reg-status = "35"
    open output reg-file
  end-if
  if reg-status not = "00"
    display "dist01: *** warning -- open of dist01.reg failed, status=" reg-status
  end-if
  perform varying bundle-ix from 1 by 1 until bundle-ix > bundle-used
    add 1 to due-count
    if reg-status = "00"
      move spaces to reg-rec
      move run-date to rg-date
      move run-time to rg-time
      move cur-rcp to rg-rcp
      move bl-rpt(bundle-ix) to rg-rpt
      move bl-state(bundle-ix) to rg-state
      move bl-lines(bundle-ix) to rg-lines
      write reg-rec
    end-if
    if bl-state(bundle-ix) = "BUNDLED"
      add 1 to bundled-count
    else
      add 1 to flagged-count
      display "dist01: *** " bl-rpt(bundle-ix) " due to " cur-rcp
              " was not produced tonight (" bl-state(bundle-ix) ") ***"
      perform 3600-alert-missing
    end-if
  end-perform
  if reg-status = "00"
    close reg-file
  end-if.

3600-alert-missing.
  move zero to miss-found
  perform varying miss-ix from 1 by 1 until miss-ix > miss-used or miss-found > 0
    if miss-rpt(miss-ix) = bl-rpt(bundle-ix)
      move miss-ix to miss-found
    end-if
  end-perform
  if miss-found > 0
    exit paragraph
  end-if
  if miss-used < 100
    add 1 to miss-used
    move bl-rpt(bundle-ix) to miss-rpt(miss-used)
  end-if
  move spaces to al-msg
  string "due, not produced: " bl-rpt(bundle-ix)
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg.
