identification division.
program-id. ovd01.
environment division.
input-output section.
file-control.
*> the partner master ptnm01 keeps -- who should send, and on which
*> weekdays.
  select ptn-file assign to dynamic ptn-path
    organization is line sequential
    file status is ptn-status.
*> the per-partner control ledger load01 appends to for every file it
*> accepts -- a line loaded on the business date is the file arriving.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is pctl-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
fd ptn-file.
01 ptn-rec.
  03 pm-id pic x(4).
  03 filler pic x(1).
  03 pm-active pic x(1).
  03 filler pic x(1).
  03 pm-name pic x(20).
  03 filler pic x(1).
  03 pm-days pic x(5).
  03 filler pic x(1).
  03 pm-max-count pic 9(7).
  03 filler pic x(1).
  03 pm-max-amount pic 9(11)v99.
  03 filler pic x(1).
  03 pm-ent pic x(2).
fd ctl-file.
01 pctl-rec.
  03 pc-partner pic x(4).
  03 filler pic x(1).
  03 pc-seq pic 9(4).
  03 filler pic x(1).
  03 pc-file-date pic 9(8).
  03 filler pic x(1).
  03 pc-load-date pic 9(8).
  03 filler pic x(1).
  03 pc-count pic 9(7).
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ptn-path pic x(60) value "ptnmst01.dat".
01 ctl-path pic x(60) value "partner01.ctl".
01 rpt-path pic x(60) value "ovd01.lst".
01 ptn-status pic x(2) value spaces.
01 pctl-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 ptn-eof pic x(1) value "n".
  88 end-of-partners value "y".
01 pctl-eof pic x(1) value "n".
  88 end-of-ledger value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> is the business date a business day at all (see bday01) -- a
*> count of zero hands back the date itself only when it is one.
01 bday-func pic x(1) value "f".
01 bday-count pic 9(5) value zero.
01 bday-result pic 9(8) value zero.
01 weekday pic 9(1) value zero.
*> the partners, last master line winning, with what was seen today.
01 ptn-table.
  02 ptn-entry occurs 200 times.
    03 pe-id pic x(4).
    03 pe-name pic x(20).
    03 pe-active pic x(1).
    03 pe-days pic x(5).
    03 pe-arrived pic x(1).
    03 pe-last-seq pic 9(4).
    03 pe-last-load pic 9(8).
01 ptn-used pic 9(3) value zero.
01 ptn-ix pic 9(3) value zero.
01 ptn-found pic 9(3) value zero.
01 expected-count pic 9(3) value zero.
01 overdue-count pic 9(3) value zero.
01 al-prog-name pic x(8) value "OVD01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
01 hdr-line-1.
  03 filler pic x(31) value "OVERDUE PARTNER FILES  BUSDATE ".
  03 h1-date pic 9(8).
01 hdr-line-2.
  03 filler pic x(5) value "ID   ".
  03 filler pic x(21) value "NAME                 ".
  03 filler pic x(9) value "LAST SEQ ".
  03 filler pic x(9) value "LAST LOAD".
01 det-line.
  03 d-id pic x(4).
  03 filler pic x(1) value spaces.
  03 d-name pic x(20).
  03 filler pic x(1) value spaces.
  03 d-seq pic zzz9.
  03 filler pic x(5) value spaces.
  03 d-load pic 9(8).
01 note-line pic x(80) value spaces.
01 trl-line.
  03 filler pic x(18) value "PARTNERS EXPECTED ".
  03 t-expected pic zz9.
  03 filler pic x(11) value "  OVERDUE  ".
  03 t-overdue pic zz9.
procedure division.
call "env01" using env-func-p ptn-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p rpt-path
move zero to ptn-used
move zero to expected-count
move zero to overdue-count
move "n" to ptn-eof
move "n" to pctl-eof
call "bdate01" using bd-func-g run-date
perform 1000-load-partners
perform 2000-scan-ledger
open output rpt-file
if rpt-status not = "00"
  display "ovd01: *** fatal -- open of ovd01.lst failed, status=" rpt-status
  move 16 to return-code
  goback
end-if
move run-date to h1-date
write rpt-line from hdr-line-1
write rpt-line from hdr-line-2
move zero to bday-count
call "bday01" using bday-func run-date bday-count bday-result
if bday-result not = run-date
  move "the business date is not a run-calendar business day -- no files expected" to note-line
  write rpt-line from note-line
else
  compute weekday = function mod(function integer-of-date(run-date), 7)
  perform 3000-judge-partners
end-if
move expected-count to t-expected
move overdue-count to t-overdue
write rpt-line from trl-line
close rpt-file
display "ovd01: partners expected=" expected-count " overdue=" overdue-count
goback.

1000-load-partners.
  open input ptn-file
  if ptn-status not = "00"
    display "ovd01: no ptnmst01.dat on file -- no partner schedules to watch"
    exit paragraph
  end-if
  read ptn-file at end set end-of-partners to true end-read
  perform until end-of-partners
    perform 1100-find-partner
    if ptn-found > 0
      move pm-name to pe-name(ptn-found)
      move pm-active to pe-active(ptn-found)
      move pm-days to pe-days(ptn-found)
    end-if
    read ptn-file at end set end-of-partners to true end-read
  end-perform
  close ptn-file.

1100-find-partner.
  move zero to ptn-found
  move 1 to ptn-ix
  perform until ptn-ix > ptn-used or ptn-found > 0
    if pe-id(ptn-ix) = pm-id
      move ptn-ix to ptn-found
    end-if
    add 1 to ptn-ix
  end-perform
  if ptn-found = 0
    if ptn-used >= 200
      display "ovd01: *** warning -- more than 200 partners, extras not watched ***"
      exit paragraph
    end-if
    add 1 to ptn-used
    move ptn-used to ptn-found
    move pm-id to pe-id(ptn-found)
    move "n" to pe-arrived(ptn-found)
    move zero to pe-last-seq(ptn-found)
    move zero to pe-last-load(ptn-found)
  end-if.

*> what each partner last sent, and whether any accepted file was
*> loaded on the business date.
2000-scan-ledger.
  open input ctl-file
  if pctl-status not = "00"
    exit paragraph
  end-if
  read ctl-file at end set end-of-ledger to true end-read
  perform until end-of-ledger
    move pc-partner to pm-id
    move zero to ptn-found
    move 1 to ptn-ix
    perform until ptn-ix > ptn-used or ptn-found > 0
      if pe-id(ptn-ix) = pm-id
        move ptn-ix to ptn-found
      end-if
      add 1 to ptn-ix
    end-perform
    if ptn-found > 0
      move pc-seq to pe-last-seq(ptn-found)
      move pc-load-date to pe-last-load(ptn-found)
      if pc-load-date = run-date
        move "y" to pe-arrived(ptn-found)
      end-if
    end-if
    read ctl-file at end set end-of-ledger to true end-read
  end-perform
  close ctl-file.

*> an active partner flagged for today's weekday with no accepted
*> file loaded today is overdue -- listed, and one alert apiece so
*> each missing sender can be chased separately.
3000-judge-partners.
  if weekday < 1 or weekday > 5
    exit paragraph
  end-if
  move 1 to ptn-ix
  perform until ptn-ix > ptn-used
    if pe-active(ptn-ix) = "A" and pe-days(ptn-ix)(weekday:1) = "Y"
      add 1 to expected-count
      if pe-arrived(ptn-ix) not = "y"
        add 1 to overdue-count
        move spaces to det-line
        move pe-id(ptn-ix) to d-id
        move pe-name(ptn-ix) to d-name
        move pe-last-seq(ptn-ix) to d-seq
        move pe-last-load(ptn-ix) to d-load
        write rpt-line from det-line
        move spaces to al-msg
        string "partner " pe-id(ptn-ix) " file overdue for " run-date
          delimited by size into al-msg
        call "alert01" using al-prog-name al-sev al-msg
      end-if
    end-if
    add 1 to ptn-ix
  end-perform.
