*> the current master, the even/odd fan-outs, the per-date history,
*> the generations, and the maint01/adj01 paper trails -- onto one
*> paged listing that can be handed to a disputing partner.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select ev-file assign to dynamic ev-path
    organization is sequential
    file status is ev-status.
  select od-file assign to dynamic od-path
    organization is sequential
    file status is od-status.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is sequential
    record key is hist-key
  select gen-file assign to dynamic gen-name
    organization is sequential
    file status is gen-status.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
  select aud-file assign to dynamic aud-path
    organization is line sequential
    file status is aud-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
                      f1-hdr-size by ev-hdr-size
                      f1-txn-date by ev-txn-date
                      f1-amount by ev-amount
                      f1-cat by ev-cat
                      f1-cur by ev-cur
                      f1-ent by ev-ent.
fd od-file.
  copy f1r replacing f1r by od-rec
                      f1-cnt by od-cnt
                      f1-hdr-size by od-hdr-size
                      f1-txn-date by od-txn-date
                      f1-amount by od-amount
                      f1-cat by od-cat
                      f1-cur by od-cur
                      f1-ent by od-ent.
fd hist-file.
01 hist-rec.
  03 hist-key.
    05 hist-date pic 9(8).
    05 hist-cnt pic 9(5).
  03 hist-amount pic s9(7)v99 comp-3.
  03 hist-ent pic x(2).
*> the amount in base currency at the detail's own date's rate (see
*> fx01) -- hist-rated "n" when there was no rate to post it at.
  03 hist-base pic s9(11)v99 comp-3.
  03 hist-rated pic x(1).
fd gen-file.
  copy f1r replacing f1r by gen-rec
                      f1-cnt by gen-cnt
                      f1-hdr-size by gen-hdr-size
                      f1-txn-date by gen-txn-date
                      f1-amount by gen-amount
                      f1-cat by gen-cat
                      f1-cur by gen-cur
                      f1-ent by gen-ent.
fd reg-file.
01 reg-line pic x(80).
fd aud-file.
01 aud-line pic x(104).
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 ev-path pic x(60) value "count01-even.dat".
01 od-path pic x(60) value "count01-odd.dat".
01 hist-path pic x(60) value "history01.dat".
01 reg-path pic x(60) value "maint01.lst".
01 aud-path pic x(60) value "adjust01.aud".
01 rpt-path pic x(60) value "trace01.lst".
01 f1-status pic x(2) value spaces.
01 ev-status pic x(2) value spaces.
01 od-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 aud-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 gen-name pic x(60) value spaces.
01 scan-eof pic x(1) value "n".
  88 end-of-scan value "y".
01 raw-key pic x(5) value spaces.
  03 filler pic x(3) value spaces.
  03 nl-text pic x(60).
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p ev-path
call "env01" using env-func-p od-path
call "env01" using env-func-p hist-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p aud-path
call "env01" using env-func-p rpt-path
move "n" to session-done
call "bdate01" using bd-func-g run-date
perform until session-over
5100-scan-generation.
  move spaces to gen-name
  string "./count01.g0" gen-ix delimited by size into gen-name
  call "env01" using env-func-p gen-name
  move "n" to scan-eof
  open input gen-file
  if gen-status = "35"
