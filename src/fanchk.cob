*> proves them against the trailer, so a truncated transfer is
*> caught by arithmetic instead of a manual recount.  runnable by
*> the receiving side or by us before sending.
  select ev-file assign to dynamic ev-path
    organization is sequential
    file status is ev-status.
  select od-file assign to dynamic od-path
    organization is sequential
    file status is od-status.
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
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 ev-path pic x(60) value "count01-even.dat".
01 od-path pic x(60) value "count01-odd.dat".
01 ev-status pic x(2) value spaces.
01 od-status pic x(2) value spaces.
*> the trailer's reserved key -- see file01.
  88 trailer-seen value "y".
01 trl-count pic 9(7) value zero.
01 trl-amount pic s9(11)v99 comp-3 value zero.
*> the trailer's own layout over the 28-byte f1r image -- key, then
*> the record count and the full-width packed amount total file01
*> wrote (see trl-work in file01).
01 trl-work.
  03 trl-rec-key pic 9(5).
  03 trl-rec-count pic 9(7).
  03 trl-rec-amount pic s9(11)v99 comp-3.
  03 filler pic x(9).
*> records met after the trailer -- a trailer anywhere but last
*> means the file was stitched together wrongly.
01 after-trailer-count pic 9(5) value zero.
01 fail-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p ev-path
call "env01" using env-func-p od-path
move zero to fail-count
perform 1000-check-even
perform 2000-check-odd
