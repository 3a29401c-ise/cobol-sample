environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
*> every run's listing is also stored under its run date -- the next
    organization is line sequential
    file status is arc-status.
*> one line per archived run -- the index of what is held.
  select idx-file assign to dynamic idx-path
    organization is line sequential
    file status is idx-status.
data division.
  03 filler pic x(1).
  03 idx-pages pic 9(3).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 rpt-path pic x(60) value "count01.lst".
01 idx-path pic x(60) value "report01.idx".
01 hdr-key pic 9(5) value 99999.
*> array01 reserves keys 99800-99899 for its own detail records (see
*> array.cob) -- those are table-index filler rows, not FILE01
01 rpt-status pic x(2) value spaces.
01 arc-status pic x(2) value spaces.
01 idx-status pic x(2) value spaces.
01 arc-name pic x(60) value spaces.
01 arc-eof pic x(1) value "n".
  88 end-of-archive-copy value "y".
01 arc-line-count pic 9(5) value zero.
  03 filler pic x(20) value "SUM OF AMOUNT......".
  03 t-sum-amount pic -(6)9.99.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p idx-path
call "bdate01" using bd-func-g run-date-n
move yyyy-part to h1-date(1:4)
move "-" to h1-date(5:1)
8000-archive-listing.
  move spaces to arc-name
  string "./count01-" run-date ".lst" delimited by size into arc-name
  call "env01" using env-func-p arc-name
  move "n" to arc-eof
  move zero to arc-line-count
  open input rpt-file
