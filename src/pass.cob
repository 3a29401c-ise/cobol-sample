*> own.  the five standalone programs remain for ad-hoc single
*> reports; the jobstream runs this one step in their place, so
*> adding the next report stops costing another full file scan.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    file status is f1-status.
*> ---- the listing, its dated archive and the archive index,
*> exactly as report01 writes them.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
  select arc-file assign to dynamic arc-name
    organization is line sequential
    file status is arc-status.
  select idx-file assign to dynamic idx-path
    organization is line sequential
    file status is idx-status.
*> ---- the date summary, exactly as summ01 writes it.
  select sum-file assign to dynamic sum-path
    organization is line sequential
    file status is sum-status.
*> ---- the csv export, exactly as csv01 writes it.
  select csv-file assign to dynamic csv-path
    organization is line sequential
    file status is csv-status.
*> ---- the parameter-driven extract, exactly as extr01 writes it
*> -- skipped, with a note, when no extract01.parm is on file.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
  select ext-file assign to dynamic ext-path
    organization is sequential
    file status is ext-status.
*> ---- the day-over-day delta against the g01 image, exactly as
*> delta01 writes it -- skipped, with a note, when no image exists.
  select old-file assign to dynamic old-path
    organization is sequential
    file status is old-status.
  select dlt-file assign to dynamic dlt-path
    organization is line sequential
    file status is dlt-status.
data division.
                      f1-hdr-size by ext-hdr-size
                      f1-txn-date by ext-txn-date
                      f1-amount by ext-amount
                      f1-cat by ext-cat
                      f1-cur by ext-cur
                      f1-ent by ext-ent.
fd old-file.
  copy f1r replacing f1r by old-rec
                      f1-cnt by old-cnt
                      f1-hdr-size by old-hdr-size
                      f1-txn-date by old-txn-date
                      f1-amount by old-amount
                      f1-cat by old-cat
                      f1-cur by old-cur
                      f1-ent by old-ent.
fd dlt-file.
01 dlt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 rpt-path pic x(60) value "count01.lst".
01 idx-path pic x(60) value "report01.idx".
01 sum-path pic x(60) value "count01-summ.lst".
01 csv-path pic x(60) value "count01.csv".
01 parm-path pic x(60) value "extract01.parm".
01 ext-path pic x(60) value "count01.ext".
01 old-path pic x(60) value "count01.g01".
01 dlt-path pic x(60) value "count01-delta.lst".
01 f1-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 arc-status pic x(2) value spaces.
01 rec-count pic 9(5) value zero.
01 sum-cnt pic 9(12) value zero.
01 sum-amount pic s9(9)v99 comp-3 value zero.
01 arc-name pic x(60) value spaces.
01 arc-eof pic x(1) value "n".
  88 end-of-archive-copy value "y".
01 hdr-line-1.
  03 filler pic x(20) value "UNCHANGED...........".
  03 g-matched pic zzzzzz9.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p rpt-path
call "env01" using env-func-p idx-path
call "env01" using env-func-p sum-path
call "env01" using env-func-p csv-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p ext-path
call "env01" using env-func-p old-path
call "env01" using env-func-p dlt-path
move zero to rec-count
move zero to sum-cnt
move zero to sum-amount
    move f1-txn-date to ext-txn-date
    move f1-amount to ext-amount
    move f1-cat to ext-cat
    move f1-cur to ext-cur
    move f1-ent to ext-ent
    write ext-rec
    if ext-status not = "00"
      display "pass01: *** fatal -- write to count01.ext failed, status=" ext-status
8000-archive-listing.
  move spaces to arc-name
  string "./count01-" run-date ".lst" delimited by size into arc-name
  call "env01" using env-func-p arc-name
  move "n" to arc-eof
  open input rpt-file
  if rpt-status not = "00"
