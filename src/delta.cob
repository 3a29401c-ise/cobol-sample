*> yesterday's master: the generation image gen01 took before
*> file01's rebuild, so "what changed since yesterday" needs no
*> extra step beyond the backup that already happens.
  select old-file assign to dynamic old-path
    organization is sequential
    file status is old-status.
*> today's master, read in key order so the two sides merge on
*> f1-cnt without a sort.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
                      f1-hdr-size by old-hdr-size
                      f1-txn-date by old-txn-date
                      f1-amount by old-amount
                      f1-cat by old-cat
                      f1-cur by old-cur
                      f1-ent by old-ent.
fd f1.
  copy f1r.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 old-path pic x(60) value "count01.g01".
01 f1-path pic x(60) value "count01.dat".
01 rpt-path pic x(60) value "count01-delta.lst".
01 old-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
  03 filler pic x(20) value "UNCHANGED...........".
  03 t-matched pic zzzzzz9.
procedure division.
call "env01" using env-func-p old-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p rpt-path
move zero to added-count
move zero to deleted-count
move zero to changed-count
