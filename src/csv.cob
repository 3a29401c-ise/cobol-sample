environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates.
  select csv-file assign to dynamic csv-path
    organization is line sequential.
data division.
file section.
fd csv-file.
01 csv-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 csv-path pic x(60) value "count01.csv".
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see array.cob)
*> -- both are excluded from the export the same way report01
  03 filler pic x(6) value "TOTAL,".
  03 c-total pic 9(7).
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p csv-path
move zero to rec-count
open input f1
open output csv-file
