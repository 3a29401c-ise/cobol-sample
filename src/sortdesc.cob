environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates.
  select sd-file assign to "./sortwk1".
  select out-file assign to dynamic out-path
    organization is sequential.
data division.
file section.
  03 out-txn-date pic 9(8).
  03 out-amount pic s9(7)v99 comp-3.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 out-path pic x(60) value "count01-desc.dat".
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see array.cob)
*> -- both are excluded from the descending mirror.
01 eof pic x(1) value "n".
  88 end-of-file value "y".
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p out-path
sort sd-file on descending key sd-cnt
  input procedure is 2000-feed-sort
  giving out-file.
