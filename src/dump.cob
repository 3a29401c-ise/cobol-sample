*> corrupted index on any master, and keep an off-site copy that
*> is not tied to the runtime that wrote it.  relo01 is the
*> companion reload.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select em-file assign to dynamic em-path
    organization is indexed
    access mode is sequential
    record key is em-value
    file status is em-status.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is sequential
    record key is hist-key
  03 em-value pic 9(4).
  03 em-date pic 9(8).
  03 em-time pic 9(8).
  03 em-txn-date pic 9(8).
  03 em-amount pic s9(7)v99 comp-3.
  03 em-cat pic x(2).
  03 em-op pic x(8).
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
fd dmp-file.
01 dmp-rec pic x(49).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 em-path pic x(60) value "entry01.dat".
01 hist-path pic x(60) value "history01.dat".
01 f1-status pic x(2) value spaces.
01 em-status pic x(2) value spaces.
01 hist-status pic x(2) value spaces.
01 dmp-status pic x(2) value spaces.
01 dmp-name pic x(60) value spaces.
01 scan-eof pic x(1) value "n".
  88 end-of-scan value "y".
01 session-done pic x(1) value "n".
  03 df-date pic 9(8).
  03 df-amount pic s9(7)v99 sign leading separate.
  03 df-cat pic x(2).
  03 df-cur pic x(3).
  03 df-ent pic x(2).
01 dmp-em.
  03 de-type pic x(1) value "D".
  03 de-value pic 9(4).
  03 de-date pic 9(8).
  03 de-time pic 9(8).
  03 de-txn-date pic 9(8).
  03 de-amount pic s9(7)v99 sign leading separate.
  03 de-cat pic x(2).
  03 de-op pic x(8).
01 dmp-hist.
  03 dg-type pic x(1) value "D".
  03 dg-date pic 9(8).
  03 dg-cnt pic 9(5).
  03 dg-amount pic s9(7)v99 sign leading separate.
  03 dg-ent pic x(2).
  03 dg-base pic s9(11)v99 sign leading separate.
  03 dg-rated pic x(1).
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p em-path
call "env01" using env-func-p hist-path
move "n" to session-done
call "bdate01" using bd-func-g run-date
perform until session-over
  end-perform
  close f1
  move "./count01.dmp" to dmp-name
  call "env01" using env-func-p dmp-name
  move "COUNT01.DAT" to dh-name
  perform 8000-open-dump-with-header
  move "n" to scan-eof
    move f1-txn-date to df-date
    move f1-amount to df-amount
    move f1-cat to df-cat
    move f1-cur to df-cur
    move f1-ent to df-ent
    move dmp-f1 to dmp-rec
    perform 8100-write-dump-record
    read f1 at end set end-of-scan to true end-read
  read em-file at end set end-of-scan to true end-read
  perform until end-of-scan
    add 1 to dump-count
    add em-amount to dump-amount
    read em-file at end set end-of-scan to true end-read
  end-perform
  close em-file
  move "./entry01.dmp" to dmp-name
  call "env01" using env-func-p dmp-name
  move "ENTRY01.DAT" to dh-name
  perform 8000-open-dump-with-header
  move "n" to scan-eof
    move em-value to de-value
    move em-date to de-date
    move em-time to de-time
    move em-txn-date to de-txn-date
    move em-amount to de-amount
    move em-cat to de-cat
    move em-op to de-op
    move dmp-em to dmp-rec
    perform 8100-write-dump-record
    read em-file at end set end-of-scan to true end-read
  end-perform
  close hist-file
  move "./history01.dmp" to dmp-name
  call "env01" using env-func-p dmp-name
  move "HISTORY01.DAT" to dh-name
  perform 8000-open-dump-with-header
  move "n" to scan-eof
    move hist-date to dg-date
    move hist-cnt to dg-cnt
    move hist-amount to dg-amount
    move hist-ent to dg-ent
    move hist-base to dg-base
    move hist-rated to dg-rated
    move dmp-hist to dmp-rec
    perform 8100-write-dump-record
    read hist-file at end set end-of-scan to true end-read
