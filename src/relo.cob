*> whole from its display-format dump, then prove the record count
*> (and amount total where the file carries one) back against the
*> dump's own control header.
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
01 dmp-eof pic x(1) value "n".
  88 end-of-dump value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
*> the dump record shapes, overlaid on the line read back.
01 dmp-work pic x(49) value spaces.
01 dmp-hdr redefines dmp-work.
  03 dh-type pic x(1).
  03 dh-name pic x(12).
  03 df-date pic 9(8).
  03 df-amount pic s9(7)v99 sign leading separate.
  03 df-cat pic x(2).
  03 df-cur pic x(3).
  03 df-ent pic x(2).
01 dmp-em redefines dmp-work.
  03 de-type pic x(1).
  03 de-value pic 9(4).
  03 de-date pic 9(8).
  03 de-time pic 9(8).
  03 de-txn-date pic 9(8).
  03 de-amount pic s9(7)v99 sign leading separate.
  03 de-cat pic x(2).
  03 de-op pic x(8).
01 dmp-hist redefines dmp-work.
  03 dg-type pic x(1).
  03 dg-date pic 9(8).
  03 dg-cnt pic 9(5).
  03 dg-amount pic s9(7)v99 sign leading separate.
  03 dg-ent pic x(2).
  03 dg-base pic s9(11)v99 sign leading separate.
  03 dg-rated pic x(1).
01 have-header pic x(1) value "n".
  88 header-seen value "y".
01 exp-count pic 9(7) value zero.
*> once the counts have proved back.
01 pr-mode pic x(1) value "r".
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p em-path
call "env01" using env-func-p hist-path
move "n" to session-done
perform until session-over
  display " "
*> current file, the same rule restore01 and idx01 follow.
1000-reload-count.
  move "./count01.dmp" to dmp-name
  call "env01" using env-func-p dmp-name
  perform 8000-open-dump
  if not header-seen
    exit paragraph
      move df-date to f1-txn-date
      move df-amount to f1-amount
      move df-cat to f1-cat
      move df-cur to f1-cur
      move df-ent to f1-ent
      write f1r
      if f1-status not = "00"
        display "relo01: *** fatal -- write to count01.dat failed, status=" f1-status

2000-reload-entry.
  move "./entry01.dmp" to dmp-name
  call "env01" using env-func-p dmp-name
  perform 8000-open-dump
  if not header-seen
    exit paragraph
      move de-value to em-value
      move de-date to em-date
      move de-time to em-time
      move de-txn-date to em-txn-date
      move de-amount to em-amount
      move de-cat to em-cat
      move de-op to em-op
      write em-rec
      if em-status not = "00"
        display "relo01: *** fatal -- write to entry01.dat failed, status=" em-status
        goback
      end-if
      add 1 to loaded-count
      add de-amount to loaded-amount
    end-if
    read dmp-file into dmp-work at end set end-of-dump to true end-read
  end-perform

3000-reload-history.
  move "./history01.dmp" to dmp-name
  call "env01" using env-func-p dmp-name
  perform 8000-open-dump
  if not header-seen
    exit paragraph
      move dg-date to hist-date
      move dg-cnt to hist-cnt
      move dg-amount to hist-amount
      move dg-ent to hist-ent
*> a dump taken before history01 carried the base figure has none to
*> give back -- the detail comes back unrated.
      if dg-base is numeric
        move dg-base to hist-base
        move dg-rated to hist-rated
      else
        move zero to hist-base
        move "n" to hist-rated
      end-if
      write hist-rec
      if hist-status not = "00"
        display "relo01: *** fatal -- write to history01.dat failed, status=" hist-status
