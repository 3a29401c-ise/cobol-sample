environment division.
input-output section.
file-control.
  select log-file assign to dynamic log-path
    organization is line sequential
    file status is log-status.
*> how far this cycle has posted -- the count of log lines already
*> applied, committed before every posting the same commit-early
*> way file01 writes its checkpoint, so a rerun after a crash
*> resumes where it stopped instead of re-posting the whole log.
  select ckp-file assign to dynamic ckp-path
    organization is line sequential
    file status is ckp-status.
*> the posted portion of the log is closed off to a dated archive
    file status is arc-status.
*> one audit line per honored void -- the operator who keyed it,
*> when it posted, and the master record as it stood when removed.
  select vaud-file assign to dynamic vaud-path
    organization is line sequential
    file status is vaud-status.
*> the entry master: one record per distinct entered value, keyed on
*> the value itself so the keyed lookups and reports run against
*> count01.dat can be run against operator entries too.  each record
*> carries the whole captured transaction -- date, signed amount,
*> category -- and the operator who keyed it, so file01 can rebuild
*> the master from it.
  select em-file assign to dynamic em-path
    organization is indexed
    access mode is dynamic
    record key is em-value
  03 log-type pic x(1).
  03 filler pic x(1).
  03 log-op pic x(8).
*> the captured transaction -- spaces on a line logged before input01
*> captured one.
  03 filler pic x(1).
  03 log-txn-date pic 9(8).
  03 filler pic x(1).
  03 log-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 log-cat pic x(2).
fd em-file.
01 em-rec.
  03 em-value pic 9(4).
  03 em-date pic 9(8).
  03 em-time pic 9(8).
  03 em-txn-date pic 9(8).
  03 em-amount pic s9(7)v99 comp-3.
  03 em-cat pic x(2).
  03 em-op pic x(8).
fd ckp-file.
01 ckp-rec pic 9(7).
fd arc-file.
01 arc-rec pic x(64).
fd vaud-file.
01 vaud-rec.
  03 va-date pic 9(8).
  03 va-old-time pic 9(8).
  03 filler pic x(1).
  03 va-verdict pic x(8).
*> the transaction the void took off the entry master, and who had
*> keyed it.
  03 filler pic x(1).
  03 va-old-txn-date pic 9(8).
  03 filler pic x(1).
  03 va-old-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 va-old-cat pic x(2).
  03 filler pic x(1).
  03 va-old-op pic x(8).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 log-path pic x(60) value "input01.log".
01 ckp-path pic x(60) value "post01.ckp".
01 vaud-path pic x(60) value "void01.aud".
01 em-path pic x(60) value "entry01.dat".
01 log-status pic x(2) value spaces.
01 em-status pic x(2) value spaces.
01 log-eof pic x(1) value "n".
01 skipped-count pic 9(7) value zero.
01 ckp-status pic x(2) value spaces.
01 arc-status pic x(2) value spaces.
01 arc-name pic x(60) value spaces.
01 arc-eof pic x(1) value "n".
  88 end-of-archive-copy value "y".
*> checkpoint from an earlier (crashed) run this cycle: the ordinal
01 voided-count pic 9(7) value zero.
01 void-miss-count pic 9(7) value zero.
procedure division.
call "env01" using env-func-p log-path
call "env01" using env-func-p ckp-path
call "env01" using env-func-p vaud-path
call "env01" using env-func-p em-path
move zero to read-count
move zero to added-count
move zero to updated-count
      move log-value to em-value
      move log-date to em-date
      move log-time to em-time
      perform 1100-carry-transaction
      write em-rec
      if em-status not = "00"
        display "post01: *** fatal -- write to entry01.dat failed, status=" em-status
    not invalid key
      move log-date to em-date
      move log-time to em-time
      perform 1100-carry-transaction
      rewrite em-rec
      if em-status not = "00"
        display "post01: *** fatal -- rewrite of entry01.dat failed, status=" em-status
      add 1 to updated-count
  end-read.

*> the transaction rides from the log onto the entry master whole.
*> a line logged before the capture existed carries no transaction --
*> it posts dated its entry date, amount zero, uncategorised.
1100-carry-transaction.
  if log-txn-date is numeric and log-amount is numeric
    move log-txn-date to em-txn-date
    move log-amount to em-amount
    move log-cat to em-cat
  else
    move log-date to em-txn-date
    move zero to em-amount
    move spaces to em-cat
  end-if
  if log-op = spaces
    move "UNLISTED" to em-op
  else
    move log-op to em-op
  end-if.

*> commit how far the posting has reached BEFORE this line is
*> applied -- the worst a crash can cost is one line re-judged, and
*> re-posting one line is harmless (the rewrite just re-stamps it).
*> (already voided, or never posted) is audited as a miss rather
*> than silently dropped.
2000-post-void.
  move spaces to vaud-rec
  move log-value to em-value
  read em-file key is em-value
    invalid key
      add 1 to void-miss-count
      move zero to va-old-date
      move zero to va-old-time
      move zero to va-old-txn-date
      move zero to va-old-amount
      move spaces to va-old-cat
      move spaces to va-old-op
      move "NOENTRY" to va-verdict
      perform 2100-write-void-audit
    not invalid key
      move em-date to va-old-date
      move em-time to va-old-time
      move em-txn-date to va-old-txn-date
      move em-amount to va-old-amount
      move em-cat to va-old-cat
      move em-op to va-old-op
      delete em-file
        invalid key
          display "post01: *** fatal -- delete from entry01.dat failed ***"
8500-cycle-log.
  move spaces to arc-name
  string "./input01-" run-date ".arc" delimited by size into arc-name
  call "env01" using env-func-p arc-name
  move "n" to arc-eof
  open input log-file
  if log-status not = "00"
