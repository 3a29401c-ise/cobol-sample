*> everything tonight's chain needs, proved in one pass before step
*> 1 runs -- so the night's problems surface together at the top
*> instead of one restart cycle at a time.
  select txn-file assign to dynamic txn-path
    organization is line sequential
    file status is txn-status.
*> the partner feed is optional night to night -- but when a file is
*> sitting there it must at least open, hold a record, and lead with
*> its H header, or load01 finds the truncation mid-chain.
  select ptn-file assign to dynamic ptn-path
    organization is line sequential
    file status is ptn-status.
  select lck-file assign to dynamic lck-path
    organization is line sequential
    file status is lck-status.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
  select cal-file assign to dynamic cal-path
    organization is line sequential
    file status is cal-status.
  select jsd-file assign to dynamic jsd-path
    organization is line sequential
    file status is jsd-status.
*> the master's details dated on the business date, read off the
*> f1-txn-date alternate key for the FX rate check.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the space probe: a scratch record written and truncated away --
*> a full volume fails here, before gen01 is mid-way through
*> rolling the generations.
  select prb-file assign to dynamic prb-path
    organization is line sequential
    file status is prb-status.
data division.
file section.
fd txn-file.
01 txn-rec pic x(24).
fd ptn-file.
01 ptn-rec pic x(32).
fd lck-file.
  03 filler pic x(1).
  03 cal-type pic x(1).
fd jsd-file.
01 jsd-rec pic x(54).
fd prb-file.
01 prb-rec pic x(32).
fd f1.
  copy f1r.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 txn-path pic x(60) value "input01.txn".
01 ptn-path pic x(60) value "partner01.dat".
01 lck-path pic x(60) value "count01.lck".
01 parm-path pic x(60) value "runparm.dat".
01 cal-path pic x(60) value "runcal.dat".
01 jsd-path pic x(60) value "jobstrm.dat".
01 f1-path pic x(60) value "count01.dat".
01 prb-path pic x(60) value "pflt01.tmp".
01 f1-status pic x(2) value spaces.
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 ptn-eof pic x(1) value "n".
  88 end-of-partner value "y".
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
*> every currency met on the business date -- the partner feed's D
*> lines (id-cur, bytes 27-29, see load01) and the master's details
*> dated today -- must have a rate keyed for that date itself (see
*> fxm01), or tonight's reports would convert at a stale one.
01 fx-func-x pic x(1) value "x".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 fx-cur pic x(3) value spaces.
01 cur-table.
  02 cu-cur pic x(3) occurs 20 times.
01 cur-used pic 9(2) value zero.
01 cur-ix pic 9(2) value zero.
01 cur-found pic 9(2) value zero.
01 al-sev-f pic x(1) value "F".
01 txn-status pic x(2) value spaces.
01 ptn-status pic x(2) value spaces.
01 lck-status pic x(2) value spaces.
01 jsd-line-count pic 9(3) value zero.
01 jsd-bad-count pic 9(3) value zero.
*> one definition line, unpacked the same way nightly01 unpacks it.
01 jsd-work pic x(54) value spaces.
01 jsd-fields redefines jsd-work.
  03 jd-seq pic x(2).
  03 filler pic x(1).
  03 jd-enabled pic x(1).
  03 filler pic x(1).
  03 jd-arg pic x(1).
  03 filler pic x(1).
  03 jd-wait-file pic x(30).
  03 filler pic x(1).
  03 jd-wait-mins pic x(3).
  03 filler pic x(1).
  03 jd-wait-action pic x(1).
01 txn-awaited pic x(1) value "n".
  88 input-awaited value "y".
*> a failed pre-flight goes on the shared alert file too -- the 2am
*> stand-down must still be there for the operator at 8.
01 al-prog-name pic x(8) value "PFLT01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
procedure division.
call "env01" using env-func-p txn-path
call "env01" using env-func-p ptn-path
call "env01" using env-func-p lck-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p cal-path
call "env01" using env-func-p jsd-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p prb-path
move zero to problem-count
call "bdate01" using bd-func-g run-date
display "pflt01: pre-flight check for " run-date
perform 4000-check-calendar
perform 5000-check-job-stream
perform 6000-check-disk-space
perform 7000-check-fx-rates
if problem-count = 0
  display "pflt01: all checks passed -- chain clear to run"
  move zero to return-code
1000-check-input-file.
  open input txn-file
  if txn-status not = "00"
    perform 1100-check-input-awaited
    if input-awaited
      display "pflt01: input01.txn not here yet -- the job stream waits for it"
      exit paragraph
    end-if
    display "pflt01: *** input01.txn missing or unreadable, status=" txn-status " ***"
    add 1 to problem-count
    exit paragraph
  end-read
  close txn-file.

*> a step that waits for the batch feed makes its absence at the
*> top of the night normal -- nightly01 waits for it and decides.
1100-check-input-awaited.
  move "n" to txn-awaited
  move "n" to jsd-eof
  open input jsd-file
  if jsd-status not = "00"
    exit paragraph
  end-if
  read jsd-file into jsd-work at end set end-of-stream to true end-read
  perform until end-of-stream
    if jd-enabled = "Y" and jd-wait-file = "input01.txn"
      move "y" to txn-awaited
    end-if
    read jsd-file into jsd-work at end set end-of-stream to true end-read
  end-perform
  close jsd-file.

*> no partner01.dat is fine -- no load tonight.  a file that IS
*> there must hold at least one record and lead with its H header;
*> the control totals themselves are load01's pass 1 to prove.
    if jd-seq is not numeric or jd-prog = spaces
        or (jd-onfail not = "S" and jd-onfail not = "C")
        or (jd-enabled not = "Y" and jd-enabled not = "N")
        or (jd-wait-file not = spaces
            and (jd-wait-mins is not numeric
                 or (jd-wait-action not = "S" and jd-wait-action not = "K"
                     and jd-wait-action not = "R")))
      add 1 to jsd-bad-count
      display "pflt01: *** bad jobstrm.dat line [" jsd-work "] ***"
    end-if
*> nothing.
  open output prb-file
  close prb-file.

*> every currency on the business date needs that date's rate.  a
*> missing one is a fatal alert of its own, naming the currency, on
*> top of the failed pre-flight -- the night does not start until the
*> rate is keyed from menu01.
7000-check-fx-rates.
  move zero to cur-used
  call "fx01" using fx-func-r run-date fx-cur fx-amount fx-base fx-result
  move "n" to ptn-eof
  open input ptn-file
  if ptn-status = "00"
    read ptn-file at end set end-of-partner to true end-read
    perform until end-of-partner
      if ptn-rec(1:1) = "D" and ptn-rec(27:3) not = spaces
        move ptn-rec(27:3) to fx-cur
        perform 7100-note-currency
      end-if
      read ptn-file at end set end-of-partner to true end-read
    end-perform
    close ptn-file
  end-if
  move "n" to f1-eof
  open input f1
  if f1-status = "00"
    move run-date to f1-txn-date
    start f1 key not < f1-txn-date
      invalid key
        set end-of-master to true
    end-start
    if not end-of-master
      read f1 next at end set end-of-master to true end-read
    end-if
    perform until end-of-master
      if f1-txn-date not = run-date
        set end-of-master to true
      else
        if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
            and f1-cur not = spaces
          move f1-cur to fx-cur
          perform 7100-note-currency
        end-if
        read f1 next at end set end-of-master to true end-read
      end-if
    end-perform
    close f1
  end-if
  move 1 to cur-ix
  perform until cur-ix > cur-used
    move cu-cur(cur-ix) to fx-cur
    call "fx01" using fx-func-x run-date fx-cur fx-amount fx-base fx-result
    if fx-result not = "y"
      display "pflt01: *** no FX rate for " fx-cur " on " run-date " -- key it in fxm01 ***"
      add 1 to problem-count
      move spaces to al-msg
      string "no FX rate for " fx-cur " on " run-date
        delimited by size into al-msg
      call "alert01" using al-prog-name al-sev-f al-msg
    end-if
    add 1 to cur-ix
  end-perform.

7100-note-currency.
  move zero to cur-found
  move 1 to cur-ix
  perform until cur-ix > cur-used or cur-found > 0
    if cu-cur(cur-ix) = fx-cur
      move cur-ix to cur-found
    end-if
    add 1 to cur-ix
  end-perform
  if cur-found = 0 and cur-used < 20
    add 1 to cur-used
    move fx-cur to cu-cur(cur-used)
  end-if.
