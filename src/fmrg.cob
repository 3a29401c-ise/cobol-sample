identification division.
program-id. fmrg01.
environment division.
input-output section.
file-control.
*> the merge step of the partitioned rebuild: the work files the
*> fprt01 partitions left are merged back on the source ordinal, so
*> the master, both fan-outs, the history, the category actuals,
*> the exceptions and the control totals come out exactly as
*> file01's single-stream rebuild writes them -- the run-control
*> line and the movement record are posted under FILE01 for the same
*> reason.  the merge refuses to start unless every partition on the
*> table has finished for tonight's business date.
  select prt-file assign to dynamic prt-path
    organization is line sequential
    file status is prt-status.
  select w1-file assign to dynamic w1-path
    organization is sequential
    file status is w1-status.
  select w2-file assign to dynamic w2-path
    organization is sequential
    file status is w2-status.
  select w3-file assign to dynamic w3-path
    organization is sequential
    file status is w3-status.
  select w4-file assign to dynamic w4-path
    organization is sequential
    file status is w4-status.
*> the merge's own restart point: written once, when a fresh merge
*> has imaged and counted the prior master, and cleared at a clean
*> close.  a resumed merge replays the work files from the start --
*> what is already on the master and the fan-outs is recognised and
*> passed over, so no per-record commit is needed.
  select mck-file assign to dynamic mck-path
    organization is line sequential
    file status is mck-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select gpr-file assign to dynamic gpr-path
    organization is sequential
    file status is gpr-status.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
  select ev-file assign to dynamic ev-path
    organization is sequential
    file status is ev-status.
  select od-file assign to dynamic od-path
    organization is sequential
    file status is od-status.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is dynamic
    record key is hist-key
    file status is hist-status.
  select cah-file assign to dynamic cah-path
    organization is indexed
    access mode is dynamic
    record key is cah-key
    file status is cah-status.
  select exc-file assign to dynamic exc-path
    organization is line sequential
    file status is exc-status.
  select tot-file assign to dynamic tot-path
    organization is line sequential
    file status is tot-status.
data division.
file section.
fd prt-file.
01 prt-rec.
  03 pt-part pic 9(1).
  03 filler pic x(1).
  03 pt-lo pic 9(5).
  03 filler pic x(1).
  03 pt-hi pic 9(5).
fd w1-file.
01 w1-rec pic x(66).
fd w2-file.
01 w2-rec pic x(66).
fd w3-file.
01 w3-rec pic x(66).
fd w4-file.
01 w4-rec pic x(66).
fd mck-file.
01 mck-rec.
  03 mck-date pic 9(8).
  03 filler pic x(1).
  03 mck-prior-count pic 9(7).
  03 filler pic x(1).
  03 mck-prior-amount pic s9(11)v99 sign leading separate.
fd f1.
  copy f1r.
fd ev-file.
  copy f1r replacing f1r by ev-rec
                      f1-cnt by ev-cnt
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
fd ctl-file.
01 ctl-rec.
  03 ctl-prog pic x(8).
  03 ctl-run-date pic 9(8).
  03 ctl-run-time pic 9(8).
  03 ctl-rec-count pic 9(7).
fd gpr-file.
  copy f1r replacing f1r by gpr-rec
                      f1-cnt by gpr-cnt
                      f1-hdr-size by gpr-hdr-size
                      f1-txn-date by gpr-txn-date
                      f1-amount by gpr-amount
                      f1-cat by gpr-cat
                      f1-cur by gpr-cur
                      f1-ent by gpr-ent.
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
fd cah-file.
01 cah-rec.
  03 cah-key.
    05 cah-date pic 9(8).
    05 cah-cnt pic 9(5).
  03 cah-cat pic x(2).
  03 cah-amount pic s9(7)v99 comp-3.
*> the amount in base currency at the detail's own date's rate (see
*> fx01) -- cah-rated "n" when there was no rate to post it at --
*> and the entity the detail belongs to.
  03 cah-base pic s9(11)v99 comp-3.
  03 cah-rated pic x(1).
  03 cah-ent pic x(2).
fd exc-file.
01 exc-rec.
  03 exc-source pic x(7).
  03 filler pic x(1).
  03 exc-reason pic x(2).
  03 filler pic x(1).
  03 exc-cnt pic 9(5).
  03 filler pic x(1).
  03 exc-date pic 9(8).
  03 filler pic x(1).
  03 exc-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 exc-text pic x(30).
fd tot-file.
01 tot-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 prt-path pic x(60) value "file01.prt".
01 w1-path pic x(60) value "file01.w1".
01 w2-path pic x(60) value "file01.w2".
01 w3-path pic x(60) value "file01.w3".
01 w4-path pic x(60) value "file01.w4".
01 mck-path pic x(60) value "file01.mck".
01 f1-path pic x(60) value "count01.dat".
01 gpr-path pic x(60) value "count01.g01".
01 ctl-path pic x(60) value "runctl.dat".
01 ev-path pic x(60) value "count01-even.dat".
01 od-path pic x(60) value "count01-odd.dat".
01 hist-path pic x(60) value "history01.dat".
01 cah-path pic x(60) value "catact01.dat".
01 exc-path pic x(60) value "file01.exc".
01 tot-path pic x(60) value "file01.tot".
*> the work record in hand, in the layout fprt01 writes.
  copy fprtw.
01 prt-status pic x(2) value spaces.
01 w1-status pic x(2) value spaces.
01 w2-status pic x(2) value spaces.
01 w3-status pic x(2) value spaces.
01 w4-status pic x(2) value spaces.
01 mck-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 ev-status pic x(2) value spaces.
01 od-status pic x(2) value spaces.
01 gpr-status pic x(2) value spaces.
01 ctl-status pic x(2) value spaces.
01 hist-status pic x(2) value spaces.
01 cah-status pic x(2) value spaces.
01 exc-status pic x(2) value spaces.
01 tot-status pic x(2) value spaces.
01 prt-eof pic x(1) value "n".
  88 end-of-table value "y".
01 gpr-eof pic x(1) value "n".
  88 end-of-prior value "y".
01 mst-eof pic x(1) value "n".
  88 end-of-master value "y".
01 part-table.
  02 part-entry occurs 4 times.
    03 pe-lo pic 9(5).
    03 pe-hi pic 9(5).
    03 pe-set pic x(1).
*> each partition's next work record, and whether its file is spent.
    03 pe-image pic x(66).
    03 pe-seq pic 9(7).
    03 pe-done pic x(1).
    03 pe-status pic x(2).
01 part-used pic 9(1) value zero.
01 part-ix pic 9(1) value zero.
01 pick-ix pic 9(1) value zero.
01 pick-seq pic 9(7) value zero.
01 table-ok pic x(1) value "y".
  88 table-good value "y".
01 parts-ok pic x(1) value "y".
  88 parts-good value "y".
01 trl-seen pic x(1) value "n".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 have-checkpoint pic x(1) value "n".
  88 checkpoint-found value "y".
01 trl-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
*> on a resumed merge, how much of each sequential output the
*> interrupted run already wrote -- the replay passes over that many
*> before it writes again.
01 ev-present pic 9(7) value zero.
01 od-present pic 9(7) value zero.
01 exc-present pic 9(7) value zero.
01 exc-seen pic 9(7) value zero.
01 recs-written pic 9(7) value zero.
01 ev-count pic 9(7) value zero.
01 ev-amount-sum pic s9(11)v99 comp-3 value zero.
01 od-count pic 9(7) value zero.
01 od-amount-sum pic s9(11)v99 comp-3 value zero.
*> the fan-out trailer, file01's layout over the f1r image.
01 trl-work.
  03 trl-rec-key pic 9(5).
  03 trl-rec-count pic 9(7).
  03 trl-rec-amount pic s9(11)v99 comp-3.
  03 filler pic x(9).
01 prior-count pic 9(7) value zero.
01 prior-amount pic s9(11)v99 value zero.
*> the movement is posted under FILE01, as the single-stream
*> rebuild posts it -- proof01 sees one rebuild either way.
01 mv-prog-name pic x(8) value "FILE01".
01 mv-added pic 9(7) value zero.
01 mv-no-chg pic 9(7) value zero.
01 mv-net pic s9(11)v99 value zero.
01 src-name pic x(7) value spaces.
01 ct-ix pic 9(1) value zero.
01 ctl-totals.
  03 ct-source occurs 3.
    05 ct-read-count pic 9(7).
    05 ct-read-amount pic s9(11)v99.
    05 ct-writ-count pic 9(7).
    05 ct-writ-amount pic s9(11)v99.
    05 ct-exc-count pic 9(7).
    05 ct-exc-amount pic s9(11)v99.
    05 ct-bko-count pic 9(7).
    05 ct-bko-amount pic s9(11)v99.
    05 ct-sup-count pic 9(7).
    05 ct-sup-amount pic s9(11)v99.
01 mst-count pic 9(7) value zero.
01 mst-amount pic s9(11)v99 value zero.
01 fan-count pic 9(7) value zero.
01 fan-amount pic s9(11)v99 value zero.
01 proof-ok pic x(1) value "y".
  88 totals-balance value "y".
01 tot-hdr-1.
  03 filler pic x(34) value "FILE01 REBUILD CONTROL TOTALS  FOR".
  03 filler pic x(1) value space.
  03 th-date pic 9(8).
01 tot-hdr-2.
  03 filler pic x(30) value spaces.
  03 filler pic x(8) value "   COUNT".
  03 filler pic x(2) value spaces.
  03 filler pic x(16) value "          AMOUNT".
01 tot-det.
  03 td-label pic x(30).
  03 td-count pic zzzzzz9.
  03 filler pic x(3) value spaces.
  03 td-amount pic -(12)9.99.
01 tot-verdict.
  03 filler pic x(30) value "VERDICT.......................".
  03 tv-text pic x(30).
*> the history and actuals mirrors carry each detail in base
*> currency too, converted at its own date's rate (see fx01).
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "FMRG01".
01 al-sev pic x(1) value "F".
01 al-msg pic x(40) value spaces.
01 lck-func-a pic x(1) value "a".
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "FILE01".
01 lck-result pic x(1) value space.
procedure division.
call "env01" using env-func-p prt-path
call "env01" using env-func-p w1-path
call "env01" using env-func-p w2-path
call "env01" using env-func-p w3-path
call "env01" using env-func-p w4-path
call "env01" using env-func-p mck-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p gpr-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p ev-path
call "env01" using env-func-p od-path
call "env01" using env-func-p hist-path
call "env01" using env-func-p cah-path
call "env01" using env-func-p exc-path
call "env01" using env-func-p tot-path
move zero to recs-written
move zero to ev-count
move zero to ev-amount-sum
move zero to od-count
move zero to od-amount-sum
move zero to ev-present
move zero to od-present
move zero to exc-present
move zero to exc-seen
move zero to prior-count
move zero to prior-amount
move "y" to proof-ok
initialize ctl-totals
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date f1-cur fx-amount fx-base fx-result
move zero to norate-count
perform 1000-load-partition-table
if not table-good
  move "partition table file01.prt is invalid" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
*> every partition must have finished tonight before the master is
*> touched -- a missing or stale work file leaves yesterday's master
*> standing.
perform 1200-check-partitions
if not parts-good
  move "rebuild partitions not all finished" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
call "lock01" using lck-func-a lck-prog-name lck-result
if lck-result not = "y"
  display "fmrg01: *** count01.dat is locked -- merge refused ***"
  move 16 to return-code
  goback
end-if
perform 1500-read-checkpoint
if checkpoint-found
  display "fmrg01: resuming an interrupted merge"
  perform 1600-count-present
  open i-o f1
else
  display "fmrg01: merging " part-used " partitions"
  call "gen01"
  if return-code not = 0
    display "fmrg01: *** fatal -- generation backup failed, count01.dat not rebuilt ***"
    move "generation backup failed" to al-msg
    perform 9100-raise-alert
    goback
  end-if
  perform 8800-count-prior-master
  perform 1700-write-checkpoint
  open output f1
end-if
if f1-status not = "00"
  display "fmrg01: *** fatal -- open of count01.dat failed, status=" f1-status
  move "open of count01.dat failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
if checkpoint-found
  open extend ev-file
else
  open output ev-file
end-if
if ev-status not = "00"
  display "fmrg01: *** fatal -- open of count01-even.dat failed, status=" ev-status
  move "open of count01-even.dat failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
if checkpoint-found
  open extend od-file
else
  open output od-file
end-if
if od-status not = "00"
  display "fmrg01: *** fatal -- open of count01-odd.dat failed, status=" od-status
  move "open of count01-odd.dat failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
*> the history and the category actuals are mirrors of the master,
*> written anew by a fresh merge (see file01); a resumed merge
*> carries on with the files the interrupted one started.
if checkpoint-found
  open i-o hist-file
  if hist-status = "35"
    open output hist-file
  end-if
else
  open output hist-file
end-if
if hist-status not = "00"
  display "fmrg01: *** fatal -- open of history01.dat failed, status=" hist-status
  move "open of history01.dat failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
if checkpoint-found
  open i-o cah-file
  if cah-status = "35"
    open output cah-file
  end-if
else
  open output cah-file
end-if
if cah-status not = "00"
  display "fmrg01: *** fatal -- open of catact01.dat failed, status=" cah-status
  move "open of catact01.dat failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
if checkpoint-found
  open extend exc-file
  if exc-status = "35"
    open output exc-file
  end-if
else
  open output exc-file
end-if
if exc-status not = "00"
  display "fmrg01: *** fatal -- open of file01.exc failed, status=" exc-status
  move "open of file01.exc failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
perform 2000-merge-partitions
move spaces to trl-work
move trl-key to trl-rec-key
move ev-count to trl-rec-count
move ev-amount-sum to trl-rec-amount
write ev-rec from trl-work
if ev-status not = "00"
  display "fmrg01: *** fatal -- write to count01-even.dat failed, status=" ev-status
  move "write to count01-even.dat failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
move spaces to trl-work
move trl-key to trl-rec-key
move od-count to trl-rec-count
move od-amount-sum to trl-rec-amount
write od-rec from trl-work
if od-status not = "00"
  display "fmrg01: *** fatal -- write to count01-odd.dat failed, status=" od-status
  move "write to count01-odd.dat failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
open output mck-file
close mck-file
close f1
if f1-status not = "00"
  display "fmrg01: *** warning -- close of count01.dat failed, status=" f1-status
end-if
close ev-file
close od-file
close hist-file
close cah-file
close exc-file
open extend ctl-file
if ctl-status not = "00"
  display "fmrg01: *** warning -- open of runctl.dat failed, status=" ctl-status
end-if
move "FILE01" to ctl-prog
move run-date to ctl-run-date
accept ctl-run-time from time
compute ctl-rec-count = ev-count + od-count
write ctl-rec
if ctl-status not = "00"
  display "fmrg01: *** warning -- write to runctl.dat failed, status=" ctl-status
end-if
close ctl-file
compute mv-added = ev-count + od-count
compute mv-net = ev-amount-sum + od-amount-sum - prior-amount
call "move01" using mv-prog-name mv-added mv-no-chg prior-count
                    mv-net
call "lock01" using lck-func-r lck-prog-name lck-result
perform 7000-prove-totals
perform 7500-write-totals
display "fmrg01: source records read=" ct-read-count(3) " written=" ct-writ-count(3) " excepted=" ct-exc-count(3) " backed out=" ct-bko-count(3)
  " changed later=" ct-sup-count(3)
if norate-count > 0
  display "fmrg01: *** warning -- " norate-count " details posted with no fx rate for their date ***"
  move spaces to al-msg
  string norate-count " details posted unrated"
    delimited by size into al-msg
  move "W" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move "F" to al-sev
end-if
if not totals-balance
  display "fmrg01: *** control totals do not balance -- see file01.tot ***"
  move "rebuild control totals do not balance" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
if ct-exc-count(3) > 0
  display "fmrg01: " ct-exc-count(3) " source records excepted -- see file01.exc"
  move 4 to return-code
end-if
goback.

*> the same table, and the same proof of it, fprt01 reads.
1000-load-partition-table.
  move "y" to table-ok
  move zero to part-used
  move 1 to part-ix
  perform until part-ix > 4
    move "n" to pe-set(part-ix)
    add 1 to part-ix
  end-perform
  move "n" to prt-eof
  open input prt-file
  if prt-status not = "00"
    move 4 to part-used
    move 00000 to pe-lo(1)
    move 24999 to pe-hi(1)
    move 25000 to pe-lo(2)
    move 49999 to pe-hi(2)
    move 50000 to pe-lo(3)
    move 74999 to pe-hi(3)
    move 75000 to pe-lo(4)
    move 99999 to pe-hi(4)
    exit paragraph
  end-if
  read prt-file at end set end-of-table to true end-read
  perform until end-of-table
    if pt-part is numeric and pt-lo is numeric and pt-hi is numeric
        and pt-part > 0 and pt-part <= 4
      move pt-lo to pe-lo(pt-part)
      move pt-hi to pe-hi(pt-part)
      move "y" to pe-set(pt-part)
      if pt-part > part-used
        move pt-part to part-used
      end-if
    end-if
    read prt-file at end set end-of-table to true end-read
  end-perform
  close prt-file
  if part-used = 0
    display "fmrg01: *** file01.prt holds no partitions ***"
    move "n" to table-ok
    exit paragraph
  end-if
  move 1 to part-ix
  perform until part-ix > part-used
    if pe-set(part-ix) not = "y" or pe-hi(part-ix) < pe-lo(part-ix)
      display "fmrg01: *** file01.prt partition " part-ix " is missing or runs backwards ***"
      move "n" to table-ok
    else
      if part-ix = 1
        if pe-lo(part-ix) not = 0
          display "fmrg01: *** file01.prt partition 1 does not start at 00000 ***"
          move "n" to table-ok
        end-if
      else
        if pe-lo(part-ix) not = pe-hi(part-ix - 1) + 1
          display "fmrg01: *** file01.prt partition " part-ix " does not follow on from the one before ***"
          move "n" to table-ok
        end-if
      end-if
    end-if
    add 1 to part-ix
  end-perform
  if pe-hi(part-used) not = 99999
    display "fmrg01: *** file01.prt does not run to 99999 ***"
    move "n" to table-ok
  end-if.

*> each work file read through to its trailer: it must be there, be
*> tonight's, and name the range the table gives the partition.
1200-check-partitions.
  move "y" to parts-ok
  move 1 to part-ix
  perform until part-ix > part-used
    move "n" to trl-seen
    perform 2100-open-partition
    if pe-done(part-ix) = "y"
      display "fmrg01: *** partition " part-ix " work file is missing or empty ***"
      move "n" to parts-ok
    else
      perform until pe-done(part-ix) = "y"
        move pe-image(part-ix) to wk-rec
        if wk-type = "T"
          move "y" to trl-seen
          move pe-image(part-ix) to wk-trl
          if wt-date not = run-date or wt-part not = part-ix
              or wt-lo not = pe-lo(part-ix) or wt-hi not = pe-hi(part-ix)
            display "fmrg01: *** partition " part-ix " work file is for " wt-date " keys " wt-lo "-" wt-hi " ***"
            move "n" to parts-ok
          end-if
        end-if
        perform 2200-read-partition
      end-perform
      if trl-seen not = "y"
        display "fmrg01: *** partition " part-ix " has not finished -- no trailer ***"
        move "n" to parts-ok
      end-if
    end-if
    perform 2300-close-partition
    add 1 to part-ix
  end-perform.

1500-read-checkpoint.
  move "n" to have-checkpoint
  open input mck-file
  if mck-status not = "00"
    exit paragraph
  end-if
  read mck-file
    at end
      continue
    not at end
      if mck-date is numeric and mck-prior-count is numeric
        if mck-date = run-date
          move "y" to have-checkpoint
          move mck-prior-count to prior-count
          move mck-prior-amount to prior-amount
        end-if
      end-if
  end-read
  close mck-file.

*> what the interrupted merge got onto each sequential output --
*> a crashed run never wrote its fan-out trailers.
1600-count-present.
  open input ev-file
  if ev-status = "00"
    read ev-file at end continue end-read
    perform until ev-status not = "00"
      if ev-cnt not = trl-key
        add 1 to ev-present
      end-if
      read ev-file at end continue end-read
    end-perform
    close ev-file
  end-if
  open input od-file
  if od-status = "00"
    read od-file at end continue end-read
    perform until od-status not = "00"
      if od-cnt not = trl-key
        add 1 to od-present
      end-if
      read od-file at end continue end-read
    end-perform
    close od-file
  end-if
  open input exc-file
  if exc-status = "00"
    read exc-file at end continue end-read
    perform until exc-status not = "00"
      add 1 to exc-present
      read exc-file at end continue end-read
    end-perform
    close exc-file
  end-if.

*> committed before the master is truncated, so the prior-master
*> figures survive a crash for the movement record.
1700-write-checkpoint.
  open output mck-file
  if mck-status not = "00"
    display "fmrg01: *** fatal -- open of file01.mck failed, status=" mck-status
    move "open of file01.mck failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if
  move spaces to mck-rec
  move run-date to mck-date
  move prior-count to mck-prior-count
  move prior-amount to mck-prior-amount
  write mck-rec
  close mck-file.

*> the lowest ordinal among the partitions' next records goes next,
*> until every partition is down to its trailer.
2000-merge-partitions.
  move 1 to part-ix
  perform until part-ix > part-used
    perform 2100-open-partition
    add 1 to part-ix
  end-perform
  move 1 to pick-ix
  perform until pick-ix = 0
    move zero to pick-ix
    move 9999999 to pick-seq
    move 1 to part-ix
    perform until part-ix > part-used
      if pe-done(part-ix) not = "y" and pe-seq(part-ix) < pick-seq
        move part-ix to pick-ix
        move pe-seq(part-ix) to pick-seq
      end-if
      add 1 to part-ix
    end-perform
    if pick-ix > 0
      move pe-image(pick-ix) to wk-rec
      perform 3000-apply-work-record
      move pick-ix to part-ix
      perform 2200-read-partition
    end-if
  end-perform
  move 1 to part-ix
  perform until part-ix > part-used
    perform 2300-close-partition
    add 1 to part-ix
  end-perform.

2100-open-partition.
  move "n" to pe-done(part-ix)
  evaluate part-ix
    when 1
      open input w1-file
      move w1-status to pe-status(part-ix)
    when 2
      open input w2-file
      move w2-status to pe-status(part-ix)
    when 3
      open input w3-file
      move w3-status to pe-status(part-ix)
    when other
      open input w4-file
      move w4-status to pe-status(part-ix)
  end-evaluate
  if pe-status(part-ix) not = "00"
    move "y" to pe-done(part-ix)
    exit paragraph
  end-if
  perform 2200-read-partition.

*> the partition's next record.  the trailer's ordinal is 9999999, so
*> the merge never picks it -- a partition down to its trailer is
*> spent.
2200-read-partition.
  evaluate part-ix
    when 1
      read w1-file into pe-image(part-ix)
        at end move "y" to pe-done(part-ix)
      end-read
    when 2
      read w2-file into pe-image(part-ix)
        at end move "y" to pe-done(part-ix)
      end-read
    when 3
      read w3-file into pe-image(part-ix)
        at end move "y" to pe-done(part-ix)
      end-read
    when other
      read w4-file into pe-image(part-ix)
        at end move "y" to pe-done(part-ix)
      end-read
  end-evaluate
  if pe-done(part-ix) = "y"
    exit paragraph
  end-if
  move pe-image(part-ix) to wk-rec
  move wk-seq to pe-seq(part-ix).

2300-close-partition.
  if pe-status(part-ix) not = "00"
    exit paragraph
  end-if
  evaluate part-ix
    when 1
      close w1-file
    when 2
      close w2-file
    when 3
      close w3-file
    when other
      close w4-file
  end-evaluate
  move "99" to pe-status(part-ix).

*> one verdict, counted the way file01 counts it and written the way
*> file01 writes it.
3000-apply-work-record.
  move wk-src to ct-ix
  if wk-src = 1
    move "ENTRY01" to src-name
  else
    move "LOAD01" to src-name
  end-if
  add 1 to ct-read-count(ct-ix)
  add wk-amount to ct-read-amount(ct-ix)
  evaluate wk-type
    when "B"
      add 1 to ct-bko-count(ct-ix)
      add wk-amount to ct-bko-amount(ct-ix)
    when "S"
      add 1 to ct-sup-count(ct-ix)
      add wk-amount to ct-sup-amount(ct-ix)
    when "E"
      add 1 to ct-exc-count(ct-ix)
      add wk-amount to ct-exc-amount(ct-ix)
      add 1 to exc-seen
      if exc-seen > exc-present
        perform 3200-write-exception
      end-if
    when other
      add 1 to ct-writ-count(ct-ix)
      add wk-amount to ct-writ-amount(ct-ix)
      perform 3100-write-detail
  end-evaluate.

3100-write-detail.
  move wk-cnt to f1-cnt
  move zero to f1-hdr-size
  move wk-date to f1-txn-date
  move wk-amount to f1-amount
  move wk-cat to f1-cat
  move wk-cur to f1-cur
  move wk-ent to f1-ent
  write f1r
*> a resumed merge meets the details the interrupted one already
*> wrote -- the partitions never hand the same key over twice, so
*> a key already standing can only be that.
  if f1-status = "22" and checkpoint-found
    continue
  else
    if f1-status not = "00"
      display "fmrg01: *** fatal -- write to count01.dat failed, status=" f1-status
      move "write to count01.dat failed" to al-msg
      perform 9100-raise-alert
      move 16 to return-code
      goback
    end-if
  end-if
  add 1 to recs-written
*> with no rate for its date the detail is mirrored unrated, and the
*> reports that read the mirrors leave it out until it is posted
*> again with its rate on file.
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    move zero to fx-base
    move "n" to fx-result
    add 1 to norate-count
  end-if
  move f1-txn-date to hist-date
  move f1-cnt to hist-cnt
  move f1-amount to hist-amount
  move f1-ent to hist-ent
  move fx-base to hist-base
  move fx-result to hist-rated
  write hist-rec
    invalid key
      rewrite hist-rec
      if hist-status not = "00"
        display "fmrg01: *** fatal -- rewrite of history01.dat failed, status=" hist-status
        move "rewrite of history01.dat failed" to al-msg
        perform 9100-raise-alert
        move 16 to return-code
        goback
      end-if
    not invalid key
      if hist-status not = "00"
        display "fmrg01: *** fatal -- write to history01.dat failed, status=" hist-status
        move "write to history01.dat failed" to al-msg
        perform 9100-raise-alert
        move 16 to return-code
        goback
      end-if
  end-write
  move f1-txn-date to cah-date
  move f1-cnt to cah-cnt
  move f1-cat to cah-cat
  move f1-amount to cah-amount
  move fx-base to cah-base
  move fx-result to cah-rated
  move f1-ent to cah-ent
  write cah-rec
    invalid key
      rewrite cah-rec
      if cah-status not = "00"
        display "fmrg01: *** fatal -- rewrite of catact01.dat failed, status=" cah-status
        move "rewrite of catact01.dat failed" to al-msg
        perform 9100-raise-alert
        move 16 to return-code
        goback
      end-if
    not invalid key
      if cah-status not = "00"
        display "fmrg01: *** fatal -- write to catact01.dat failed, status=" cah-status
        move "write to catact01.dat failed" to al-msg
        perform 9100-raise-alert
        move 16 to return-code
        goback
      end-if
  end-write
  if function mod(f1-cnt, 2) = 0
    add 1 to ev-count
    add f1-amount to ev-amount-sum
    if ev-count <= ev-present
      exit paragraph
    end-if
    move f1-cnt to ev-cnt
    move zero to ev-hdr-size
    move f1-txn-date to ev-txn-date
    move f1-amount to ev-amount
    move f1-cat to ev-cat
    move f1-cur to ev-cur
    move f1-ent to ev-ent
    write ev-rec
    if ev-status not = "00"
      display "fmrg01: *** fatal -- write to count01-even.dat failed, status=" ev-status
      move "write to count01-even.dat failed" to al-msg
      perform 9100-raise-alert
      move 16 to return-code
      goback
    end-if
  else
    add 1 to od-count
    add f1-amount to od-amount-sum
    if od-count <= od-present
      exit paragraph
    end-if
    move f1-cnt to od-cnt
    move zero to od-hdr-size
    move f1-txn-date to od-txn-date
    move f1-amount to od-amount
    move f1-cat to od-cat
    move f1-cur to od-cur
    move f1-ent to od-ent
    write od-rec
    if od-status not = "00"
      display "fmrg01: *** fatal -- write to count01-odd.dat failed, status=" od-status
      move "write to count01-odd.dat failed" to al-msg
      perform 9100-raise-alert
      move 16 to return-code
      goback
    end-if
  end-if.

3200-write-exception.
  move spaces to exc-rec
  move src-name to exc-source
  move wk-reason to exc-reason
  move wk-cnt to exc-cnt
  move wk-date to exc-date
  move wk-amount to exc-amount
  move wk-text to exc-text
  write exc-rec
  if exc-status not = "00"
    display "fmrg01: *** fatal -- write to file01.exc failed, status=" exc-status
    move "write to file01.exc failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if.

*> file01's proof and statement, unchanged.
7000-prove-totals.
  perform varying ct-ix from 1 by 1 until ct-ix > 2
    add ct-read-count(ct-ix) to ct-read-count(3)
    add ct-read-amount(ct-ix) to ct-read-amount(3)
    add ct-writ-count(ct-ix) to ct-writ-count(3)
    add ct-writ-amount(ct-ix) to ct-writ-amount(3)
    add ct-exc-count(ct-ix) to ct-exc-count(3)
    add ct-exc-amount(ct-ix) to ct-exc-amount(3)
    add ct-bko-count(ct-ix) to ct-bko-count(3)
    add ct-bko-amount(ct-ix) to ct-bko-amount(3)
    add ct-sup-count(ct-ix) to ct-sup-count(3)
    add ct-sup-amount(ct-ix) to ct-sup-amount(3)
    if ct-read-count(ct-ix) not = ct-writ-count(ct-ix) + ct-exc-count(ct-ix) + ct-bko-count(ct-ix)
                                  + ct-sup-count(ct-ix)
        or ct-read-amount(ct-ix) not = ct-writ-amount(ct-ix) + ct-exc-amount(ct-ix) + ct-bko-amount(ct-ix)
                                       + ct-sup-amount(ct-ix)
      move "n" to proof-ok
    end-if
  end-perform
  move zero to mst-count
  move zero to mst-amount
  move "n" to mst-eof
  open input f1
  if f1-status not = "00"
    display "fmrg01: *** reopen of count01.dat for the proof failed, status=" f1-status
    move "n" to proof-ok
    exit paragraph
  end-if
  read f1 next at end set end-of-master to true end-read
  perform until end-of-master
    if f1-cnt not = trl-key
        and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
      add 1 to mst-count
      add f1-amount to mst-amount
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform
  close f1
  compute fan-count = ev-count + od-count
  compute fan-amount = ev-amount-sum + od-amount-sum
  if mst-count not = ct-writ-count(3) or mst-amount not = ct-writ-amount(3)
      or fan-count not = ct-writ-count(3) or fan-amount not = ct-writ-amount(3)
    move "n" to proof-ok
  end-if.

7500-write-totals.
  open output tot-file
  if tot-status not = "00"
    display "fmrg01: *** warning -- open of file01.tot failed, status=" tot-status
    exit paragraph
  end-if
  move run-date to th-date
  write tot-line from tot-hdr-1
  move spaces to tot-line
  write tot-line
  write tot-line from tot-hdr-2
  perform varying ct-ix from 1 by 1 until ct-ix > 3
    move spaces to tot-line
    write tot-line
    evaluate ct-ix
      when 1
        move "ENTRY01.DAT READ.............." to td-label
      when 2
        move "LOAD01.REG READ..............." to td-label
      when other
        move "ALL SOURCES READ.............." to td-label
    end-evaluate
    move ct-read-count(ct-ix) to td-count
    move ct-read-amount(ct-ix) to td-amount
    write tot-line from tot-det
    move "  WRITTEN TO COUNT01.DAT......" to td-label
    move ct-writ-count(ct-ix) to td-count
    move ct-writ-amount(ct-ix) to td-amount
    write tot-line from tot-det
    move "  EXCEPTED (FILE01.EXC)......." to td-label
    move ct-exc-count(ct-ix) to td-count
    move ct-exc-amount(ct-ix) to td-amount
    write tot-line from tot-det
    move "  BACKED OUT (BACK01.REG)....." to td-label
    move ct-bko-count(ct-ix) to td-count
    move ct-bko-amount(ct-ix) to td-amount
    write tot-line from tot-det
    move "  CHANGED OR DELETED LATER...." to td-label
    move ct-sup-count(ct-ix) to td-count
    move ct-sup-amount(ct-ix) to td-amount
    write tot-line from tot-det
  end-perform
  move spaces to tot-line
  write tot-line
  move "COUNT01.DAT DETAILS ON FILE..." to td-label
  move mst-count to td-count
  move mst-amount to td-amount
  write tot-line from tot-det
  move "EVEN + ODD FAN-OUT DETAILS...." to td-label
  move fan-count to td-count
  move fan-amount to td-amount
  write tot-line from tot-det
  move spaces to tot-line
  write tot-line
  if totals-balance
    move "BALANCED" to tv-text
  else
    move "*** OUT OF BALANCE ***" to tv-text
  end-if
  write tot-line from tot-verdict
  close tot-file.

8800-count-prior-master.
  move zero to prior-count
  move zero to prior-amount
  move "n" to gpr-eof
  open input gpr-file
  if gpr-status not = "00"
    exit paragraph
  end-if
  read gpr-file at end set end-of-prior to true end-read
  perform until end-of-prior
    if gpr-cnt not = trl-key
        and (gpr-cnt < arr-key-base or gpr-cnt > arr-key-top)
      add 1 to prior-count
      add gpr-amount to prior-amount
    end-if
    read gpr-file at end set end-of-prior to true end-read
  end-perform
  close gpr-file.

9100-raise-alert.
  call "alert01" using al-prog-name al-sev al-msg.
