environment division.
input-output section.
file-control.
*> dynamic, not sequential: the sources arrive in their own order,
*> not the master's key order, so each detail is written by key.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select ckp-file assign to dynamic ckp-path
    organization is line sequential
    file status is ckp-status.
*> the image gen01 takes of the master before a fresh rebuild
*> truncates it -- read back here so the records the truncation
*> removes can be posted to the movement ledger as deletes.
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
*> the multi-day history: every detail this run writes is also
*> keyed into here by transaction date plus counter.  the two
*> sources hold every detail ever entered or loaded, so a fresh
*> rebuild writes the history anew from them; a resumed run carries
*> on with the file the interrupted one started.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is dynamic
    record key is hist-key
    file status is hist-status.
*> the category actuals: the same detail again, keyed the same way
*> as the history but carrying its category, so the actuals by
*> category can be read by date without walking the master --
*> bvar01 reads budgets against this.  written anew with the
*> history on a fresh rebuild.
  select cah-file assign to dynamic cah-path
    organization is indexed
    access mode is dynamic
    record key is cah-key
    file status is cah-status.
*> the two real transaction sources the master is rebuilt from:
*> the operator entry master post01 keeps, and the register of
*> every partner detail load01 applied.
  select em-file assign to dynamic em-path
    organization is indexed
    access mode is sequential
    record key is em-value
    file status is em-status.
*> the load register: every partner detail load01 applied, and the
*> master changes other programs made since -- a line with lr-action
*> C carries a record's whole image as the change left it, D a
*> record deleted, and blank the detail as loaded.
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
*> the partner loads back01 has since taken off the master -- their
*> load01.reg lines are left out of the rebuild.
  select bko-file assign to dynamic bko-path
    organization is line sequential
    file status is bko-status.
*> every source record the rebuild could not place on the master,
*> with the reason -- the exceptions side of the control totals.
  select exc-file assign to dynamic exc-path
    organization is line sequential
    file status is exc-status.
*> the control-total statement, rewritten whole each clean run:
*> what each source offered, what landed, what was excepted, and
*> the proof that count01.dat and its fan-outs hold exactly that.
  select tot-file assign to dynamic tot-path
    organization is line sequential
    file status is tot-status.
data division.
file section.
fd f1.
  copy f1r.
*> the checkpoint carries the prior-master figures counted off
*> count01.g01 at the fresh start as well as the write position --
*> the ordinal of the source record about to be written, counted
*> across entry01.dat then load01.reg -- so a resumed run can still
*> post the rebuild's full movement.  a checkpoint saved under the
*> old 5-digit layout reads back non-numeric and is ignored.
fd ckp-file.
01 ckp-rec.
  03 ckp-cnt pic 9(7).
  03 filler pic x(1).
  03 ckp-prior-count pic 9(7).
  03 filler pic x(1).
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
fd em-file.
01 em-rec.
  03 em-value pic 9(4).
  03 em-date pic 9(8).
  03 em-time pic 9(8).
  03 em-txn-date pic 9(8).
  03 em-amount pic s9(7)v99 comp-3.
  03 em-cat pic x(2).
  03 em-op pic x(8).
fd lreg-file.
01 lreg-rec.
  03 lr-partner pic x(4).
  03 filler pic x(1).
  03 lr-seq pic 9(4).
  03 filler pic x(1).
  03 lr-load-date pic 9(8).
  03 filler pic x(1).
  03 lr-cnt pic 9(5).
  03 filler pic x(1).
  03 lr-txn-date pic 9(8).
  03 filler pic x(1).
  03 lr-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 lr-cat pic x(2).
  03 filler pic x(1).
  03 lr-cur pic x(3).
  03 filler pic x(1).
  03 lr-ent pic x(2).
  03 filler pic x(1).
  03 lr-action pic x(1).
fd bko-file.
01 bko-rec.
  03 bk-partner pic x(4).
  03 filler pic x(1).
  03 bk-seq pic 9(4).
  03 filler pic x(1).
  03 bk-date pic 9(8).
  03 filler pic x(1).
  03 bk-time pic 9(8).
  03 filler pic x(1).
  03 bk-count pic 9(7).
*> one line per excepted source record: where it came from, why,
*> and the key, date and amount it carried.
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
01 f1-path pic x(60) value "count01.dat".
01 ckp-path pic x(60) value "file01.ckp".
01 gpr-path pic x(60) value "count01.g01".
01 ctl-path pic x(60) value "runctl.dat".
01 ev-path pic x(60) value "count01-even.dat".
01 od-path pic x(60) value "count01-odd.dat".
01 hist-path pic x(60) value "history01.dat".
01 cah-path pic x(60) value "catact01.dat".
01 em-path pic x(60) value "entry01.dat".
01 lreg-path pic x(60) value "load01.reg".
01 bko-path pic x(60) value "back01.reg".
01 exc-path pic x(60) value "file01.exc".
01 tot-path pic x(60) value "file01.tot".
01 recs-written pic 9(7) value zero.
*> the checkpoint is written before every record's keyed write, not
*> just periodically -- a checkpoint written after the write it
*> protects can end up one record behind a crash, and a restart from
*> that stale checkpoint would then try to WRITE a key already
*> physically committed to the indexed file.  Committing the
*> checkpoint first closes that window: on a resume the one record
*> named by the checkpoint is written again, and a duplicate-key
*> answer for it just means the crash landed after its write.
01 have-checkpoint pic x(1) value "n".
  88 checkpoint-found value "y".
01 ckp-status pic x(2) value spaces.
*> the ordinal of the source record in hand, counted across both
*> sources in the order they are read, and the resume point a
*> checkpoint names.  every record before the resume point is read
*> and judged again -- the verdicts fall out the same from the same
*> sources, so the control totals still cover the whole rebuild --
*> but only records at or past it are written.
01 src-seq pic 9(7) value zero.
01 resume-seq pic 9(7) value zero.
01 run-date pic 9(8) value zero.
*> the processing date comes from the shared business-date
*> control (see bdate01), not this program's own clock -- a chain
*> that crosses midnight keeps stamping the night it belongs to.
01 bd-func-g pic x(1) value "g".
*> each fan-out is closed with a trailer record -- key 99999 (a key
*> file01 can never write as detail, it is array01's reserved header
*> key on the master) -- so the receiving side can prove a transfer
*> trailer covers the whole file and not just the records written
*> after the restart.  the sums are carried at s9(11)v99 -- a
*> full-capacity fan-out sums far past what the detail amount field
*> holds -- so the trailer has its own layout over the 28-byte f1r
*> image (trl-work below) instead of squeezing the total into a
*> detail field.
01 trl-key pic 9(5) value 99999.
01 ev-amount-sum pic s9(11)v99 comp-3 value zero.
01 od-count pic 9(7) value zero.
01 od-amount-sum pic s9(11)v99 comp-3 value zero.
*> the last detail key already on each fan-out when a resumed run
*> primes its totals -- the checkpointed record is only sent out
*> again if its fan-out does not already end with it.
01 ev-last-cnt pic 9(5) value zero.
01 od-last-cnt pic 9(5) value zero.
*> the trailer image written in place of an f1r record: the key
*> identifies it, then the record count and the full-width packed
*> amount total.  28 bytes, the same physical length as f1r.
01 trl-work.
  03 trl-rec-key pic 9(5).
  03 trl-rec-count pic 9(7).
  03 trl-rec-amount pic s9(11)v99 comp-3.
  03 filler pic x(9).
*> every open/write/close against these four files is followed by a
*> status check -- count01.dat and its fan-outs/run-control record
*> are the whole point of this program, so a failure here should
*> array01's reserved detail block on the master (see array.cob) --
*> control records, outside the detail population the movement
*> ledger accounts for, so the prior-master count skips them the
*> same way it skips the trl-key header.  a source record keyed
*> into the block, or on the header key, is excepted, not written.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 od-status pic x(2) value spaces.
01 ctl-status pic x(2) value spaces.
01 hist-status pic x(2) value spaces.
01 cah-status pic x(2) value spaces.
01 em-status pic x(2) value spaces.
01 lreg-status pic x(2) value spaces.
01 bko-status pic x(2) value spaces.
01 exc-status pic x(2) value spaces.
01 tot-status pic x(2) value spaces.
01 src-eof pic x(1) value "n".
  88 end-of-source value "y".
*> one byte per possible master key, set as each key is placed --
*> the same key offered again later in the same rebuild (an entry
*> value that is also a partner key, say) is excepted rather than
*> allowed to overwrite the record that holds it.
01 key-seen-table.
  03 key-seen pic x(1) occurs 99999.
01 key-ix pic 9(5) value zero.
*> the backed-out loads, off back01.reg.
01 bko-max pic 9(3) value 500.
01 bko-used pic 9(3) value zero.
01 bko-table.
  03 bko-entry occurs 500.
    05 be-partner pic x(4).
    05 be-seq pic 9(4).
01 bko-ix pic 9(3) value zero.
01 bko-found pic x(1) value "n".
  88 load-backed-out value "y".
*> per key, the load01.reg ordinal of the last change or delete line
*> outside a backed-out load -- every earlier source record for the
*> key gives way to it, and a delete line leaves the key empty.
*> zero = the key was never changed after it was placed.
01 ovr-table.
  03 ovr-last pic 9(7) comp occurs 99999.
01 reg-ord pic 9(7) value zero.
01 sup-found pic x(1) value "n".
  88 record-superseded value "y".
*> the source record in hand, in master form, and the verdict on it.
01 src-name pic x(7) value spaces.
01 src-cnt pic 9(5) value zero.
01 src-date pic 9(8) value zero.
01 src-amount pic s9(7)v99 value zero.
01 src-cat pic x(2) value spaces.
01 src-cur pic x(3) value spaces.
01 src-ent pic x(2) value spaces.
01 src-reason pic x(2) value spaces.
01 src-text pic x(30) value spaces.
*> the control totals, one set per source (1 = entry01.dat,
*> 2 = load01.reg) and their sum in slot 3.  every record read is
*> written, excepted, left out as part of a backed-out load, or
*> superseded by a later change or delete line (the delete lines
*> themselves counted with them) -- read must equal the other four,
*> by count and by amount.
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
*> the landed side of the proof: the master re-read after close.
01 mst-count pic 9(7) value zero.
01 mst-amount pic s9(11)v99 value zero.
01 fan-count pic 9(7) value zero.
01 fan-amount pic s9(11)v99 value zero.
01 mst-eof pic x(1) value "n".
  88 end-of-master value "y".
01 proof-ok pic x(1) value "y".
  88 totals-balance value "y".
*> the control-total statement lines.
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
*> every fatal stop is also recorded on the shared alert file via
*> alert01, so a 2am failure survives the console scrolling away.
01 al-prog-name pic x(8) value "FILE01".
01 lck-prog-name pic x(8) value "FILE01".
01 lck-result pic x(1) value space.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p ckp-path
call "env01" using env-func-p gpr-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p ev-path
call "env01" using env-func-p od-path
call "env01" using env-func-p hist-path
call "env01" using env-func-p cah-path
call "env01" using env-func-p em-path
call "env01" using env-func-p lreg-path
call "env01" using env-func-p bko-path
call "env01" using env-func-p exc-path
call "env01" using env-func-p tot-path
*> menu01 can call file01 more than once in the same run unit, and
*> GnuCOBOL working-storage survives across repeated calls of the
*> same subprogram -- reset the counters a prior invocation could
*> have left behind before this run touches count01.dat at all.
move zero to recs-written
move zero to src-seq
move zero to resume-seq
move "y" to proof-ok
move zero to ev-last-cnt
move zero to od-last-cnt
initialize ctl-totals
move all "n" to key-seen-table
call "lock01" using lck-func-a lck-prog-name lck-result
if lck-result not = "y"
  display "file01: *** count01.dat is locked -- run refused ***"
  move 16 to return-code
  goback
end-if
*> the backed-out loads are read before anything is truncated, so a
*> back01.reg too big to hold stops the run with yesterday's master
*> still standing.
perform 1000-load-backouts
perform 1500-load-changes
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date f1-cur fx-amount fx-base fx-result
move zero to norate-count
open input ckp-file
if ckp-status = "00"
  read ckp-file
      move "n" to have-checkpoint
    not at end
      if ckp-cnt is numeric
        move ckp-cnt to resume-seq
        move "y" to have-checkpoint
        if ckp-prior-count is numeric
          move ckp-prior-count to prior-count
  move "n" to have-checkpoint
end-if
if checkpoint-found
  display "file01: resuming at source record " resume-seq
  open i-o f1
else
  display "file01: no checkpoint found -- starting from 0"
  move 16 to return-code
  goback
end-if
*> the history and the category actuals are mirrors of what the
*> rebuild places -- a fresh rebuild starts them empty, so a key
*> backed out, deleted or re-dated since the last run leaves no row
*> behind under its old date.  a resumed run opens them i-o and
*> carries on from the crashed run, the way it treats count01.dat.
if checkpoint-found
  open i-o hist-file
  if hist-status = "35"
    open output hist-file
  end-if
else
  open output hist-file
end-if
if hist-status not = "00"
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
  display "file01: *** fatal -- open of catact01.dat failed, status=" cah-status
  move "open of catact01.dat failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
*> the exceptions list restarts with a fresh rebuild; a resumed run
*> adds to the lines the crashed run already wrote.
if checkpoint-found
  open extend exc-file
  if exc-status = "35"
    open output exc-file
  end-if
else
  open output exc-file
end-if
if exc-status not = "00"
  display "file01: *** fatal -- open of file01.exc failed, status=" exc-status
  move "open of file01.exc failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
perform 2000-rebuild-from-entries
perform 3000-rebuild-from-load-register
*> the run wrote every detail -- close each fan-out with its control
*> trailer so a truncated transfer is detectable at the far end.
move spaces to trl-work
if hist-status not = "00"
  display "file01: *** warning -- close of history01.dat failed, status=" hist-status
end-if
close cah-file
if cah-status not = "00"
  display "file01: *** warning -- close of catact01.dat failed, status=" cah-status
end-if
close exc-file
*> leave a run-control trace behind so an audit can answer
*> "did file01 run today, and how many records did it write".
*> the count is the whole rebuild's, resumed portion included --
*> recon01 reconciles the master against it.
open extend ctl-file
if ctl-status not = "00"
  display "file01: *** warning -- open of runctl.dat failed, status=" ctl-status
move "FILE01" to ctl-prog
move run-date to ctl-run-date
accept ctl-run-time from time
compute ctl-rec-count = ev-count + od-count
write ctl-rec
if ctl-status not = "00"
  display "file01: *** warning -- write to runctl.dat failed, status=" ctl-status
compute mv-net = ev-amount-sum + od-amount-sum - prior-amount
call "move01" using mv-prog-name mv-added mv-no-chg prior-count
                    mv-net
call "lock01" using lck-func-r lck-prog-name lck-result
perform 7000-prove-totals
perform 7500-write-totals
display "file01: source records read=" ct-read-count(3) " written=" ct-writ-count(3) " excepted=" ct-exc-count(3) " backed out=" ct-bko-count(3)
  " changed later=" ct-sup-count(3)
if norate-count > 0
  display "file01: *** warning -- " norate-count " details posted with no fx rate for their date ***"
  move spaces to al-msg
  string norate-count " details posted unrated"
    delimited by size into al-msg
  move "W" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move "F" to al-sev
end-if
if not totals-balance
  display "file01: *** control totals do not balance -- see file01.tot ***"
  move "rebuild control totals do not balance" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
if ct-exc-count(3) > 0
  display "file01: " ct-exc-count(3) " source records excepted -- see file01.exc"
  move 4 to return-code
end-if
goback.

*> the loads back01 has taken off the master, partner and sequence.
1000-load-backouts.
  move zero to bko-used
  move "n" to src-eof
  open input bko-file
  if bko-status not = "00"
    exit paragraph
  end-if
  read bko-file at end set end-of-source to true end-read
  perform until end-of-source
    if bk-seq is numeric
      if bko-used not < bko-max
        close bko-file
        display "file01: *** fatal -- back01.reg holds more than " bko-max " backed-out loads ***"
        move "back01.reg outgrew the backout table" to al-msg
        perform 9100-raise-alert
        call "lock01" using lck-func-r lck-prog-name lck-result
        move 16 to return-code
        goback
      end-if
      add 1 to bko-used
      move bk-partner to be-partner(bko-used)
      move bk-seq to be-seq(bko-used)
    end-if
    read bko-file at end set end-of-source to true end-read
  end-perform
  close bko-file.

*> the change and delete lines on load01.reg, counted in the same
*> order 3000-rebuild-from-load-register will meet them.
1500-load-changes.
  initialize ovr-table
  move zero to reg-ord
  move "n" to src-eof
  open input lreg-file
  if lreg-status not = "00"
    exit paragraph
  end-if
  read lreg-file at end set end-of-source to true end-read
  perform until end-of-source
    add 1 to reg-ord
    if (lr-action = "C" or lr-action = "D")
        and lr-cnt is numeric and lr-seq is numeric
      if lr-cnt > zero
        perform 3100-check-backout
        if not load-backed-out
          move reg-ord to ovr-last(lr-cnt)
        end-if
      end-if
    end-if
    read lreg-file at end set end-of-source to true end-read
  end-perform
  close lreg-file.

*> source 1: the operator entry master.  the entered value is the
*> master key; the transaction input01 captured behind it supplies
*> the date, amount and category.
2000-rebuild-from-entries.
  move 1 to ct-ix
  move "ENTRY01" to src-name
  move "n" to src-eof
  open input em-file
  if em-status = "35"
    display "file01: no entry01.dat on file -- no operator entries this rebuild"
    exit paragraph
  end-if
  if em-status not = "00"
    display "file01: *** fatal -- open of entry01.dat failed, status=" em-status
    move "open of entry01.dat failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if
  read em-file at end set end-of-source to true end-read
  perform until end-of-source
    add 1 to src-seq
    move spaces to src-reason
    move spaces to src-text
    move em-value to src-cnt
    move em-txn-date to src-date
    move em-amount to src-amount
    move em-cat to src-cat
*> keyed entries are always in the base currency and the home
*> entity -- a foreign currency or another entity only ever arrives
*> on a load01.reg line.
    move spaces to src-cur
    move spaces to src-ent
    move "n" to sup-found
    if src-cnt > zero
      if ovr-last(src-cnt) > zero
        move "y" to sup-found
      end-if
    end-if
    if record-superseded
      perform 4300-count-superseded
    else
      perform 4000-place-record
    end-if
    read em-file at end set end-of-source to true end-read
  end-perform
  close em-file.

*> source 2: every partner detail load01 applied, in the order it
*> applied them.  a line belonging to a load back01 reversed is
*> accounted for but not written.
3000-rebuild-from-load-register.
  move 2 to ct-ix
  move "LOAD01" to src-name
  move "n" to src-eof
  open input lreg-file
  if lreg-status = "35"
    display "file01: no load01.reg on file -- no partner details this rebuild"
    exit paragraph
  end-if
  if lreg-status not = "00"
    display "file01: *** fatal -- open of load01.reg failed, status=" lreg-status
    move "open of load01.reg failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if
  move zero to reg-ord
  read lreg-file at end set end-of-source to true end-read
  perform until end-of-source
    add 1 to src-seq
    add 1 to reg-ord
    move spaces to src-reason
    move spaces to src-text
    move zero to src-cnt
    move zero to src-date
    move zero to src-amount
    move lr-cat to src-cat
    move lr-cur to src-cur
    move lr-ent to src-ent
    if lr-cnt is numeric and lr-txn-date is numeric
        and lr-amount is numeric and lr-seq is numeric
      move lr-cnt to src-cnt
      move lr-txn-date to src-date
      move lr-amount to src-amount
      perform 3100-check-backout
      if load-backed-out
        add 1 to ct-bko-count(ct-ix)
        add src-amount to ct-bko-amount(ct-ix)
        add 1 to ct-read-count(ct-ix)
        add src-amount to ct-read-amount(ct-ix)
      else
        perform 3200-check-superseded
        if record-superseded
          perform 4300-count-superseded
        else
          perform 4000-place-record
        end-if
      end-if
    else
*> a line the register cannot be read back from is counted and
*> listed, never guessed at.
      move "03" to src-reason
      move "unreadable load01.reg line" to src-text
      perform 4000-place-record
    end-if
    read lreg-file at end set end-of-source to true end-read
  end-perform
  close lreg-file.

3100-check-backout.
  move "n" to bko-found
  perform varying bko-ix from 1 by 1 until bko-ix > bko-used
    if be-partner(bko-ix) = lr-partner and be-seq(bko-ix) = lr-seq
      move "y" to bko-found
    end-if
  end-perform.

*> a line gives way when a later change or delete line holds its
*> key; the last delete line for a key is itself left off.
3200-check-superseded.
  move "n" to sup-found
  if src-cnt > zero
    if ovr-last(src-cnt) > reg-ord
      move "y" to sup-found
    end-if
    if ovr-last(src-cnt) = reg-ord and lr-action = "D"
      move "y" to sup-found
    end-if
  end-if.

*> one source record: judged, counted, and -- when it stands and the
*> run has reached it -- written to the master, the history and
*> its fan-out.  reason 01 = key zero or reserved for array01,
*> 02 = key already placed by an earlier source record, 03 =
*> unreadable source line.
4000-place-record.
  add 1 to ct-read-count(ct-ix)
  add src-amount to ct-read-amount(ct-ix)
  if src-reason = spaces
    if src-cnt = zero or src-cnt = trl-key
        or (src-cnt >= arr-key-base and src-cnt <= arr-key-top)
      move "01" to src-reason
      move "key zero or reserved" to src-text
    else
      if key-seen(src-cnt) = "y"
        move "02" to src-reason
        move "key already placed this rebuild" to src-text
      end-if
    end-if
  end-if
  if src-reason not = spaces
    add 1 to ct-exc-count(ct-ix)
    add src-amount to ct-exc-amount(ct-ix)
    if src-seq >= resume-seq
      perform 4200-write-exception
    end-if
    exit paragraph
  end-if
  move "y" to key-seen(src-cnt)
  add 1 to ct-writ-count(ct-ix)
  add src-amount to ct-writ-amount(ct-ix)
  if src-seq < resume-seq
    exit paragraph
  end-if
  perform 4100-write-checkpoint
  move src-cnt to f1-cnt
  move zero to f1-hdr-size
  move src-date to f1-txn-date
  move src-amount to f1-amount
  move src-cat to f1-cat
  move src-cur to f1-cur
  move src-ent to f1-ent
  write f1r
*> the checkpointed record of a resumed run may have reached the
*> master before the crash -- that answer is the record already
*> standing, not a failure.
  if f1-status = "22" and src-seq = resume-seq
    display "file01: record " src-cnt " already on the master from the interrupted run"
  else
    if f1-status not = "00"
      display "file01: *** fatal -- write to count01.dat failed, status=" f1-status
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
*> mirror the detail into the multi-day history -- a write that
*> collides with a record the interrupted run already left behind
*> (a checkpoint-resumed run) rewrites it in place.
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
        display "file01: *** fatal -- rewrite of history01.dat failed, status=" hist-status
        move "rewrite of history01.dat failed" to al-msg
        perform 9100-raise-alert
        move 16 to return-code
        goback
      end-if
    not invalid key
      if hist-status not = "00"
        display "file01: *** fatal -- write to history01.dat failed, status=" hist-status
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
        display "file01: *** fatal -- rewrite of catact01.dat failed, status=" cah-status
        move "rewrite of catact01.dat failed" to al-msg
        perform 9100-raise-alert
        move 16 to return-code
        goback
      end-if
    not invalid key
      if cah-status not = "00"
        display "file01: *** fatal -- write to catact01.dat failed, status=" cah-status
        move "write to catact01.dat failed" to al-msg
        perform 9100-raise-alert
        move 16 to return-code
        goback
      end-if
  end-write
  if function mod(f1-cnt, 2) = 0
    if src-seq = resume-seq and f1-cnt = ev-last-cnt
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
      display "file01: *** fatal -- write to count01-even.dat failed, status=" ev-status
      move "write to count01-even.dat failed" to al-msg
      perform 9100-raise-alert
      move 16 to return-code
      goback
    end-if
    add 1 to ev-count
    add f1-amount to ev-amount-sum
  else
    if src-seq = resume-seq and f1-cnt = od-last-cnt
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
      display "file01: *** fatal -- write to count01-odd.dat failed, status=" od-status
      move "write to count01-odd.dat failed" to al-msg
      perform 9100-raise-alert
      move 16 to return-code
      goback
    end-if
    add 1 to od-count
    add f1-amount to od-amount-sum
  end-if.

*> commit the checkpoint for this record BEFORE attempting its keyed
*> write, not after.
4100-write-checkpoint.
  open output ckp-file
  if ckp-status not = "00"
    display "file01: *** fatal -- open of file01.ckp failed, status=" ckp-status
    move "open of file01.ckp failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if
  move spaces to ckp-rec
  move src-seq to ckp-cnt
  move prior-count to ckp-prior-count
  move prior-amount to ckp-prior-amount
  write ckp-rec
  if ckp-status not = "00"
    display "file01: *** fatal -- write to file01.ckp failed, status=" ckp-status
    move "write to file01.ckp failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if
  close ckp-file
  if ckp-status not = "00"
    display "file01: *** fatal -- close of file01.ckp failed, status=" ckp-status
    move "close of file01.ckp failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if.

4200-write-exception.
  move spaces to exc-rec
  move src-name to exc-source
  move src-reason to exc-reason
  move src-cnt to exc-cnt
  move src-date to exc-date
  move src-amount to exc-amount
  move src-text to exc-text
  write exc-rec
  if exc-status not = "00"
    display "file01: *** fatal -- write to file01.exc failed, status=" exc-status
    move "write to file01.exc failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if.

4300-count-superseded.
  add 1 to ct-read-count(ct-ix)
  add src-amount to ct-read-amount(ct-ix)
  add 1 to ct-sup-count(ct-ix)
  add src-amount to ct-sup-amount(ct-ix).

*> the proof: for each source read = written + excepted + backed
*> out + superseded, count and amount alike; then the master, re-read from disk,
*> and the two fan-outs must each hold exactly what was written.
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
    display "file01: *** reopen of count01.dat for the proof failed, status=" f1-status
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
    display "file01: *** warning -- open of file01.tot failed, status=" tot-status
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

*> a checkpoint resume extends fan-out files that already hold the
*> pre-crash records -- count and sum what is there first, so the
*> trailer written at this run's close covers the whole file.  a
      if ev-cnt not = trl-key
        add 1 to ev-count
        add ev-amount to ev-amount-sum
        move ev-cnt to ev-last-cnt
      end-if
      read ev-file at end continue end-read
    end-perform
      if od-cnt not = trl-key
        add 1 to od-count
        add od-amount to od-amount-sum
        move od-cnt to od-last-cnt
      end-if
      read od-file at end continue end-read
    end-perform
