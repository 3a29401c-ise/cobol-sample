identification division.
program-id. fprt01.
environment division.
input-output section.
file-control.
*> one key-range partition of the count01.dat rebuild.  every
*> partition reads both sources whole, in file01's order, and judges
*> the records whose key falls in its own range exactly the way
*> file01 judges them -- a key only ever meets its own partition, so
*> "already placed this rebuild" comes out the same.  the verdicts
*> go to the partition's work file under the source ordinal file01
*> would have given them, and fmrg01 merges the work files back into
*> that order to load the master.  nothing here touches count01.dat,
*> so any number of partitions can run side by side.
*>
*> the partition table: one line per partition -- number, lowest
*> key, highest key -- appended only, last line per number wins.
*> the ranges must run 00000-99999 without a gap or an overlap.  no
*> table means the four quarters of the key range.
  select prt-file assign to dynamic prt-path
    organization is line sequential
    file status is prt-status.
*> the partition's restart point: the ordinal of the last work
*> record committed and the range it was committed under.
  select ckp-file assign to dynamic wk-ckp-name
    organization is line sequential
    file status is ckp-status.
*> the partition's verdicts, in source order, closed by a trailer
*> naming the partition, its range and the business date.
  select wk-file assign to dynamic wk-file-name
    organization is sequential
    file status is wk-status.
  select em-file assign to dynamic em-path
    organization is indexed
    access mode is sequential
    record key is em-value
    file status is em-status.
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
  select bko-file assign to dynamic bko-path
    organization is line sequential
    file status is bko-status.
data division.
file section.
fd prt-file.
01 prt-rec.
  03 pt-part pic 9(1).
  03 filler pic x(1).
  03 pt-lo pic 9(5).
  03 filler pic x(1).
  03 pt-hi pic 9(5).
fd ckp-file.
01 ckp-rec.
  03 ckp-seq pic 9(7).
  03 filler pic x(1).
  03 ckp-lo pic 9(5).
  03 filler pic x(1).
  03 ckp-hi pic 9(5).
fd wk-file.
  copy fprtw.
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
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 prt-path pic x(60) value "file01.prt".
01 em-path pic x(60) value "entry01.dat".
01 lreg-path pic x(60) value "load01.reg".
01 bko-path pic x(60) value "back01.reg".
01 prt-status pic x(2) value spaces.
01 ckp-status pic x(2) value spaces.
01 wk-status pic x(2) value spaces.
01 em-status pic x(2) value spaces.
01 lreg-status pic x(2) value spaces.
01 bko-status pic x(2) value spaces.
01 prt-eof pic x(1) value "n".
  88 end-of-table value "y".
01 wk-eof pic x(1) value "n".
  88 end-of-work value "y".
01 src-eof pic x(1) value "n".
  88 end-of-source value "y".
*> the partition's own file names, built from its number.
01 wk-file-name pic x(60) value spaces.
01 wk-ckp-name pic x(60) value spaces.
01 raw-part pic x(1) value space.
01 my-part pic 9(1) value zero.
01 my-lo pic 9(5) value zero.
01 my-hi pic 9(5) value zero.
01 part-table.
  02 part-entry occurs 4 times.
    03 pe-lo pic 9(5).
    03 pe-hi pic 9(5).
    03 pe-set pic x(1).
01 part-used pic 9(1) value zero.
01 part-ix pic 9(1) value zero.
01 table-ok pic x(1) value "y".
  88 table-good value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> the ordinal of the source record in hand, counted across both
*> sources the way file01 counts it, and the last ordinal already
*> on the work file when an interrupted partition is resumed.
01 src-seq pic 9(7) value zero.
01 last-seq pic 9(7) value zero.
01 have-checkpoint pic x(1) value "n".
  88 checkpoint-found value "y".
01 have-trailer pic x(1) value "n".
  88 trailer-found value "y".
*> the restart point is committed every ckp-interval work records
*> rather than before each one -- the work file is read back on a
*> resume, so the ordinal it ends on is the true restart point and
*> the checkpoint only has to prove the range has not moved.
01 ckp-interval pic 9(3) value 100.
01 since-ckp pic 9(3) value zero.
01 wk-written pic 9(7) value zero.
01 trl-seq pic 9(7) value 9999999.
01 trl-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 key-seen-table.
  03 key-seen pic x(1) occurs 99999.
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
*> outside a backed-out load, as file01 keeps it.
01 ovr-table.
  03 ovr-last pic 9(7) comp occurs 99999.
01 reg-ord pic 9(7) value zero.
01 sup-found pic x(1) value "n".
  88 record-superseded value "y".
*> the source record in hand, in master form, and the verdict on it.
01 src-no pic 9(1) value zero.
01 src-type pic x(1) value space.
01 src-cnt pic 9(5) value zero.
01 src-date pic 9(8) value zero.
01 src-amount pic s9(7)v99 value zero.
01 src-cat pic x(2) value spaces.
01 src-cur pic x(3) value spaces.
01 src-ent pic x(2) value spaces.
01 src-reason pic x(2) value spaces.
01 src-text pic x(30) value spaces.
01 al-prog-name pic x(8) value "FPRT01".
01 al-sev pic x(1) value "F".
01 al-msg pic x(40) value spaces.
linkage section.
*> nightly01 passes the partition number as the step's one-byte
*> argument (jobstrm.dat); a standalone run is asked for it.
01 lk-part pic x(1).
procedure division using optional lk-part.
call "env01" using env-func-p prt-path
call "env01" using env-func-p em-path
call "env01" using env-func-p lreg-path
call "env01" using env-func-p bko-path
move zero to src-seq
move zero to last-seq
move zero to since-ckp
move zero to wk-written
move "n" to have-checkpoint
move all "n" to key-seen-table
if address of lk-part not = null
  move lk-part to raw-part
else
  display "fprt01 -- partition number 9(1):"
  move space to raw-part
  accept raw-part
end-if
if raw-part is not numeric or raw-part = "0"
  display "fprt01: *** partition must be 1-4 -- run refused ***"
  move 16 to return-code
  goback
end-if
move raw-part to my-part
perform 1000-load-partition-table
if not table-good
  move "partition table file01.prt is invalid" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
if my-part > part-used
  display "fprt01: *** partition " my-part " is not on the partition table -- run refused ***"
  move 16 to return-code
  goback
end-if
move pe-lo(my-part) to my-lo
move pe-hi(my-part) to my-hi
move spaces to wk-file-name
move spaces to wk-ckp-name
string "./file01.w" my-part delimited by size into wk-file-name
call "env01" using env-func-p wk-file-name
string "./file01.k" my-part delimited by size into wk-ckp-name
call "env01" using env-func-p wk-ckp-name
call "bdate01" using bd-func-g run-date
display "fprt01: partition " my-part " keys " my-lo "-" my-hi
perform 1700-load-backouts
perform 1800-load-changes
perform 1500-read-checkpoint
if checkpoint-found
  perform 1600-find-restart-point
end-if
if checkpoint-found
  display "fprt01: resuming partition " my-part " after source record " last-seq
  open extend wk-file
else
  open output wk-file
end-if
if wk-status not = "00"
  display "fprt01: *** fatal -- open of " wk-file-name " failed, status=" wk-status
  move "open of partition work file failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
perform 2000-judge-entries
perform 3000-judge-load-register
*> the partition finished -- the trailer is fmrg01's proof that
*> this work file is whole and belongs to tonight.
move spaces to wk-trl
move trl-seq to wt-seq
move "T" to wt-type
move my-part to wt-part
move my-lo to wt-lo
move my-hi to wt-hi
move run-date to wt-date
move src-seq to wt-src-count
write wk-trl
if wk-status not = "00"
  display "fprt01: *** fatal -- write to " wk-file-name " failed, status=" wk-status
  move "write of partition trailer failed" to al-msg
  perform 9100-raise-alert
  move 16 to return-code
  goback
end-if
close wk-file
*> clean finish -- drop the restart point, the next run starts fresh.
open output ckp-file
close ckp-file
display "fprt01: partition " my-part " source records=" src-seq " in range=" wk-written
goback.

*> the table, last line per partition winning, then proved: numbered
*> from 1 without a gap, ranges contiguous from 00000 to 99999.
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
    display "fprt01: *** file01.prt holds no partitions ***"
    move "n" to table-ok
    exit paragraph
  end-if
  move 1 to part-ix
  perform until part-ix > part-used
    if pe-set(part-ix) not = "y" or pe-hi(part-ix) < pe-lo(part-ix)
      display "fprt01: *** file01.prt partition " part-ix " is missing or runs backwards ***"
      move "n" to table-ok
    else
      if part-ix = 1
        if pe-lo(part-ix) not = 0
          display "fprt01: *** file01.prt partition 1 does not start at 00000 ***"
          move "n" to table-ok
        end-if
      else
        if pe-lo(part-ix) not = pe-hi(part-ix - 1) + 1
          display "fprt01: *** file01.prt partition " part-ix " does not follow on from the one before ***"
          move "n" to table-ok
        end-if
      end-if
    end-if
    add 1 to part-ix
  end-perform
  if pe-hi(part-used) not = 99999
    display "fprt01: *** file01.prt does not run to 99999 ***"
    move "n" to table-ok
  end-if.

*> a restart point left by an interrupted run -- only honoured when
*> it was committed under the range the table gives today.
1500-read-checkpoint.
  move "n" to have-checkpoint
  open input ckp-file
  if ckp-status not = "00"
    exit paragraph
  end-if
  read ckp-file
    at end
      continue
    not at end
      if ckp-seq is numeric and ckp-lo is numeric and ckp-hi is numeric
        if ckp-lo = my-lo and ckp-hi = my-hi
          move "y" to have-checkpoint
        else
          display "fprt01: *** warning -- restart point was for keys " ckp-lo "-" ckp-hi ", range has changed -- starting fresh ***"
        end-if
      end-if
  end-read
  close ckp-file.

*> the last ordinal the interrupted run got onto the work file --
*> everything at or before it is judged again for the key table but
*> not written a second time.
1600-find-restart-point.
  move zero to last-seq
  move "n" to wk-eof
  open input wk-file
  if wk-status not = "00"
    exit paragraph
  end-if
  move "n" to have-trailer
  read wk-file at end set end-of-work to true end-read
  perform until end-of-work
    if wk-type = "T"
      move "y" to have-trailer
    else
      move wk-seq to last-seq
      add 1 to wk-written
    end-if
    read wk-file at end set end-of-work to true end-read
  end-perform
  close wk-file
*> the run had already finished when it was stopped -- its trailer
*> is on the file, so it is built again from the start instead.
  if trailer-found
    move zero to last-seq
    move zero to wk-written
    move "n" to have-checkpoint
  end-if.

1700-load-backouts.
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
        display "fprt01: *** fatal -- back01.reg holds more than " bko-max " backed-out loads ***"
        move "back01.reg outgrew the backout table" to al-msg
        perform 9100-raise-alert
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

1800-load-changes.
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

*> source 1: the operator entry master, as file01 reads it.
2000-judge-entries.
  move 1 to src-no
  move "n" to src-eof
  open input em-file
  if em-status = "35"
    exit paragraph
  end-if
  if em-status not = "00"
    display "fprt01: *** fatal -- open of entry01.dat failed, status=" em-status
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
    move spaces to src-cur
    move spaces to src-ent
    if src-cnt >= my-lo and src-cnt <= my-hi
      move "n" to sup-found
      if src-cnt > zero
        if ovr-last(src-cnt) > zero
          move "y" to sup-found
        end-if
      end-if
      if record-superseded
        move "S" to src-type
        perform 4500-write-work-record
      else
        perform 4000-judge-record
      end-if
    end-if
    read em-file at end set end-of-source to true end-read
  end-perform
  close em-file.

*> source 2: the load register, as file01 reads it -- an unreadable
*> line carries key zero, so it belongs to the partition holding 00000.
3000-judge-load-register.
  move 2 to src-no
  move "n" to src-eof
  open input lreg-file
  if lreg-status = "35"
    exit paragraph
  end-if
  if lreg-status not = "00"
    display "fprt01: *** fatal -- open of load01.reg failed, status=" lreg-status
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
      if src-cnt >= my-lo and src-cnt <= my-hi
        perform 3100-check-backout
        if load-backed-out
          move "B" to src-type
          perform 4500-write-work-record
        else
          perform 3200-check-superseded
          if record-superseded
            move "S" to src-type
            perform 4500-write-work-record
          else
            perform 4000-judge-record
          end-if
        end-if
      end-if
    else
      move "03" to src-reason
      move "unreadable load01.reg line" to src-text
      if my-lo = 0
        perform 4000-judge-record
      end-if
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

*> file01's rule: a later change or delete line on the key takes
*> the record's place; the last delete line is itself left off.
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

*> file01's verdict: 01 key zero or reserved, 02 key already placed
*> by an earlier source record, 03 unreadable source line.
4000-judge-record.
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
    move "E" to src-type
  else
    move "y" to key-seen(src-cnt)
    move "W" to src-type
  end-if
  perform 4500-write-work-record.

4500-write-work-record.
  if src-seq <= last-seq
    exit paragraph
  end-if
  move spaces to wk-rec
  move src-seq to wk-seq
  move src-type to wk-type
  move src-no to wk-src
  move src-reason to wk-reason
  move src-cnt to wk-cnt
  move src-date to wk-date
  move src-amount to wk-amount
  move src-cat to wk-cat
  move src-cur to wk-cur
  move src-ent to wk-ent
  move src-text to wk-text
  write wk-rec
  if wk-status not = "00"
    display "fprt01: *** fatal -- write to " wk-file-name " failed, status=" wk-status
    move "write to partition work file failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if
  add 1 to wk-written
  add 1 to since-ckp
  if since-ckp >= ckp-interval
    perform 4600-write-checkpoint
  end-if.

4600-write-checkpoint.
  move zero to since-ckp
  open output ckp-file
  if ckp-status not = "00"
    display "fprt01: *** fatal -- open of " wk-ckp-name " failed, status=" ckp-status
    move "open of partition checkpoint failed" to al-msg
    perform 9100-raise-alert
    move 16 to return-code
    goback
  end-if
  move spaces to ckp-rec
  move src-seq to ckp-seq
  move my-lo to ckp-lo
  move my-hi to ckp-hi
  write ckp-rec
  close ckp-file.

9100-raise-alert.
  call "alert01" using al-prog-name al-sev al-msg.
