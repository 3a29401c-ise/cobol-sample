identification division.
program-id. stl01.
environment division.
input-output section.
file-control.
*> the bank's daily statement: an H header (statement date, account,
*> expected line count), one D line per statement entry, and a T
*> trailer (line count, amount hash) -- the same whole-file proof
*> load01 runs on a partner file before a single line is taken.
*> a C after the expected count marks a correction: the bank's resend
*> of lines bank01.rej holds for a statement already stored, counted
*> and hashed on their own.
  select bnk-file assign to dynamic bnk-path
    organization is line sequential
    file status is bnk-status.
*> the statement store: every accepted statement line, stamped with
*> its statement date and line number and the date it was loaded --
*> bmat01 takes the lines loaded on the business date from here.
  select stm-file assign to dynamic stm-path
    organization is line sequential
    file status is stm-status.
*> statement lines that fail their own edits, reason in front of the
*> original text and the statement date after it -- the bank is
*> asked for a correction.
  select rej-file assign to dynamic rej-path
    organization is line sequential
    file status is rej-status.
data division.
file section.
fd bnk-file.
01 bnk-rec pic x(60).
fd stm-file.
01 stm-rec.
  03 st-stmt-date pic 9(8).
  03 filler pic x(1).
  03 st-line pic 9(5).
  03 filler pic x(1).
  03 st-ref pic x(10).
  03 filler pic x(1).
  03 st-txn-date pic 9(8).
  03 filler pic x(1).
  03 st-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 st-cat pic x(2).
  03 filler pic x(1).
  03 st-text pic x(20).
  03 filler pic x(1).
  03 st-load-date pic 9(8).
fd rej-file.
01 rej-rec.
  03 rej-reason pic x(2).
  03 filler pic x(1).
  03 rej-image pic x(60).
  03 filler pic x(1).
  03 rej-stmt-date pic x(8).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 bnk-path pic x(60) value "bank01.dat".
01 stm-path pic x(60) value "bank01.stm".
01 rej-path pic x(60) value "bank01.rej".
01 bnk-status pic x(2) value spaces.
01 stm-status pic x(2) value spaces.
01 rej-status pic x(2) value spaces.
01 bnk-eof pic x(1) value "n".
  88 end-of-statement value "y".
01 stm-eof pic x(1) value "n".
  88 end-of-store value "y".
*> the three statement record shapes, overlaid on the line just read.
01 bnk-work pic x(60) value spaces.
01 bk-hdr redefines bnk-work.
  03 bh-type pic x(1).
  03 bh-stmt-date pic x(8).
  03 bh-stmt-date-n redefines bh-stmt-date pic 9(8).
  03 bh-account pic x(10).
  03 bh-exp-count pic x(7).
  03 bh-exp-count-n redefines bh-exp-count pic 9(7).
  03 bh-kind pic x(1).
01 bk-det redefines bnk-work.
  03 bd-type pic x(1).
  03 bd-ref pic x(10).
  03 bd-date pic x(8).
  03 bd-date-n redefines bd-date pic 9(8).
  03 bd-sign pic x(1).
  03 bd-amount pic x(9).
  03 bd-amount-n redefines bd-amount pic 9(7)v99.
  03 bd-cat pic x(2).
  03 bd-text pic x(20).
01 bk-trl redefines bnk-work.
  03 bt-type pic x(1).
  03 bt-count pic x(7).
  03 bt-count-n redefines bt-count pic 9(7).
  03 bt-hash pic x(13).
  03 bt-hash-n redefines bt-hash pic 9(11)v99.
01 have-header pic x(1) value "n".
  88 header-seen value "y".
01 have-trailer pic x(1) value "n".
  88 trailer-seen value "y".
01 file-ok pic x(1) value "y".
  88 file-accepted value "y".
01 correcting pic x(1) value "n".
  88 correction-file value "y".
01 stmt-stored pic x(1) value "n".
  88 statement-on-store value "y".
01 rej-eof pic x(1) value "n".
  88 end-of-rejects value "y".
*> for a correction: the statement's rejected lines by reference,
*> o = still to be corrected, d = on the store since -- and the
*> highest line number stored for it, which the corrected lines are
*> numbered on from so bmat01's statement ids stay unique.
01 fix-table.
  03 fix-entry occurs 2000 times.
    05 fx-ref pic x(10).
    05 fx-state pic x(1).
01 fix-used pic 9(4) value zero.
01 fix-ix pic 9(4) value zero.
01 fix-found pic 9(4) value zero.
01 top-line pic 9(5) value zero.
01 stmt-date pic 9(8) value zero.
01 exp-count pic 9(7) value zero.
01 det-count pic 9(7) value zero.
*> the sign-ignored amount hash, as load01 proves a partner file.
01 hash-total pic 9(11)v99 comp-3 value zero.
01 line-no pic 9(5) value zero.
01 loaded-count pic 9(7) value zero.
01 reject-count pic 9(7) value zero.
*> reason codes on bank01.rej:
*>   01 entry date invalid   02 amount or sign invalid
*>   03 on a correction, not a rejected line still to be corrected
01 det-reason pic x(2) value spaces.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 al-prog-name pic x(8) value "STL01".
01 al-sev-f pic x(1) value "F".
01 al-msg pic x(40) value "bank statement file refused".
procedure division.
call "env01" using env-func-p bnk-path
call "env01" using env-func-p stm-path
call "env01" using env-func-p rej-path
move "n" to have-header
move "n" to have-trailer
move "y" to file-ok
move "n" to correcting
move "n" to stmt-stored
move zero to fix-used
move zero to top-line
move zero to stmt-date
move zero to exp-count
move zero to det-count
move zero to hash-total
move zero to line-no
move zero to loaded-count
move zero to reject-count
call "bdate01" using bd-func-g run-date
perform 1000-validate-file
if file-accepted
  perform 1100-check-not-loaded
end-if
if not file-accepted
  display "stl01: *** fatal -- bank statement refused, nothing loaded ***"
  call "alert01" using al-prog-name al-sev-f al-msg
  move 16 to return-code
  goback
end-if
perform 2000-store-lines
if correction-file
  display "stl01: correction to statement " stmt-date " lines loaded=" loaded-count " rejected=" reject-count
else
  display "stl01: statement " stmt-date " lines loaded=" loaded-count " rejected=" reject-count
end-if
if reject-count > 0
  move 4 to return-code
end-if
goback.

*> pass 1: header and trailer present, trailer count and hash equal
*> to what was read -- nothing is stored until the file proves whole.
1000-validate-file.
  move "n" to bnk-eof
  open input bnk-file
  if bnk-status not = "00"
    display "stl01: *** fatal -- open of bank01.dat failed, status=" bnk-status
    move "n" to file-ok
    exit paragraph
  end-if
  read bnk-file into bnk-work at end set end-of-statement to true end-read
  perform until end-of-statement
    evaluate bh-type
      when "H"
        move "y" to have-header
        if bh-stmt-date is numeric and bh-exp-count is numeric
          move bh-stmt-date-n to stmt-date
          move bh-exp-count-n to exp-count
        else
          display "stl01: *** header date or expected count not numeric ***"
          move "n" to file-ok
        end-if
        evaluate bh-kind
          when "C"
            move "y" to correcting
          when space
            continue
          when other
            display "stl01: *** header kind " bh-kind " is not C or blank ***"
            move "n" to file-ok
        end-evaluate
      when "D"
        add 1 to det-count
        if bd-amount is numeric
          add bd-amount-n to hash-total
        end-if
      when "T"
        move "y" to have-trailer
        if bt-count is numeric and bt-hash is numeric
          if bt-count-n not = det-count
            display "stl01: *** trailer count " bt-count " does not match lines read " det-count " ***"
            move "n" to file-ok
          end-if
          if bt-hash-n not = hash-total
            display "stl01: *** trailer hash total does not match amounts read ***"
            move "n" to file-ok
          end-if
        else
          display "stl01: *** trailer totals not numeric ***"
          move "n" to file-ok
        end-if
      when other
        display "stl01: *** unknown record type " bh-type " ***"
        move "n" to file-ok
    end-evaluate
    read bnk-file into bnk-work at end set end-of-statement to true end-read
  end-perform
  close bnk-file
  if not header-seen
    display "stl01: *** header record missing ***"
    move "n" to file-ok
  end-if
  if not trailer-seen
    display "stl01: *** trailer record missing ***"
    move "n" to file-ok
  end-if
  if header-seen and exp-count not = det-count
    display "stl01: *** header expected " exp-count " lines, read " det-count " ***"
    move "n" to file-ok
  end-if.

*> a statement date already in the store is a resend -- refused, so
*> no statement line can be matched twice.  a correction is the other
*> way about: its statement must be stored, with rejected lines still
*> to correct, and each of its lines is held to those (see 2100).
1100-check-not-loaded.
  if correction-file
    perform 1200-load-rejects
  end-if
  move "n" to stm-eof
  open input stm-file
  if stm-status = "00"
    read stm-file at end set end-of-store to true end-read
    perform until end-of-store
      if st-stmt-date = stmt-date
        move "y" to stmt-stored
        if st-line > top-line
          move st-line to top-line
        end-if
        perform 1300-note-corrected
      end-if
      read stm-file at end set end-of-store to true end-read
    end-perform
    close stm-file
  end-if
  if not correction-file
    if statement-on-store
      display "stl01: *** statement " stmt-date " is already loaded -- duplicate refused ***"
      move "n" to file-ok
    end-if
    exit paragraph
  end-if
  if not statement-on-store
    display "stl01: *** correction to statement " stmt-date " which was never loaded -- refused ***"
    move "n" to file-ok
    exit paragraph
  end-if
  move zero to fix-found
  move 1 to fix-ix
  perform until fix-ix > fix-used or fix-found > 0
    if fx-state(fix-ix) = "o"
      move fix-ix to fix-found
    end-if
    add 1 to fix-ix
  end-perform
  if fix-found = 0
    display "stl01: *** statement " stmt-date " has no rejected lines left to correct -- refused ***"
    move "n" to file-ok
  end-if.

*> the statement's rejects, from every run that loaded or corrected
*> it.  a reject written before the statement date was recorded
*> against it is taken as belonging to any statement.
1200-load-rejects.
  move "n" to rej-eof
  open input rej-file
  if rej-status not = "00"
    exit paragraph
  end-if
  read rej-file at end set end-of-rejects to true end-read
  perform until end-of-rejects
    if rej-stmt-date = stmt-date or rej-stmt-date is not numeric
      if fix-used < 2000
        add 1 to fix-used
        move rej-image(2:10) to fx-ref(fix-used)
        move "o" to fx-state(fix-used)
      else
        display "stl01: *** warning -- more than 2000 rejected lines for " stmt-date ", extras ignored ***"
      end-if
    end-if
    read rej-file at end set end-of-rejects to true end-read
  end-perform
  close rej-file.

*> a rejected line already on the store was corrected by an earlier
*> run -- it is not taken a second time.
1300-note-corrected.
  move 1 to fix-ix
  perform until fix-ix > fix-used
    if fx-ref(fix-ix) = st-ref
      move "d" to fx-state(fix-ix)
    end-if
    add 1 to fix-ix
  end-perform.

*> pass 2: each good line onto the store, each bad one to the rejects.
2000-store-lines.
  open extend stm-file
  if stm-status = "35"
    open output stm-file
  end-if
  if stm-status not = "00"
    display "stl01: *** fatal -- open of bank01.stm failed, status=" stm-status
    move 16 to return-code
    goback
  end-if
  open extend rej-file
  if rej-status = "35"
    open output rej-file
  end-if
  if rej-status not = "00"
    display "stl01: *** fatal -- open of bank01.rej failed, status=" rej-status
    move 16 to return-code
    goback
  end-if
  move top-line to line-no
  move "n" to bnk-eof
  open input bnk-file
  read bnk-file into bnk-work at end set end-of-statement to true end-read
  perform until end-of-statement
    if bd-type = "D"
      add 1 to line-no
      perform 2100-store-line
    end-if
    read bnk-file into bnk-work at end set end-of-statement to true end-read
  end-perform
  close bnk-file
  close stm-file
  close rej-file.

2100-store-line.
  move spaces to det-reason
  move zero to fix-found
  if correction-file
    move 1 to fix-ix
    perform until fix-ix > fix-used or fix-found > 0
      if fx-ref(fix-ix) = bd-ref and fx-state(fix-ix) = "o"
        move fix-ix to fix-found
      end-if
      add 1 to fix-ix
    end-perform
    if fix-found = 0
      move "03" to det-reason
    end-if
  end-if
  if det-reason = spaces
    if bd-date is not numeric
      move "01" to det-reason
    else
      if function test-date-yyyymmdd(bd-date-n) not = 0
        move "01" to det-reason
      end-if
    end-if
  end-if
  if det-reason = spaces
    if (bd-sign not = "+" and bd-sign not = "-") or bd-amount is not numeric
      move "02" to det-reason
    end-if
  end-if
  if det-reason not = spaces
    move spaces to rej-rec
    move det-reason to rej-reason
    move bnk-work to rej-image
    move stmt-date to rej-stmt-date
    write rej-rec
    add 1 to reject-count
    exit paragraph
  end-if
  move spaces to stm-rec
  move stmt-date to st-stmt-date
  move line-no to st-line
  move bd-ref to st-ref
  move bd-date-n to st-txn-date
  if bd-sign = "-"
    compute st-amount = bd-amount-n * -1
  else
    move bd-amount-n to st-amount
  end-if
  move bd-cat to st-cat
  move bd-text to st-text
  move run-date to st-load-date
  write stm-rec
  if stm-status not = "00"
    display "stl01: *** fatal -- write to bank01.stm failed, status=" stm-status
    move 16 to return-code
    goback
  end-if
  if fix-found > 0
    move "d" to fx-state(fix-found)
  end-if
  add 1 to loaded-count.
