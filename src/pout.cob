environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
*> sign/amount columns load01 itself parses, and a T trailer with
*> the record count and the sign-ignored amount hash -- so the far
*> end can run the same whole-file proof we run on arrival.
  select out-file assign to dynamic out-path
    organization is line sequential
    file status is out-status.
*> the outbound file sequence: one number, read back and stepped by
*> one per extract, so the receiving side can prove our files arrive
*> in order and none went missing.
  select seq-file assign to dynamic seq-path
    organization is line sequential
    file status is seq-status.
*> the control listing that goes with each extract: the details
*> sent per currency, their net in the currency they went out in and
*> the same net in base currency (see fx01), with the base total.
  select lst-file assign to dynamic lst-path
    organization is line sequential
    file status is lst-status.
data division.
file section.
fd f1.
01 out-rec pic x(32).
fd seq-file.
01 seq-rec pic 9(4).
fd lst-file.
01 lst-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 out-path pic x(60) value "partner01.out".
01 seq-path pic x(60) value "pout01.seq".
01 lst-path pic x(60) value "pout01.lst".
01 f1-status pic x(2) value spaces.
01 out-status pic x(2) value spaces.
01 seq-status pic x(2) value spaces.
01 lst-status pic x(2) value spaces.
01 file-seq pic 9(4) value zero.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see array.cob)
  03 od-sign pic x(1).
  03 od-amount pic 9(7)v99.
  03 od-cat pic x(2).
*> the amount goes out in its own currency, at bytes 27-29 where
*> load01 reads id-cur -- spaces for base currency.
  03 od-cur pic x(3).
01 out-trl.
  03 ot-type pic x(1) value "T".
  03 ot-rec-count pic 9(7).
*> control (see bdate01), not this program's own clock -- a chain
*> that crosses midnight keeps stamping the night it belongs to.
01 bd-func-g pic x(1) value "g".
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(7) value zero.
01 base-total pic s9(11)v99 comp-3 value zero.
01 cur-table.
  02 cur-entry occurs 20 times.
    03 cu-cur pic x(3).
    03 cu-count pic 9(7).
    03 cu-orig pic s9(11)v99 comp-3.
    03 cu-base pic s9(11)v99 comp-3.
01 cur-used pic 9(2) value zero.
01 cur-ix pic 9(2) value zero.
01 cur-found pic 9(2) value zero.
01 lst-hdr-1.
  03 filler pic x(32) value "PARTNER01.OUT CONTROL  FILE DATE".
  03 filler pic x(1) value spaces.
  03 lh-date pic 9(8).
  03 filler pic x(6) value "  SEQ ".
  03 lh-seq pic 9(4).
01 lst-hdr-2 pic x(60) value
  "CUR  DETAILS     ORIGINAL NET         BASE NET".
01 lst-det.
  03 ld-cur pic x(4).
  03 filler pic x(1) value spaces.
  03 ld-count pic zzzzzz9.
  03 filler pic x(2) value spaces.
  03 ld-orig pic -(11)9.99.
  03 filler pic x(2) value spaces.
  03 ld-base pic -(11)9.99.
01 lst-trl.
  03 filler pic x(5) value "TOTAL".
  03 lt-count pic zzzzzzz9.
  03 filler pic x(18) value spaces.
  03 filler pic x(1) value spaces.
  03 lt-base pic -(11)9.99.
01 lst-note pic x(80) value spaces.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p out-path
call "env01" using env-func-p seq-path
call "env01" using env-func-p lst-path
move zero to det-count
move zero to hash-total
move zero to written-count
move zero to norate-count
move zero to base-total
move zero to cur-used
move "n" to f1-eof
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date cu-cur(1) fx-amount fx-base fx-result
perform 0100-step-sequence
perform 1000-count-details
open input f1
  move 16 to return-code
  goback
end-if
perform 3000-write-control-list
display "pout01: extracted " written-count " details to partner01.out"
goback.

  end-if
  move abs-amount to od-amount
  move f1-cat to od-cat
  move f1-cur to od-cur
  move out-det to out-rec
  write out-rec
  if out-status not = "00"
    goback
  end-if
  add 1 to written-count
  add abs-amount to hash-total
  perform 2100-add-currency.

*> the detail's original and base amounts, under its currency.
2100-add-currency.
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    add 1 to norate-count
  end-if
  add fx-base to base-total
  move zero to cur-found
  move 1 to cur-ix
  perform until cur-ix > cur-used or cur-found > 0
    if cu-cur(cur-ix) = f1-cur
      move cur-ix to cur-found
    end-if
    add 1 to cur-ix
  end-perform
  if cur-found = 0
    if cur-used >= 20
      display "pout01: *** warning -- more than 20 currencies, extras left off the control list ***"
      exit paragraph
    end-if
    add 1 to cur-used
    move cur-used to cur-found
    move f1-cur to cu-cur(cur-found)
    move zero to cu-count(cur-found)
    move zero to cu-orig(cur-found)
    move zero to cu-base(cur-found)
  end-if
  add 1 to cu-count(cur-found)
  add f1-amount to cu-orig(cur-found)
  add fx-base to cu-base(cur-found).

*> the listing is a by-product -- the extract itself is already
*> closed and proven, so a listing that cannot be written is only a
*> warning.
3000-write-control-list.
  open output lst-file
  if lst-status not = "00"
    display "pout01: *** warning -- open of pout01.lst failed, status=" lst-status
    exit paragraph
  end-if
  move run-date to lh-date
  move file-seq to lh-seq
  write lst-line from lst-hdr-1
  write lst-line from lst-hdr-2
  move 1 to cur-ix
  perform until cur-ix > cur-used
    if cu-cur(cur-ix) = spaces
      move "BASE" to ld-cur
    else
      move cu-cur(cur-ix) to ld-cur
    end-if
    move cu-count(cur-ix) to ld-count
    move cu-orig(cur-ix) to ld-orig
    move cu-base(cur-ix) to ld-base
    write lst-line from lst-det
    add 1 to cur-ix
  end-perform
  move written-count to lt-count
  move base-total to lt-base
  write lst-line from lst-trl
  if norate-count > 0
    move spaces to lst-note
    string "*** " norate-count " DETAILS HAVE NO FX RATE -- LEFT OUT OF THE BASE FIGURES ***"
      delimited by size into lst-note
    write lst-line from lst-note
    display "pout01: *** warning -- " norate-count " details have no fx rate on file ***"
  end-if
  close lst-file.
