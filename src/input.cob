file-control.
*> the internal batch feed now carries the same control framing
*> the partner loader demands: an H header (batch number, date,
*> expected count), the detail lines -- 4-digit value, signed
*> amount, transaction date and category -- and a T trailer with
*> the count actually written -- proved whole before a single
*> value is accepted, and the batch number proved unused against
*> the register so a re-presented batch is refused outright.
  select txn-file assign to dynamic txn-path
    organization is line sequential
    file status is txn-status.
  select log-file assign to dynamic log-path
    organization is line sequential.
*> a shared parameter file lets an operator retune the exit sentinel
*> (and file01/array01/time01's own limits) without a recompile.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
*> the valid-values master maintained by valid01 -- every entry is
*> below just overwrites as it reads.  no master file at all means
*> any well-formed value is accepted, the behaviour every session
*> had before the master existed.
  select vv-file assign to dynamic vv-path
    organization is line sequential
    file status is vv-status.
*> batch-mode rejects land here instead of vanishing into the
*> session statistics.
  select rej-file assign to dynamic rej-path
    organization is line sequential
    file status is rej-status.
*> every batch number ever accepted, one line per batch -- the
*> register 0220 refuses a duplicate against.
  select breg-file assign to dynamic breg-path
    organization is line sequential
    file status is breg-status.
*> the category master cat01 maintains -- every captured
*> transaction's category is checked against it the same way load01
*> checks a partner detail's.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
data division.
file section.
fd txn-file.
01 txn-rec pic x(24).
fd log-file.
*> the entry date rides in front of the time so post01 can carry
*> both onto the entry master without guessing which session a
  03 log-type pic x(1).
  03 filler pic x(1) value space.
  03 log-op pic x(8).
*> the captured transaction itself -- lines written before these
*> fields existed end at log-op and read back here as spaces, which
*> post01 carries as an entry dated its entry date, amount zero.
  03 filler pic x(1) value space.
  03 log-txn-date pic 9(8).
  03 filler pic x(1) value space.
  03 log-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1) value space.
  03 log-cat pic x(2).
fd parm-file.
  copy runparm.
fd vv-file.
  03 vv-eff-from pic x(8).
  03 filler pic x(1).
  03 vv-eff-to pic x(8).
*> the rejected detail line rides behind the reason whole, so
*> resub01 can show the operator exactly what was sent.
fd rej-file.
01 rej-rec.
  03 rej-value pic 9(4).
  03 filler pic x(1).
  03 rej-reason pic x(12).
  03 filler pic x(1).
  03 rej-image pic x(24).
fd breg-file.
01 breg-rec.
  03 rb-batch pic 9(6).
  03 rb-count pic 9(5).
  03 filler pic x(1).
  03 rb-verdict pic x(8).
fd cat-file.
01 cat-rec.
  03 cm-code pic x(2).
  03 filler pic x(1).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 txn-path pic x(60) value "input01.txn".
01 log-path pic x(60) value "input01.log".
01 parm-path pic x(60) value "runparm.dat".
01 vv-path pic x(60) value "valid01.dat".
01 rej-path pic x(60) value "input01.rej".
01 breg-path pic x(60) value "input01.reg".
01 cat-path pic x(60) value "catmst01.dat".
01 inp pic 9(4) value 0.
01 parm-status pic x(2) value spaces.
01 exit-sentinel pic 9(4) value 9999.
01 breg-eof pic x(1) value "n".
  88 end-of-register value "y".
*> the three batch-file record shapes, overlaid on the line read.
01 txn-work pic x(24) value spaces.
01 txn-hdr redefines txn-work.
  03 th-type pic x(1).
  03 th-batch pic x(6).
  03 th-count-n redefines th-count pic 9(5).
01 txn-det redefines txn-work.
  03 td-value pic x(4).
  03 td-sign pic x(1).
  03 td-amount pic x(9).
  03 td-date pic x(8).
  03 td-cat pic x(2).
01 txn-void redefines txn-work.
  03 tv-type pic x(1).
  03 tv-value pic x(4).
  88 value-allowed value "y".
01 reject-why pic x(12) value spaces.
01 stat-rejected pic 9(5) value zero.
*> the transaction captured with the value: sign and amount digits
*> keyed without a decimal point (the implied point two digits from
*> the right, as inq01 takes them), the transaction date, and the
*> category code.  a blank date means the business date; a blank
*> category is accepted as uncategorised, the way load01 takes it.
01 txn-sign pic x(1) value space.
01 txn-amount-x pic x(9) value spaces.
01 txn-amount-n redefines txn-amount-x pic 9(7)v99.
01 txn-date-x pic x(8) value spaces.
01 txn-date-n redefines txn-date-x pic 9(8).
01 txn-cat pic x(2) value spaces.
01 txn-amount pic s9(7)v99 value zero.
01 date-parts.
  03 dp-yyyy pic 9(4).
  03 dp-mm pic 9(2).
  03 dp-dd pic 9(2).
01 stat-amount pic s9(11)v99 value zero.
01 show-amount pic -(10)9.99 value zero.
*> the closed-period check (see period01) -- a transaction dated in
*> a closed accounting period is refused, exactly as load01 refuses
*> a partner detail with reason 06.
01 pd-result pic x(1) value "o".
*> the category master, loaded once into a small last-wins table the
*> same way load01 loads it.  no master on file means any code is
*> accepted.
01 cat-status pic x(2) value spaces.
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 have-cat pic x(1) value "n".
  88 cat-loaded value "y".
01 cat-table.
  02 cat-entry occurs 50 times.
    03 ce-code pic x(2).
    03 ce-active pic x(1).
01 cat-used pic 9(2) value zero.
01 cat-ix pic 9(2) value zero.
01 cat-found pic 9(2) value zero.
01 cat-ok pic x(1) value "y".
  88 category-good value "y".
01 run-date pic 9(8) value zero.
*> the processing date comes from the shared business-date
*> control (see bdate01), not this program's own clock -- a chain
01 lk-op-id pic x(8).
procedure division using optional lk-mode-override
                         optional lk-op-id.
call "env01" using env-func-p txn-path
call "env01" using env-func-p log-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p vv-path
call "env01" using env-func-p rej-path
call "env01" using env-func-p breg-path
call "env01" using env-func-p cat-path
*> menu01 can call input01 more than once in the same run unit, and
*> GnuCOBOL working-storage survives across repeated calls of the
*> same subprogram -- reset everything a prior session could have
move "n" to txn-eof
move zero to stat-rejected
move zero to stat-voids
move zero to stat-amount
initialize seen-flags
if address of lk-op-id = null
  move "UNLISTED" to op-id
end-if
call "bdate01" using bd-func-g run-date
perform 0050-load-valid-values
perform 0060-load-categories
if address of lk-mode-override = null
  accept mode-sw from command-line
else
        display "input01: void of " inp " logged for posting"
      else
        perform 0370-check-valid-value
        if value-allowed
          perform 0150-prompt-transaction
          perform 0380-check-transaction
        end-if
        if value-allowed
          perform 0350-check-duplicate
          perform 0300-accumulate-stats
    end-if
  end-perform.

*> the rest of the transaction, keyed field by field after the value.
0150-prompt-transaction.
  display "input01 -- amount sign x(1) + or -:"
  move space to txn-sign
  accept txn-sign
  display "input01 -- amount digits 9(9) (9(7)v99, no decimal point):"
  move spaces to txn-amount-x
  accept txn-amount-x
  display "input01 -- transaction date 9(8) yyyymmdd, or blank for " run-date ":"
  move spaces to txn-date-x
  accept txn-date-x
  display "input01 -- category x(2), or blank for uncategorised:"
  move spaces to txn-cat
  accept txn-cat.

0200-batch-run.
  perform 0210-prove-batch
  if batch-good
      move td-value to inp
      display "inp 9(4) batch=" inp
      perform 0370-check-valid-value
      if value-allowed
        move td-sign to txn-sign
        move td-amount to txn-amount-x
        move td-date to txn-date-x
        move td-cat to txn-cat
        perform 0380-check-transaction
      end-if
      if value-allowed
        perform 0350-check-duplicate
        perform 0300-accumulate-stats
        move spaces to rej-rec
        move inp to rej-value
        move reject-why to rej-reason
        move txn-work to rej-image
        write rej-rec
        if rej-status not = "00"
          display "input01: *** warning -- write to input01.rej failed, status=" rej-status

*> pass 1: the batch must arrive framed -- header first with a
*> numeric batch number, date and expected count, every value line
*> led by 4 numeric digits, and a trailer whose count matches what was
*> actually read.  anything less refuses the whole file before a
*> single value is accepted, the same whole-file proof load01 runs
*> on a partner file.
  move inp to log-value
  move log-entry-type to log-type
  move op-id to log-op
  if log-entry-type = "V"
    move zero to log-txn-date
    move zero to log-amount
    move spaces to log-cat
  else
    move txn-date-n to log-txn-date
    move txn-amount to log-amount
    move txn-cat to log-cat
  end-if
  write log-rec.

0300-accumulate-stats.
  add 1 to stat-count
  add inp to stat-sum
  add txn-amount to stat-amount
  if inp < stat-min
    move inp to stat-min
  end-if
    display "input01: minimum=" stat-min
    display "input01: maximum=" stat-max
    display "input01: average=" stat-avg
    move stat-amount to show-amount
    display "input01: amount total=" show-amount
  end-if.

0060-load-categories.
  move "n" to have-cat
  move "n" to cat-eof
  move zero to cat-used
  open input cat-file
  if cat-status not = "00"
    exit paragraph
  end-if
  move "y" to have-cat
  read cat-file at end set end-of-categories to true end-read
  perform until end-of-categories
    perform 0065-store-category
    read cat-file at end set end-of-categories to true end-read
  end-perform
  close cat-file.

0065-store-category.
  move zero to cat-found
  move 1 to cat-ix
  perform until cat-ix > cat-used or cat-found > 0
    if ce-code(cat-ix) = cm-code
      move cat-ix to cat-found
    end-if
    compute cat-ix = cat-ix + 1
  end-perform
  if cat-found = 0
    if cat-used >= 50
      display "input01: *** warning -- category table full, " cm-code " ignored ***"
      exit paragraph
    end-if
    add 1 to cat-used
    move cat-used to cat-found
    move cm-code to ce-code(cat-found)
  end-if
  move cm-active to ce-active(cat-found).

*> the transaction fields behind an accepted value, judged in the
*> order load01 judges a partner detail -- amount and sign, date,
*> closed period, category.  the first failure is the reason given.
0380-check-transaction.
  if (txn-sign not = "+" and txn-sign not = "-")
      or txn-amount-x is not numeric
    move "n" to entry-allowed
    move "BAD AMOUNT" to reject-why
    exit paragraph
  end-if
  move txn-amount-n to txn-amount
  if txn-sign = "-"
    compute txn-amount = txn-amount * -1
  end-if
  if txn-date-x = spaces
    move run-date to txn-date-n
  end-if
  if txn-date-x is not numeric
    move "n" to entry-allowed
    move "BAD DATE" to reject-why
    exit paragraph
  end-if
  move txn-date-x to date-parts
  if dp-mm < 1 or dp-mm > 12 or dp-dd < 1 or dp-dd > 31
    move "n" to entry-allowed
    move "BAD DATE" to reject-why
    exit paragraph
  end-if
  call "period01" using txn-date-n pd-result
  if pd-result = "c"
    move "n" to entry-allowed
    move "CLOSED MONTH" to reject-why
    exit paragraph
  end-if
  move "y" to cat-ok
  if txn-cat not = spaces and cat-loaded
    move zero to cat-found
    move 1 to cat-ix
    perform until cat-ix > cat-used or cat-found > 0
      if ce-code(cat-ix) = txn-cat
        move cat-ix to cat-found
      end-if
      compute cat-ix = cat-ix + 1
    end-perform
    if cat-found = 0
      move "n" to cat-ok
    else
      if ce-active(cat-found) not = "A"
        move "n" to cat-ok
      end-if
    end-if
  end-if
  if not category-good
    move "n" to entry-allowed
    move "CATEGORY" to reject-why
  end-if.
