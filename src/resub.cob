file-control.
*> load01's reject file: a two-byte reason code in front of the
*> original 32-byte detail image.
  select prej-file assign to dynamic prej-path
    organization is line sequential
    file status is prej-status.
*> input01's batch-mode reject file: the value plus a reason word,
*> then the whole rejected detail line.
  select irej-file assign to dynamic irej-path
    organization is line sequential
    file status is irej-status.
*> records still unresolved pass through a work file and are written
*> back, the same read-keep-copy-back cycle purge01 runs on
*> runctl.dat -- a reject file cannot be rewritten in place while it
*> is still being read.
  select tmp-file assign to dynamic tmp-path
    organization is line sequential
    file status is tmp-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
*> repaired input01 values rejoin the normal path by being appended
*> to the entry log, exactly as a fresh session would have logged
*> them -- post01 then posts them with everything else.
  select log-file assign to dynamic log-path
    organization is line sequential
    file status is log-status.
*> the valid-values master, checked the same way input01 checks it
*> -- a repair must pass the validation the original entry failed.
  select vv-file assign to dynamic vv-path
    organization is line sequential
    file status is vv-status.
*> the category master cat01 maintains -- a repaired partner record
*> must clear the same category check load01 applies at entry.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
*> the partner master -- a repaired partner record is booked to the
*> entity of the partner that sent it, as load01 would have booked it.
  select ptn-file assign to dynamic ptn-path
    organization is line sequential
    file status is ptn-status.
*> the resubmission register: original image, corrected image,
*> operator and verdict, one line per record worked -- the trail
*> audit follows from a reject to the master.
  select reg-file assign to dynamic reg-path
    organization is line sequential
    file status is reg-status.
*> file01 rebuilds the master from entry01.dat and load01.reg -- a
*> repaired partner record written onto the master is registered
*> there as an add under partner id RSUB so the rebuild carries it,
*> each pass under the next sequence free under RSUB (see lreg01).
  select lreg-file assign to dynamic lreg-path
    organization is line sequential
    file status is lreg-status.
data division.
file section.
fd prej-file.
  03 pr-reason pic x(2).
  03 filler pic x(1).
  03 pr-image pic x(32).
  03 filler pic x(1).
  03 pr-partner pic x(4).
fd irej-file.
01 irej-rec.
  03 ir-value pic 9(4).
  03 filler pic x(1).
  03 ir-reason pic x(12).
  03 filler pic x(1).
  03 ir-image pic x(24).
fd tmp-file.
01 tmp-rec pic x(42).
fd f1.
  copy f1r.
fd log-file.
  03 log-type pic x(1).
  03 filler pic x(1) value space.
  03 log-op pic x(8).
  03 filler pic x(1) value space.
  03 log-txn-date pic 9(8).
  03 filler pic x(1) value space.
  03 log-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1) value space.
  03 log-cat pic x(2).
fd vv-file.
01 vv-rec.
  03 vv-value pic 9(4).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
fd ptn-file.
01 ptn-rec.
  03 pm-id pic x(4).
  03 filler pic x(1).
  03 pm-active pic x(1).
  03 filler pic x(1).
  03 pm-name pic x(20).
  03 filler pic x(1).
  03 pm-days pic x(5).
  03 filler pic x(1).
  03 pm-max-count pic 9(7).
  03 filler pic x(1).
  03 pm-max-amount pic 9(11)v99.
  03 filler pic x(1).
  03 pm-ent pic x(2).
fd reg-file.
01 reg-rec.
  03 rg-date pic 9(8).
  03 rg-corrected pic x(32).
  03 filler pic x(1).
  03 rg-verdict pic x(8).
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
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 prej-path pic x(60) value "partner01.rej".
01 irej-path pic x(60) value "input01.rej".
01 tmp-path pic x(60) value "resub01.tmp".
01 f1-path pic x(60) value "count01.dat".
01 log-path pic x(60) value "input01.log".
01 vv-path pic x(60) value "valid01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 ptn-path pic x(60) value "ptnmst01.dat".
01 reg-path pic x(60) value "resub01.reg".
01 lreg-path pic x(60) value "load01.reg".
01 prej-status pic x(2) value spaces.
01 irej-status pic x(2) value spaces.
01 tmp-status pic x(2) value spaces.
01 log-status pic x(2) value spaces.
01 vv-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
01 lreg-status pic x(2) value spaces.
01 rej-eof pic x(1) value "n".
  88 end-of-rejects value "y".
01 tmp-eof pic x(1) value "n".
  03 rd-amount pic x(9).
  03 rd-amount-n redefines rd-amount pic 9(7)v99.
  03 rd-cat pic x(2).
  03 rd-cur pic x(3).
01 orig-image pic x(32) value spaces.
*> an input01 detail line being repaired, in the columns input01
*> reads input01.txn by.
01 ent-work pic x(24) value spaces.
01 ent-fields redefines ent-work.
  03 re-value pic x(4).
  03 re-value-n redefines re-value pic 9(4).
  03 re-sign pic x(1).
  03 re-amount pic x(9).
  03 re-amount-n redefines re-amount pic 9(7)v99.
  03 re-date pic x(8).
  03 re-date-n redefines re-date pic 9(8).
  03 re-cat pic x(2).
01 ent-amount pic s9(7)v99 value zero.
01 raw-field pic x(9) value spaces.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
01 vv-flags.
  02 vv-flag pic x(1) occurs 10000 times value "n".
01 inp-value pic 9(4) value zero.
01 entry-allowed pic x(1) value "y".
  88 value-allowed value "y".
01 reject-why pic x(12) value spaces.
*> dated into a closed accounting period is refused with reason
*> 06, exactly as load01 refuses it at entry.
01 pd-result pic x(1) value "o".
*> the currency check (see fx01) -- a repaired record in a currency
*> the FX rate master has never heard of is refused with reason 09,
*> as load01 refuses it.
01 fx-func-k pic x(1) value "k".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
*> the category master cat01 maintains -- loaded once at startup
*> into a small last-wins table, the same way load01 loads it.  no
*> master on file means any code is accepted; spaces is always
*> accepted as "uncategorised".
01 cat-status pic x(2) value spaces.
01 ptn-status pic x(2) value spaces.
01 ptn-eof pic x(1) value "n".
  88 end-of-partners value "y".
*> the entity of the partner on the record being repaired.
01 rd-ent pic x(2) value spaces.
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 have-cat pic x(1) value "n".
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "RESUB01".
01 lck-result pic x(1) value space.
01 lg-func-s pic x(1) value "s".
01 lg-partner pic x(4) value "RSUB".
01 lg-seq pic 9(4) value zero.
01 lg-result pic x(1) value space.
01 al-prog-name pic x(8) value "RESUB01".
01 al-sev pic x(1) value "F".
01 al-msg pic x(40) value spaces.
linkage section.
*> menu01 passes the signed-on operator's id so the register can say
*> who repaired each record; a standalone run lands under UNLISTED.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p prej-path
call "env01" using env-func-p irej-path
call "env01" using env-func-p tmp-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p log-path
call "env01" using env-func-p vv-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p ptn-path
call "env01" using env-func-p reg-path
call "env01" using env-func-p lreg-path
move "n" to session-done
move zero to worked-count
move zero to applied-count
move zero to kept-count
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date rd-cur fx-amount fx-base fx-result
perform 7200-load-categories
if address of lk-op-id = null
  move "UNLISTED" to op-id
    move 16 to return-code
    exit paragraph
  end-if
  call "lreg01" using lg-func-s lg-partner lg-seq f1r lg-result
  if lg-result not = "y"
    display "resub01: *** no load01.reg sequence free under " lg-partner " -- repair refused ***"
    close prej-file
    close f1
    call "lock01" using lck-func-r lck-prog-name lck-result
    move 16 to return-code
    exit paragraph
  end-if
  open extend lreg-file
  if lreg-status = "35"
    open output lreg-file
  end-if
  if lreg-status not = "00"
    display "resub01: *** fatal -- open of load01.reg failed, status=" lreg-status
    close prej-file
    close f1
    call "lock01" using lck-func-r lck-prog-name lck-result
    move 16 to return-code
    exit paragraph
  end-if
  open output tmp-file
  if tmp-status not = "00"
    display "resub01: *** fatal -- open of resub01.tmp failed, status=" tmp-status
  end-perform
  close prej-file
  close tmp-file
  close lreg-file
  close f1
  if f1-status not = "00"
    display "resub01: *** warning -- close of count01.dat failed, status=" f1-status
        accept raw-field
        move raw-field(1:9) to rd-amount
      end-if
    when "09"
      display "  (currency not on the FX rate master)"
      display "resub01 -- corrected currency x(3), or blank to skip:"
      move spaces to raw-field
      accept raw-field
      if raw-field(1:3) not = spaces
        move function upper-case(raw-field(1:3)) to rd-cur
      end-if
    when other
      display "  (reason code " pr-reason " -- whole image may be re-keyed)"
      display "resub01 -- corrected 32-byte image, or blank to skip:"
    end-if
  end-if
  if detail-good
    perform 7300-find-partner-entity
    call "period01" using rd-date-n pd-result rd-ent
    if pd-result = "c"
      move "n" to det-ok
      move "06" to det-reason
      move "07" to det-reason
    end-if
  end-if
  if detail-good
    call "fx01" using fx-func-k rd-date-n rd-cur fx-amount fx-base fx-result
    if fx-result not = "y"
      move "n" to det-ok
      move "09" to det-reason
    end-if
  end-if
  if detail-good
    move rd-cnt-n to f1-cnt
    move zero to f1-hdr-size
    move rd-date-n to f1-txn-date
    move rd-cat to f1-cat
    move rd-cur to f1-cur
    move rd-ent to f1-ent
    if rd-sign = "-"
      compute f1-amount = rd-amount-n * -1
    else
      invalid key
        move "n" to det-ok
        move "05" to det-reason
    end-write
    if detail-good
      if f1-status not = "00"
        display "resub01: *** fatal -- write to count01.dat failed, status=" f1-status
        move "write to count01.dat failed" to al-msg
        perform 2900-stop-repair
      end-if
      add 1 to mv-added
      add f1-amount to mv-net
      perform 2150-register-repair
    end-if
  end-if.

2150-register-repair.
  move spaces to lreg-rec
  move lg-partner to lr-partner
  move lg-seq to lr-seq
  move run-date to lr-load-date
  move f1-cnt to lr-cnt
  move f1-txn-date to lr-txn-date
  move f1-amount to lr-amount
  move f1-cat to lr-cat
  move f1-cur to lr-cur
  move f1-ent to lr-ent
  move space to lr-action
  write lreg-rec
  if lreg-status not = "00"
    display "resub01: *** fatal -- write to load01.reg failed, status=" lreg-status
    move "write to load01.reg failed" to al-msg
    perform 2900-stop-repair
  end-if.

*> a repair that cannot be written and registered in full stops the
*> pass where it stands: partner01.rej is left as it was read, and a
*> record already applied surfaces as a key collision if worked again.
2900-stop-repair.
  display "resub01: *** repair stopped at key " f1-cnt " ***"
  close prej-file
  close tmp-file
  close lreg-file
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  if mv-added > 0
    call "move01" using mv-prog-name mv-added mv-no-chg mv-no-del
                        mv-net
  end-if
  call "alert01" using al-prog-name al-sev al-msg
  move 16 to return-code
  goback.

2200-keep-partner-record.
  move spaces to tmp-rec
  move prej-rec to tmp-rec
  close prej-file.

*> ----- input01.rej ---------------------------------------------
*> each reject is a detail line that failed input01's checks -- the
*> operator re-keys the corrected line, the same checks input01 runs
*> are re-run, and a passing transaction is appended to input01.log
*> for post01 to pick up with everything else.
4000-work-input-rejects.
  move "n" to rej-eof
  open input irej-file
5000-repair-input-record.
  add 1 to worked-count
  move spaces to orig-image
  move ir-image to orig-image
  display " "
  display "resub01 -- rejected value " ir-value " (" ir-reason ")"
  display "  line: [" ir-image "]"
  display "resub01 -- corrected detail line x(24): value 9(4), sign, amount 9(9),"
  display "           date 9(8), category x(2) -- or blank to skip:"
  move spaces to ent-work
  accept ent-work
  if ent-work = spaces
    display "resub01: skipped -- record left on input01.rej"
    perform 5200-keep-input-record
    exit paragraph
  end-if
  if re-value is not numeric
    display "resub01: *** corrected value must be 4 numeric digits -- left on input01.rej ***"
    perform 5200-keep-input-record
    exit paragraph
  end-if
  move re-value-n to inp-value
  perform 7100-check-valid-value
  if value-allowed
    perform 5050-check-transaction
  end-if
  move spaces to det-work
  move ent-work to det-work
  if value-allowed
    perform 5100-log-repaired-value
    move "APPLIED" to rec-verdict
    display "resub01: *** " inp-value " still rejected -- " reject-why " -- left on input01.rej ***"
    move inp-value to ir-value
    move reject-why to ir-reason
    move ent-work to ir-image
    perform 5200-keep-input-record
  end-if
  perform 8000-write-register.

*> the transaction checks input01's 0380-check-transaction runs, in
*> the same order and with the same reason words.
5050-check-transaction.
  if (re-sign not = "+" and re-sign not = "-")
      or re-amount is not numeric
    move "n" to entry-allowed
    move "BAD AMOUNT" to reject-why
    exit paragraph
  end-if
  move re-amount-n to ent-amount
  if re-sign = "-"
    compute ent-amount = ent-amount * -1
  end-if
  if re-date = spaces
    move run-date to re-date-n
  end-if
  if re-date is not numeric
    move "n" to entry-allowed
    move "BAD DATE" to reject-why
    exit paragraph
  end-if
  move re-date to date-parts
  if dp-mm < 1 or dp-mm > 12 or dp-dd < 1 or dp-dd > 31
    move "n" to entry-allowed
    move "BAD DATE" to reject-why
    exit paragraph
  end-if
  call "period01" using re-date-n pd-result
  if pd-result = "c"
    move "n" to entry-allowed
    move "CLOSED MONTH" to reject-why
    exit paragraph
  end-if
  move re-cat to cat-check-code
  perform 7220-check-category
  if not category-good
    move "n" to entry-allowed
    move "CATEGORY" to reject-why
  end-if.

*> append to the entry log exactly as input01's 0360-log-entry does,
*> so the repaired value flows the normal path into post01.
5100-log-repaired-value.
  move inp-value to log-value
  move "E" to log-type
  move op-id to log-op
  move re-date-n to log-txn-date
  move ent-amount to log-amount
  move re-cat to log-cat
  write log-rec
  if log-status not = "00"
    display "resub01: *** fatal -- write to input01.log failed, status=" log-status
  end-if
  read tmp-file at end set end-of-tmp to true end-read
  perform until end-of-tmp
    write irej-rec from tmp-rec
    if irej-status not = "00"
      display "resub01: *** fatal -- write back to input01.rej failed, status=" irej-status
      move 16 to return-code
    end-if
  end-if.

*> the entity of the partner that sent the rejected record, last
*> partner-master line winning; home when the partner or the master
*> is not on file.
7300-find-partner-entity.
  move spaces to rd-ent
  move "n" to ptn-eof
  open input ptn-file
  if ptn-status not = "00"
    exit paragraph
  end-if
  read ptn-file at end set end-of-partners to true end-read
  perform until end-of-partners
    if pm-id = pr-partner
      move pm-ent to rd-ent
    end-if
    read ptn-file at end set end-of-partners to true end-read
  end-perform
  close ptn-file.

*> the valid-values master, unpacked the same way input01's
*> 0050-load-valid-values unpacks it.
7000-load-valid-values.
