identification division.
program-id. recat01.
environment division.
input-output section.
file-control.
*> the selection: extr01's parameter line column for column (key
*> range, date range, amount floor and ceiling, sign filter), then
*> the category the records carry now (blank = any) and the category
*> they are to be moved to.  a retired or split category is moved in
*> one run instead of key by key through inq01 or maint01.txn.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the category actuals carry each detail's category too -- moved
*> with the master record so bvar01 sees the same split.
  select cah-file assign to dynamic cah-path
    organization is indexed
    access mode is dynamic
    record key is cah-key
    file status is cah-status.
*> the category master cat01 maintains -- the target must be on it
*> and active.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
*> the preview (recat01.pre) or the applied register (recat01.lst)
*> -- the mode only changes the name, as with maint01.
  select rpt-file assign to dynamic rpt-name
    organization is line sequential
    file status is rpt-status.
*> one before/after line per record moved, chained (see chn01).
*> each moved record is also registered on load01.reg under partner
*> RCAT, one sequence per apply run (see lreg01), so file01's nightly
*> rebuild keeps the new category instead of restoring the old.
  select aud-file assign to dynamic aud-path
    organization is line sequential
    file status is aud-status.
data division.
file section.
fd parm-file.
01 parm-rec pic x(51).
fd f1.
  copy f1r.
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
fd cat-file.
01 cat-rec.
  03 cm-code pic x(2).
  03 filler pic x(1).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
fd rpt-file.
01 rpt-line pic x(80).
fd aud-file.
01 aud-rec.
  03 aud-date pic 9(8).
  03 filler pic x(1).
  03 aud-time pic 9(8).
  03 filler pic x(1).
  03 aud-op pic x(8).
  03 filler pic x(1).
  03 aud-cnt pic 9(5).
  03 filler pic x(1).
  03 aud-txn-date pic 9(8).
  03 filler pic x(1).
  03 aud-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1).
  03 aud-old-cat pic x(2).
  03 filler pic x(1).
  03 aud-new-cat pic x(2).
  03 filler pic x(1).
  03 aud-ent pic x(2).
*> the record's place and check on the chained trail (chnw.cpy).
  03 filler pic x(1).
  03 aud-chain-seq pic 9(7).
  03 filler pic x(1).
  03 aud-chain pic 9(10).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 parm-path pic x(60) value "recat01.parm".
01 f1-path pic x(60) value "count01.dat".
01 cah-path pic x(60) value "catact01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 aud-path pic x(60) value "recat01.aud".
01 rpt-name pic x(60) value "./recat01.pre".
01 parm-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 cah-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 aud-status pic x(2) value spaces.
01 chn-len pic 9(3) value 61.
  copy chnw.
*> the parameter line, overlaid field by field on the record read --
*> the first 47 columns are extr01's, blank fields again meaning no
*> constraint and anything else having to be numeric.
01 parm-work pic x(51) value spaces.
01 parm-fields redefines parm-work.
  03 ep-cnt-from pic x(5).
  03 ep-cnt-from-n redefines ep-cnt-from pic 9(5).
  03 ep-cnt-to pic x(5).
  03 ep-cnt-to-n redefines ep-cnt-to pic 9(5).
  03 ep-date-from pic x(8).
  03 ep-date-from-n redefines ep-date-from pic 9(8).
  03 ep-date-to pic x(8).
  03 ep-date-to-n redefines ep-date-to pic 9(8).
  03 ep-floor-sign pic x(1).
  03 ep-floor pic x(9).
  03 ep-floor-n redefines ep-floor pic 9(7)v99.
  03 ep-ceil-sign pic x(1).
  03 ep-ceil pic x(9).
  03 ep-ceil-n redefines ep-ceil pic 9(7)v99.
  03 ep-sign-filter pic x(1).
  03 ep-from-cat pic x(2).
  03 ep-to-cat pic x(2).
01 parm-ok pic x(1) value "y".
  88 parms-good value "y".
01 have-cnt-from pic x(1) value "n".
01 have-cnt-to pic x(1) value "n".
01 have-date-from pic x(1) value "n".
01 have-date-to pic x(1) value "n".
01 have-floor pic x(1) value "n".
01 have-ceil pic x(1) value "n".
01 sel-cnt-from pic 9(5) value zero.
01 sel-cnt-to pic 9(5) value zero.
01 sel-date-from pic 9(8) value zero.
01 sel-date-to pic 9(8) value zero.
01 sel-floor pic s9(7)v99 value zero.
01 sel-ceil pic s9(7)v99 value zero.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- never selected.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 eof pic x(1) value "n".
  88 end-of-file value "y".
01 rec-matches pic x(1) value "y".
  88 record-selected value "y".
*> p = preview (the default, and the only mode a standalone run
*> gets); a = apply, which menu01 passes once a senior operator has
*> seen the preview's totals and confirmed them.
01 run-mode pic x(1) value "p".
  88 apply-run value "a" "A".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 target-state pic x(1) value space.
01 rewrite-ok pic x(1) value "y".
01 lg-func-s pic x(1) value "s".
01 lg-func-c pic x(1) value "c".
01 lg-partner pic x(4) value "RCAT".
01 lg-seq pic 9(4) value zero.
01 lg-result pic x(1) value space.
01 unreg-count pic 9(7) value zero.
*> the entity filter: menu01 passes the working entity, and only its
*> records are selected; a standalone run takes every entity.  either
*> way a record of an entity the operator is not granted on oper01.dat
*> is left alone (see ent01), as inq01 and maint01 leave it.
01 sel-ent pic x(2) value spaces.
01 have-ent pic x(1) value "n".
01 en-func-p pic x(1) value "p".
01 en-func-r pic x(1) value "r".
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
01 denied-count pic 9(7) value zero.
*> no category actuals file yet means there is nothing to move there.
01 have-cah pic x(1) value "n".
*> the tally of one pass over the master.
01 sel-count pic 9(7) value zero.
01 sel-amount pic s9(11)v99 value zero.
01 held-count pic 9(7) value zero.
01 held-amount pic s9(11)v99 value zero.
01 moved-count pic 9(7) value zero.
*> what the apply pass is held to: the selection has to come out the
*> same as the preview that was confirmed, or nothing is moved.
01 want-count pic 9(7) value zero.
01 want-amount pic s9(11)v99 value zero.
01 pd-result pic x(1) value "o".
01 op-id pic x(8) value spaces.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 mv-prog-name pic x(8) value "RECAT01".
01 mv-no-add pic 9(7) value zero.
01 mv-changed pic 9(7) value zero.
01 mv-no-del pic 9(7) value zero.
01 mv-net pic s9(11)v99 value zero.
01 lck-func-a pic x(1) value "a".
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "RECAT01".
01 lck-result pic x(1) value space.
01 al-prog-name pic x(8) value "RECAT01".
01 al-sev pic x(1) value "W".
01 al-msg pic x(40) value spaces.
01 hdr-line-1.
  03 filler pic x(24) value "RECAT01 RECATEGORISATION".
  03 filler pic x(6) value " DATE ".
  03 h1-date pic 9(8).
  03 filler pic x(2) value spaces.
  03 h1-mode pic x(9).
  03 filler pic x(2) value spaces.
  03 filler pic x(4) value "TO ".
  03 h1-to-cat pic x(2).
01 hdr-line-2.
  03 filler pic x(6) value "KEY   ".
  03 filler pic x(9) value "TXN DATE ".
  03 filler pic x(13) value "       AMOUNT".
  03 filler pic x(11) value " OLD NEW EN".
  03 filler pic x(5) value " NOTE".
01 det-line.
  03 d-cnt pic 9(5).
  03 filler pic x(1) value spaces.
  03 d-date pic 9(8).
  03 filler pic x(1) value spaces.
  03 d-amount pic -(9)9.99.
  03 filler pic x(2) value spaces.
  03 d-old-cat pic x(2).
  03 filler pic x(2) value spaces.
  03 d-new-cat pic x(2).
  03 filler pic x(1) value spaces.
  03 d-ent pic x(2).
  03 filler pic x(1) value spaces.
  03 d-note pic x(28).
01 trl-line-1.
  03 filler pic x(20) value "RECORDS SELECTED....".
  03 t-count pic zzzzzz9.
  03 filler pic x(10) value "   TOTAL  ".
  03 t-amount pic -(11)9.99.
01 trl-line-2.
  03 filler pic x(20) value "HELD, PERIOD CLOSED.".
  03 t-held pic zzzzzz9.
  03 filler pic x(10) value "   TOTAL  ".
  03 t-held-amount pic -(11)9.99.
01 trl-line-3.
  03 filler pic x(20) value "RECORDS MOVED.......".
  03 t-moved pic zzzzzz9.
linkage section.
01 lk-mode pic x(1).
*> menu01 passes the signed-on operator's id for the audit lines; a
*> standalone run is recorded under UNLISTED.
01 lk-op-id pic x(8).
*> the selection's count and total: handed back by a preview, held
*> to by the apply that follows it.
01 lk-count pic 9(7).
01 lk-amount pic s9(11)v99.
01 lk-ent pic x(2).
procedure division using optional lk-mode optional lk-op-id
                         optional lk-count optional lk-amount
                         optional lk-ent.
call "env01" using env-func-p parm-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p cah-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p aud-path
move zero to return-code
move zero to moved-count
move zero to unreg-count
move "n" to have-ent
move spaces to sel-ent
if address of lk-ent not = null
  move "y" to have-ent
  move lk-ent to sel-ent
end-if
move "p" to run-mode
if address of lk-mode not = null
  move lk-mode to run-mode
end-if
if address of lk-op-id = null
  move "UNLISTED" to op-id
else
  move lk-op-id to op-id
end-if
call "ent01" using en-func-r op-id sel-ent en-result en-name
call "bdate01" using bd-func-g run-date
if apply-run
  if address of lk-count = null or address of lk-amount = null
    display "recat01: *** an apply run needs the confirmed preview totals -- refused ***"
    move 8 to return-code
    goback
  end-if
  move lk-count to want-count
  move lk-amount to want-amount
  move "./recat01.lst" to rpt-name
else
  move "./recat01.pre" to rpt-name
end-if
call "env01" using env-func-p rpt-name
perform 1000-read-parameters
if not parms-good
  display "recat01: *** fatal -- recategorisation refused, nothing changed ***"
  move 16 to return-code
  goback
end-if
perform 1100-check-target
if target-state not = "A"
  if target-state = space
    display "recat01: *** target category " ep-to-cat " is not on catmst01.dat -- refused ***"
  else
    display "recat01: *** target category " ep-to-cat " is not active on catmst01.dat -- refused ***"
  end-if
  move 8 to return-code
  goback
end-if
if apply-run
  call "lock01" using lck-func-a lck-prog-name lck-result
  if lck-result not = "y"
    display "recat01: *** count01.dat is locked -- recategorisation refused ***"
    move 16 to return-code
    goback
  end-if
  open i-o f1
else
  open input f1
end-if
if f1-status not = "00"
  display "recat01: *** fatal -- open of count01.dat failed, status=" f1-status
  if apply-run
    call "lock01" using lck-func-r lck-prog-name lck-result
  end-if
  move 16 to return-code
  goback
end-if
open output rpt-file
if rpt-status not = "00"
  display "recat01: *** fatal -- open of " rpt-name " failed, status=" rpt-status
  close f1
  if apply-run
    call "lock01" using lck-func-r lck-prog-name lck-result
  end-if
  move 16 to return-code
  goback
end-if
if apply-run
  call "lreg01" using lg-func-s lg-partner lg-seq f1r lg-result
  if lg-result not = "y"
    display "recat01: *** no load01.reg sequence free under " lg-partner " -- recategorisation refused ***"
    close rpt-file
    close f1
    call "lock01" using lck-func-r lck-prog-name lck-result
    move 16 to return-code
    goback
  end-if
end-if
move run-date to h1-date
move ep-to-cat to h1-to-cat
if apply-run
  move "APPLIED" to h1-mode
else
  move "* PREVIEW" to h1-mode
end-if
write rpt-line from hdr-line-1
write rpt-line from hdr-line-2
if apply-run
  perform 1200-open-apply-files
  if return-code not = 0
    close rpt-file
    close f1
    call "lock01" using lck-func-r lck-prog-name lck-result
    goback
  end-if
end-if
*> the preview pass lists every record; an apply first counts the
*> selection again, silently, and moves nothing unless it is still
*> the selection the operator confirmed.
perform 2000-select-pass
if apply-run
  if sel-count not = want-count or sel-amount not = want-amount
    display "recat01: *** count01.dat has changed since the preview ("
            sel-count " records now, " want-count " confirmed) -- nothing applied ***"
    move "MASTER CHANGED SINCE PREVIEW -- NOTHING APPLIED" to rpt-line
    write rpt-line
    move spaces to al-msg
    string "recategorisation refused, master changed"
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
    perform 1300-close-apply-files
    close rpt-file
    close f1
    call "lock01" using lck-func-r lck-prog-name lck-result
    move 8 to return-code
    goback
  end-if
  perform 3000-apply-pass
  perform 1300-close-apply-files
end-if
move sel-count to t-count
move sel-amount to t-amount
write rpt-line from trl-line-1
move held-count to t-held
move held-amount to t-held-amount
write rpt-line from trl-line-2
if apply-run
  move moved-count to t-moved
  write rpt-line from trl-line-3
end-if
close rpt-file
close f1
if apply-run
  call "lock01" using lck-func-r lck-prog-name lck-result
  if moved-count > 0
    move moved-count to mv-changed
    move zero to mv-net
    call "move01" using mv-prog-name mv-no-add mv-changed mv-no-del
                        mv-net
  end-if
  display "recat01: records moved to " ep-to-cat "=" moved-count
          " held=" held-count " -- see recat01.lst"
  if unreg-count > 0
    display "recat01: *** " unreg-count " moves not registered on load01.reg -- tonight's rebuild will undo them ***"
    move spaces to al-msg
    string unreg-count " moved, not on load01.reg"
      delimited by size into al-msg
    move "E" to al-sev
    call "alert01" using al-prog-name al-sev al-msg
    move "W" to al-sev
  end-if
else
  if address of lk-count not = null
    move sel-count to lk-count
  end-if
  if address of lk-amount not = null
    move sel-amount to lk-amount
  end-if
  display "recat01: preview -- records selected=" sel-count
          " held=" held-count " -- see recat01.pre, nothing changed"
end-if
if denied-count > 0
  display "recat01: " denied-count " selected record(s) in entities not granted to " op-id " left alone"
end-if
if held-count > 0
  move 4 to return-code
end-if
goback.

*> extr01's checks, field for field, then the two category codes --
*> the target is required and must differ from the one moved from.
1000-read-parameters.
  move "y" to parm-ok
  move "n" to have-cnt-from
  move "n" to have-cnt-to
  move "n" to have-date-from
  move "n" to have-date-to
  move "n" to have-floor
  move "n" to have-ceil
  open input parm-file
  if parm-status not = "00"
    display "recat01: *** fatal -- open of recat01.parm failed, status=" parm-status
    move "n" to parm-ok
    exit paragraph
  end-if
  move spaces to parm-work
  read parm-file into parm-work
    at end
      display "recat01: *** recat01.parm is empty ***"
      move "n" to parm-ok
  end-read
  close parm-file
  if not parms-good
    exit paragraph
  end-if
  if ep-cnt-from not = spaces
    if ep-cnt-from is numeric
      move ep-cnt-from-n to sel-cnt-from
      move "y" to have-cnt-from
    else
      display "recat01: *** key-from not numeric: " ep-cnt-from " ***"
      move "n" to parm-ok
    end-if
  end-if
  if ep-cnt-to not = spaces
    if ep-cnt-to is numeric
      move ep-cnt-to-n to sel-cnt-to
      move "y" to have-cnt-to
    else
      display "recat01: *** key-to not numeric: " ep-cnt-to " ***"
      move "n" to parm-ok
    end-if
  end-if
  if ep-date-from not = spaces
    if ep-date-from is numeric
      move ep-date-from-n to sel-date-from
      move "y" to have-date-from
    else
      display "recat01: *** date-from not numeric: " ep-date-from " ***"
      move "n" to parm-ok
    end-if
  end-if
  if ep-date-to not = spaces
    if ep-date-to is numeric
      move ep-date-to-n to sel-date-to
      move "y" to have-date-to
    else
      display "recat01: *** date-to not numeric: " ep-date-to " ***"
      move "n" to parm-ok
    end-if
  end-if
  if ep-floor not = spaces or ep-floor-sign not = space
    if (ep-floor-sign = "+" or ep-floor-sign = "-")
        and ep-floor is numeric
      move ep-floor-n to sel-floor
      if ep-floor-sign = "-"
        compute sel-floor = sel-floor * -1
      end-if
      move "y" to have-floor
    else
      display "recat01: *** amount floor invalid: " ep-floor-sign ep-floor " ***"
      move "n" to parm-ok
    end-if
  end-if
  if ep-ceil not = spaces or ep-ceil-sign not = space
    if (ep-ceil-sign = "+" or ep-ceil-sign = "-")
        and ep-ceil is numeric
      move ep-ceil-n to sel-ceil
      if ep-ceil-sign = "-"
        compute sel-ceil = sel-ceil * -1
      end-if
      move "y" to have-ceil
    else
      display "recat01: *** amount ceiling invalid: " ep-ceil-sign ep-ceil " ***"
      move "n" to parm-ok
    end-if
  end-if
  if ep-sign-filter not = space
      and ep-sign-filter not = "+" and ep-sign-filter not = "-"
    display "recat01: *** sign filter invalid: " ep-sign-filter " ***"
    move "n" to parm-ok
  end-if
  if ep-to-cat = spaces
    display "recat01: *** no target category given ***"
    move "n" to parm-ok
  end-if
  if ep-to-cat = ep-from-cat
    display "recat01: *** target category is the one being moved from: " ep-to-cat " ***"
    move "n" to parm-ok
  end-if.

*> the target's state on the category master, last line winning --
*> space when the code is not there at all (or there is no master).
1100-check-target.
  move space to target-state
  move "n" to cat-eof
  open input cat-file
  if cat-status not = "00"
    exit paragraph
  end-if
  read cat-file at end set end-of-categories to true end-read
  perform until end-of-categories
    if cm-code = ep-to-cat
      move cm-active to target-state
    end-if
    read cat-file at end set end-of-categories to true end-read
  end-perform
  close cat-file.

1200-open-apply-files.
  move "n" to have-cah
  open i-o cah-file
  if cah-status = "00"
    move "y" to have-cah
  end-if
  call "chn01" using chn-func-l aud-path chn-text chn-len chn-seq chn-check
  open extend aud-file
  if aud-status = "35"
    open output aud-file
  end-if
  if aud-status not = "00"
    display "recat01: *** fatal -- open of recat01.aud failed, status=" aud-status
    if have-cah = "y"
      close cah-file
    end-if
    move 16 to return-code
  end-if.

1300-close-apply-files.
  close aud-file
  if have-cah = "y"
    close cah-file
  end-if.

*> one pass over the master from the lowest key: every record the
*> criteria select and that is not already in the target category
*> is counted -- or held, when its date falls in a closed period,
*> since moving it would restate figures already closed.
2000-select-pass.
  move zero to denied-count
  move zero to sel-count
  move zero to sel-amount
  move zero to held-count
  move zero to held-amount
  move "n" to eof
  move zero to f1-cnt
  start f1 key is >= f1-cnt
    invalid key set end-of-file to true
  end-start
  if not end-of-file
    read f1 next at end set end-of-file to true end-read
  end-if
  perform until end-of-file
    perform 2100-test-record
    if record-selected
      call "period01" using f1-txn-date pd-result f1-ent
      if pd-result = "c"
        add 1 to held-count
        add f1-amount to held-amount
        if not apply-run
          move "PERIOD CLOSED -- HELD" to d-note
          perform 2200-put-detail
        end-if
      else
        add 1 to sel-count
        add f1-amount to sel-amount
        if not apply-run
          move spaces to d-note
          perform 2200-put-detail
        end-if
      end-if
    end-if
    read f1 next at end set end-of-file to true end-read
  end-perform.

2100-test-record.
  move "y" to rec-matches
  if f1-cnt = hdr-key
      or (f1-cnt >= arr-key-base and f1-cnt <= arr-key-top)
    move "n" to rec-matches
    exit paragraph
  end-if
  if have-cnt-from = "y" and f1-cnt < sel-cnt-from
    move "n" to rec-matches
  end-if
  if have-cnt-to = "y" and f1-cnt > sel-cnt-to
    move "n" to rec-matches
  end-if
  if have-date-from = "y" and f1-txn-date < sel-date-from
    move "n" to rec-matches
  end-if
  if have-date-to = "y" and f1-txn-date > sel-date-to
    move "n" to rec-matches
  end-if
  if have-floor = "y" and f1-amount < sel-floor
    move "n" to rec-matches
  end-if
  if have-ceil = "y" and f1-amount > sel-ceil
    move "n" to rec-matches
  end-if
  if ep-sign-filter = "+" and f1-amount < zero
    move "n" to rec-matches
  end-if
  if ep-sign-filter = "-" and f1-amount >= zero
    move "n" to rec-matches
  end-if
  if ep-from-cat not = spaces and f1-cat not = ep-from-cat
    move "n" to rec-matches
  end-if
  if f1-cat = ep-to-cat
    move "n" to rec-matches
  end-if
  if have-ent = "y" and f1-ent not = sel-ent
    move "n" to rec-matches
  end-if
  if record-selected
    call "ent01" using en-func-p op-id f1-ent en-result en-name
    if en-result not = "y"
      add 1 to denied-count
      move "n" to rec-matches
    end-if
  end-if.

2200-put-detail.
  move f1-cnt to d-cnt
  move f1-txn-date to d-date
  move f1-amount to d-amount
  move f1-cat to d-old-cat
  move ep-to-cat to d-new-cat
  move f1-ent to d-ent
  write rpt-line from det-line.

*> the same selection again, this time each record is rewritten in
*> its new category, its category actual moved with it, and the
*> before and after codes written to the audit trail.
3000-apply-pass.
  move zero to denied-count
  move zero to held-count
  move zero to held-amount
  move "n" to eof
  move zero to f1-cnt
  start f1 key is >= f1-cnt
    invalid key set end-of-file to true
  end-start
  if not end-of-file
    read f1 next at end set end-of-file to true end-read
  end-if
  perform until end-of-file
    perform 2100-test-record
    if record-selected
      call "period01" using f1-txn-date pd-result f1-ent
      if pd-result = "c"
        add 1 to held-count
        add f1-amount to held-amount
        move "PERIOD CLOSED -- HELD" to d-note
        perform 2200-put-detail
      else
        perform 3100-move-record
      end-if
    end-if
    read f1 next at end set end-of-file to true end-read
  end-perform.

3100-move-record.
  move spaces to aud-rec
  move run-date to aud-date
  accept aud-time from time
  move op-id to aud-op
  move f1-cnt to aud-cnt
  move f1-txn-date to aud-txn-date
  move f1-amount to aud-amount
  move f1-cat to aud-old-cat
  move ep-to-cat to aud-new-cat
  move f1-ent to aud-ent
  move ep-to-cat to f1-cat
  move "y" to rewrite-ok
  rewrite f1r
    invalid key
      move "n" to rewrite-ok
  end-rewrite
  if rewrite-ok = "y"
    call "lreg01" using lg-func-c lg-partner lg-seq f1r lg-result
    if lg-result not = "y"
      add 1 to unreg-count
    end-if
  end-if
  move aud-old-cat to f1-cat
  if rewrite-ok not = "y"
    move "REWRITE FAILED -- NOT MOVED" to d-note
    perform 2200-put-detail
    exit paragraph
  end-if
  add 1 to moved-count
  move spaces to d-note
  perform 2200-put-detail
  if have-cah = "y"
    move f1-txn-date to cah-date
    move f1-cnt to cah-cnt
    read cah-file
      invalid key
        continue
      not invalid key
        move ep-to-cat to cah-cat
        rewrite cah-rec
        if cah-status not = "00"
          display "recat01: *** fatal -- rewrite of catact01.dat failed, status=" cah-status
          move "rewrite of catact01.dat failed" to al-msg
          perform 3900-stop-applying
        end-if
    end-read
  end-if
  move aud-rec to chn-text
  call "chn01" using chn-func-n aud-path chn-text chn-len chn-seq chn-check
  move chn-seq to aud-chain-seq
  move chn-check to aud-chain
  write aud-rec
  if aud-status not = "00"
    display "recat01: *** fatal -- write to recat01.aud failed, status=" aud-status
    move "write to recat01.aud failed" to al-msg
    perform 3900-stop-applying
  end-if.

*> a move that cannot be recorded in full stops the apply where it
*> stands: what has already moved is reported to move01, the rest is
*> left for a rerun once the fault is cleared.
3900-stop-applying.
  move "STOPPED -- SEE CONSOLE" to rpt-line
  write rpt-line
  perform 1300-close-apply-files
  close rpt-file
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  if moved-count > 0
    move moved-count to mv-changed
    move zero to mv-net
    call "move01" using mv-prog-name mv-no-add mv-changed mv-no-del
                        mv-net
  end-if
  display "recat01: *** apply stopped after " moved-count " records moved ***"
  move "F" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move "W" to al-sev
  move 16 to return-code
  goback.
