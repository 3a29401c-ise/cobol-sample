*> dynamic access against the keyed master, the same way array01
*> reads and rewrites individual keys -- inq01 never has to walk
*> the file to reach one record.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
*> audit file gives batch adjustments, finally extended to the
*> keyed maintenance anyone at the menu can reach.  ochg01 prints
*> it as the morning's online-changes report.
  select jnl-file assign to dynamic jnl-path
    organization is line sequential
    file status is jnl-status.
data division.
  03 jl-before pic x(28).
  03 filler pic x(1).
  03 jl-after pic x(28).
*> the record's place and check on the chained trail (chnw.cpy).
  03 filler pic x(1).
  03 jl-chain-seq pic 9(7).
  03 filler pic x(1).
  03 jl-chain pic 9(10).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 jnl-path pic x(60) value "inq01.jnl".
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see array.cob)
*> -- those records may be inquired on but never changed or deleted
01 ses-net pic s9(11)v99 value zero.
01 old-amount pic s9(7)v99 value zero.
01 jnl-status pic x(2) value spaces.
01 chn-len pic 9(3) value 86.
  copy chnw.
*> the record images journaled before and after a change -- built
*> in display form (the packed amount unpacked with a separate
*> sign) so the journal stays readable as plain text.
01 after-image pic x(28) value spaces.
01 jnl-action pic x(1) value space.
01 op-id pic x(8) value spaces.
*> the entity check (see ent01) -- a record in an entity the operator
*> is not entitled to on oper01.dat is neither shown nor changed; a
*> browse passes over it and says how many it held back.
01 en-func-p pic x(1) value "p".
01 en-func-r pic x(1) value "r".
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
01 hidden-count pic 9(5) value zero.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> the shared run-lock on the master (see lock01) -- the session
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "INQ01".
01 lck-result pic x(1) value space.
*> each change and delete is registered on load01.reg under partner
*> INQ, one sequence per session (see lreg01), so file01's nightly
*> rebuild replays it instead of restoring the master as loaded.
01 lg-func-s pic x(1) value "s".
01 lg-func-c pic x(1) value "c".
01 lg-func-d pic x(1) value "d".
01 lg-partner pic x(4) value "INQ ".
01 lg-seq pic 9(4) value zero.
01 lg-result pic x(1) value space.
01 unreg-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "INQ01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
linkage section.
*> menu01 passes the signed-on operator's id so the journal can say
*> who made each change; a standalone run lands under UNLISTED.
01 lk-op-id pic x(8).
procedure division using optional lk-op-id.
call "env01" using env-func-p f1-path
call "env01" using env-func-p jnl-path
*> menu01 can call inq01 more than once in the same run unit, and
*> GnuCOBOL working-storage survives across repeated calls of the
*> same subprogram -- reset the session flag a prior invocation
move zero to chg-count
move zero to del-count
move zero to ses-net
move zero to unreg-count
call "bdate01" using bd-func-g run-date
if address of lk-op-id = null
  move "UNLISTED" to op-id
else
  move lk-op-id to op-id
end-if
call "ent01" using en-func-r op-id f1-ent en-result en-name
call "lock01" using lck-func-a lck-prog-name lck-result
if lck-result not = "y"
  display "inq01: *** count01.dat is locked -- session refused ***"
  move 16 to return-code
  goback
end-if
call "lreg01" using lg-func-s lg-partner lg-seq f1r lg-result
if lg-result not = "y"
  display "inq01: *** no load01.reg sequence free under " lg-partner " -- session refused ***"
  close f1
  call "lock01" using lck-func-r lck-prog-name lck-result
  move 16 to return-code
  goback
end-if
perform until session-over
  display " "
  display "inq01 -- enter f1-cnt 9(5), d to browse by date, or e to exit:"
  call "move01" using mv-prog-name mv-no-add chg-count del-count
                      ses-net
end-if
if unreg-count > 0
  display "inq01: *** " unreg-count " changes not registered on load01.reg -- tonight's rebuild will undo them ***"
  move spaces to al-msg
  string unreg-count " changed, not on load01.reg"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
end-if
goback.

0100-show-record.
    invalid key
      display "inq01: no record on file for f1-cnt=" want-key
    not invalid key
      call "ent01" using en-func-p op-id f1-ent en-result en-name
      if en-result not = "y"
        display "inq01: *** f1-cnt=" want-key " belongs to an entity you are not entitled to ***"
        exit paragraph
      end-if
      move f1-amount to show-amount
      display "inq01: f1-cnt=" f1-cnt " txn-date=" f1-txn-date " amount=" show-amount " cat=" f1-cat " ent=" f1-ent
      perform 0200-prompt-action
  end-read.

  end-if
  move raw-date-key to want-date
  move zero to browse-count
  move zero to hidden-count
  move "n" to browse-done
  move want-date to f1-txn-date
  start f1 key not < f1-txn-date
        else
          if f1-cnt not = hdr-key
              and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
            call "ent01" using en-func-p op-id f1-ent en-result en-name
            if en-result = "y"
              move f1-amount to show-amount
              display "inq01: f1-cnt=" f1-cnt " txn-date=" f1-txn-date " amount=" show-amount " ent=" f1-ent
              add 1 to browse-count
            else
              add 1 to hidden-count
            end-if
          end-if
        end-if
    end-read
  end-perform
  display "inq01: records dated " want-date "=" browse-count
  if hidden-count > 0
    display "inq01: " hidden-count " more in entities you are not entitled to"
  end-if.

0200-prompt-action.
  display "inq01 -- action? c=change d=delete anything else=none:"
        move "y" to session-done
      else
        add 1 to chg-count
        call "lreg01" using lg-func-c lg-partner lg-seq f1r lg-result
        if lg-result not = "y"
          add 1 to unreg-count
        end-if
        compute ses-net = ses-net + f1-amount - old-amount
        perform 0600-format-image
        move img-work to after-image
      move "y" to session-done
    else
      add 1 to del-count
      call "lreg01" using lg-func-d lg-partner lg-seq f1r lg-result
      if lg-result not = "y"
        add 1 to unreg-count
      end-if
      subtract old-amount from ses-net
      move "D" to jnl-action
      perform 0700-write-journal
*> record is a change that did not happen, so trouble here stops
*> the session the same way a master write failure does.
0700-write-journal.
  call "chn01" using chn-func-l jnl-path chn-text chn-len chn-seq chn-check
  open extend jnl-file
  if jnl-status = "35"
    open output jnl-file
  move jnl-action to jl-action
  move before-image to jl-before
  move after-image to jl-after
  move jnl-rec to chn-text
  call "chn01" using chn-func-n jnl-path chn-text chn-len chn-seq chn-check
  move chn-seq to jl-chain-seq
  move chn-check to jl-chain
  write jnl-rec
  if jnl-status not = "00"
    display "inq01: *** fatal -- write to inq01.jnl failed, status=" jnl-status
