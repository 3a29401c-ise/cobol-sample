*> the coded maintenance file: one line per action, A (add),
*> C (change) or D (delete), followed by an f1r image in the same
*> fixed columns the partner loader uses -- key, transaction date,
*> sign, amount, category and currency (the image is ignored past
*> the key on a delete; a blank currency is the base currency), then
*> the entity the record belongs to (blank = the home entity) and the
*> id of the operator who submitted the line -- the operator must be
*> entitled to the entity on oper01.dat (see ent01), both the one
*> the record is in and, on an add or change, the one it goes to.
  select txn-file assign to dynamic txn-path
    organization is line sequential
    file status is txn-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    file status is reg-status.
*> the category master cat01 maintains -- every transaction's
*> category code is proved against it at entry.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
data division.
file section.
fd txn-file.
01 txn-rec pic x(39).
fd f1.
  copy f1r.
fd reg-file.
  03 filler pic x(1).
  03 cm-desc pic x(20).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 txn-path pic x(60) value "maint01.txn".
01 f1-path pic x(60) value "count01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 txn-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 reg-status pic x(2) value spaces.
*> the transaction, overlaid field by field on the line just read.
01 txn-work pic x(39) value spaces.
01 txn-fields redefines txn-work.
  03 tx-action pic x(1).
  03 tx-cnt pic x(5).
  03 tx-amount pic x(9).
  03 tx-amount-n redefines tx-amount pic 9(7)v99.
  03 tx-cat pic x(2).
  03 tx-cur pic x(3).
  03 tx-ent pic x(2).
  03 tx-op pic x(8).
01 txn-eof pic x(1) value "n".
  88 end-of-txns value "y".
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*>   07 change of a key not on file 08 delete of a key not on file
*>   09 date in a closed accounting period (see period01/close01)
*>   10 category code not active on the category master
*>   11 currency code not on the FX rate master (see fx01)
*>   12 entity code not active on the entity master (see entm01)
*>   13 submitting operator not entitled to the entity (see ent01)
01 txn-ok pic x(1) value "y".
  88 txn-good value "y".
01 txn-reason pic x(2) value spaces.
*> the closed-period check (see period01) -- a transaction dated
*> into a closed accounting period is refused with reason 09.
01 pd-result pic x(1) value "o".
*> the currency check (see fx01) -- a transaction in a currency the
*> FX rate master has never carried is refused with reason 11.
01 fx-func-k pic x(1) value "k".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
*> the entity checks (see ent01): the code must be active on the
*> entity master, and the submitter entitled to it on oper01.dat.
01 en-func-k pic x(1) value "k".
01 en-func-p pic x(1) value "p".
01 en-func-r pic x(1) value "r".
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
*> p = preview: the identical validation and register with nothing
*> written to the master -- taken from the linkage parameter when a
*> caller passes one, from the command line otherwise.
01 run-mode pic x(1) value space.
  88 preview-run value "p" "P".
01 reg-name pic x(60) value "./maint01.lst".
01 before-image pic x(35) value spaces.
01 after-image pic x(35) value spaces.
*> the record images shown on a preview register, in display form.
01 img-work.
  03 im-cnt pic 9(5).
  03 im-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(1) value space.
  03 im-cat pic x(2).
  03 filler pic x(1) value space.
  03 im-cur pic x(3).
  03 filler pic x(1) value space.
  03 im-ent pic x(2).
01 reg-img-line.
  03 filler pic x(2) value spaces.
  03 ri-label pic x(8).
  03 ri-image pic x(35).
01 reg-trl-3.
  03 filler pic x(20) value "NET AMOUNT MOVED....".
  03 rt-net pic -(9)9.99.
  03 filler pic x(2) value spaces.
  03 rh-mode pic x(10).
01 reg-hdr-2.
  03 filler pic x(47) value "A KEY   DATE     S AMOUNT    CA CUR EN OPERATOR".
  03 filler pic x(16) value "VERDICT   REASON".
01 reg-det.
  03 rd-image pic x(39).
  03 filler pic x(8) value spaces.
  03 rd-verdict pic x(8).
  03 filler pic x(2) value spaces.
  03 rd-reason pic x(2).
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "MAINT01".
01 lck-result pic x(1) value space.
*> each applied add, change and delete is registered on load01.reg
*> under partner MNT, one sequence per run (see lreg01), so file01's
*> nightly rebuild replays it instead of restoring the master as
*> loaded.  an add is registered as a change -- the record's image
*> stands for the key whatever the sources hold for it.
01 lg-func-s pic x(1) value "s".
01 lg-func-c pic x(1) value "c".
01 lg-func-d pic x(1) value "d".
01 lg-partner pic x(4) value "MNT ".
01 lg-seq pic 9(4) value zero.
01 lg-result pic x(1) value space.
01 unreg-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "MAINT01".
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
linkage section.
01 lk-mode pic x(1).
procedure division using optional lk-mode.
call "env01" using env-func-p txn-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p cat-path
move zero to applied-count
move zero to reject-count
move zero to mv-added
move zero to mv-changed
move zero to mv-deleted
move zero to mv-net
move zero to unreg-count
move "n" to txn-eof
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date tx-cur fx-amount fx-base fx-result
call "ent01" using en-func-r tx-op tx-ent en-result en-name
if address of lk-mode = null
  accept run-mode from command-line
else
end-if
if preview-run
  move "./maint01.pre" to reg-name
  call "env01" using env-func-p reg-name
  display "maint01: preview run -- count01.dat will not be touched"
else
  move "./maint01.lst" to reg-name
  call "env01" using env-func-p reg-name
end-if
perform 6100-load-categories
open input txn-file
  move 16 to return-code
  goback
end-if
if not preview-run
  call "lreg01" using lg-func-s lg-partner lg-seq f1r lg-result
  if lg-result not = "y"
    display "maint01: *** no load01.reg sequence free under " lg-partner " -- run refused ***"
    close txn-file
    close f1
    call "lock01" using lck-func-r lck-prog-name lck-result
    move 16 to return-code
    goback
  end-if
end-if
open output reg-file
if reg-status not = "00"
  display "maint01: *** fatal -- open of maint01.lst failed, status=" reg-status
  display "maint01: preview register written to maint01.pre -- nothing applied"
end-if
display "maint01: applied=" applied-count " rejected=" reject-count
if unreg-count > 0
  display "maint01: *** " unreg-count " changes not registered on load01.reg -- tonight's rebuild will undo them ***"
  move spaces to al-msg
  string unreg-count " changed, not on load01.reg"
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
end-if
if reject-count > 0
  move 4 to return-code
end-if
    end-if
  end-if
  if txn-good and tx-action not = "D"
    call "ent01" using en-func-k tx-op tx-ent en-result en-name
    if en-result not = "y"
      move "n" to txn-ok
      move "12" to txn-reason
    end-if
  end-if
  if txn-good and tx-action not = "D"
    call "ent01" using en-func-p tx-op tx-ent en-result en-name
    if en-result not = "y"
      move "n" to txn-ok
      move "13" to txn-reason
    end-if
  end-if
  if txn-good and tx-action not = "D"
    call "period01" using tx-date-n pd-result tx-ent
    if pd-result = "c"
      move "n" to txn-ok
      move "09" to txn-reason
      move "10" to txn-reason
    end-if
  end-if
  if txn-good and tx-action not = "D"
    call "fx01" using fx-func-k tx-date-n tx-cur fx-amount fx-base fx-result
    if fx-result not = "y"
      move "n" to txn-ok
      move "11" to txn-reason
    end-if
  end-if
  if txn-good
    evaluate tx-action
      when "A"
        move 16 to return-code
        goback
      end-if
      call "lreg01" using lg-func-c lg-partner lg-seq f1r lg-result
      if lg-result not = "y"
        add 1 to unreg-count
      end-if
      add 1 to mv-added
      add f1-amount to mv-net
  end-write.
*> the record's EXISTING date is judged too -- re-dating a record
*> out of a closed month restates that month's figures just as
*> surely as deleting it would, so the change is refused the same
*> way the delete path refuses it.  so is the entity it is in now --
*> a change may not reach into an entity the submitter cannot see.
      call "ent01" using en-func-p tx-op f1-ent en-result en-name
      if en-result not = "y"
        move "n" to txn-ok
        move "13" to txn-reason
        exit paragraph
      end-if
      call "period01" using f1-txn-date pd-result f1-ent
      if pd-result = "c"
        move "n" to txn-ok
        move "09" to txn-reason
          move 16 to return-code
          goback
        end-if
        call "lreg01" using lg-func-c lg-partner lg-seq f1r lg-result
        if lg-result not = "y"
          add 1 to unreg-count
        end-if
      end-if
      add 1 to mv-changed
      compute mv-net = mv-net + f1-amount - old-amount
      move "n" to txn-ok
      move "08" to txn-reason
    not invalid key
      call "ent01" using en-func-p tx-op f1-ent en-result en-name
      if en-result not = "y"
        move "n" to txn-ok
        move "13" to txn-reason
        exit paragraph
      end-if
      call "period01" using f1-txn-date pd-result f1-ent
      if pd-result = "c"
        move "n" to txn-ok
        move "09" to txn-reason
            move 16 to return-code
            goback
          end-if
          call "lreg01" using lg-func-d lg-partner lg-seq f1r lg-result
          if lg-result not = "y"
            add 1 to unreg-count
          end-if
          add 1 to mv-deleted
          subtract old-amount from mv-net
      end-delete
  move f1-txn-date to im-date
  move f1-amount to im-amount
  move f1-cat to im-cat
  move f1-cur to im-cur
  move f1-ent to im-ent
  move img-work to after-image.

5200-format-before.
  move f1-txn-date to im-date
  move f1-amount to im-amount
  move f1-cat to im-cat
  move f1-cur to im-cur
  move f1-ent to im-ent
  move img-work to before-image.

5000-build-record.
  move zero to f1-hdr-size
  move tx-date-n to f1-txn-date
  move tx-cat to f1-cat
  move tx-cur to f1-cur
  move tx-ent to f1-ent
  if tx-sign = "-"
    compute f1-amount = tx-amount-n * -1
  else
