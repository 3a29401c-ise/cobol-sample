identification division.
program-id. clon01.
environment division.
input-output section.
file-control.
*> a rehearsal environment built from production (see env01): the
*> production file set is read from "." and written under the named
*> environment's directory, with every transaction amount and every
*> operator passcode masked on the way.  the reference masters and
*> parameters come over as they are -- calendars, categories,
*> entities, partners, rates, fee schedules, budgets, GL mapping,
*> valid values, run parameters, job stream and SLA table -- so the
*> rehearsal runs the same rules as production.  the transaction
*> files (the master and its fan-outs, the entry master, the load
*> and back-out registers, the history, the category actuals and
*> the standing transactions) come over masked.  nothing else is
*> copied: logs, audit trails, alerts, registers, reports, archives,
*> generations, checkpoints, locks and stop files start empty in the
*> rehearsal, so nothing production was part-way through follows it.
*>
*> an amount is masked as a fixed function of the record's key, its
*> transaction date and the amount itself, so the same detail masks
*> to the same figure on every file it sits on -- a rehearsal
*> rebuild from the masked entry master and load register produces
*> the masked master, and the control totals still balance.
*> the generic pair carries every line-sequential file, masked or
*> not, read into the layout it needs.
  select src-file assign to dynamic src-path
    organization is line sequential
    file status is src-status.
  select dst-file assign to dynamic dst-path
    organization is line sequential
    file status is dst-status.
  select pf1 assign to dynamic src-path
    organization is indexed
    access mode is sequential
    record key is pf1-cnt
    alternate record key is pf1-txn-date with duplicates
    file status is src-status.
  select tf1 assign to dynamic dst-path
    organization is indexed
    access mode is sequential
    record key is tf1-cnt
    alternate record key is tf1-txn-date with duplicates
    file status is dst-status.
  select pem-file assign to dynamic src-path
    organization is indexed
    access mode is sequential
    record key is pem-value
    file status is src-status.
  select tem-file assign to dynamic dst-path
    organization is indexed
    access mode is sequential
    record key is tem-value
    file status is dst-status.
  select phist-file assign to dynamic src-path
    organization is indexed
    access mode is sequential
    record key is phist-key
    file status is src-status.
  select thist-file assign to dynamic dst-path
    organization is indexed
    access mode is sequential
    record key is thist-key
    file status is dst-status.
  select pcah-file assign to dynamic src-path
    organization is indexed
    access mode is sequential
    record key is pcah-key
    file status is src-status.
  select tcah-file assign to dynamic dst-path
    organization is indexed
    access mode is sequential
    record key is tcah-key
    file status is dst-status.
  select pfo-file assign to dynamic src-path
    organization is sequential
    file status is src-status.
  select tfo-file assign to dynamic dst-path
    organization is sequential
    file status is dst-status.
data division.
file section.
fd src-file.
01 src-rec pic x(512).
fd dst-file.
01 dst-rec pic x(512).
fd pf1.
  copy f1r replacing f1r by pf1-rec
                      f1-cnt by pf1-cnt
                      f1-hdr-size by pf1-hdr-size
                      f1-txn-date by pf1-txn-date
                      f1-amount by pf1-amount
                      f1-cat by pf1-cat
                      f1-cur by pf1-cur
                      f1-ent by pf1-ent.
fd tf1.
  copy f1r replacing f1r by tf1-rec
                      f1-cnt by tf1-cnt
                      f1-hdr-size by tf1-hdr-size
                      f1-txn-date by tf1-txn-date
                      f1-amount by tf1-amount
                      f1-cat by tf1-cat
                      f1-cur by tf1-cur
                      f1-ent by tf1-ent.
fd pem-file.
01 pem-rec.
  03 pem-value pic 9(4).
  03 pem-date pic 9(8).
  03 pem-time pic 9(8).
  03 pem-txn-date pic 9(8).
  03 pem-amount pic s9(7)v99 comp-3.
  03 pem-cat pic x(2).
  03 pem-op pic x(8).
fd tem-file.
01 tem-rec.
  03 tem-value pic 9(4).
  03 filler pic x(39).
fd phist-file.
01 phist-rec.
  03 phist-key.
    05 phist-date pic 9(8).
    05 phist-cnt pic 9(5).
  03 phist-amount pic s9(7)v99 comp-3.
  03 phist-ent pic x(2).
  03 phist-base pic s9(11)v99 comp-3.
  03 phist-rated pic x(1).
fd thist-file.
01 thist-rec.
  03 thist-key pic x(13).
  03 filler pic x(15).
fd pcah-file.
01 pcah-rec.
  03 pcah-key.
    05 pcah-date pic 9(8).
    05 pcah-cnt pic 9(5).
  03 pcah-cat pic x(2).
  03 pcah-amount pic s9(7)v99 comp-3.
  03 pcah-base pic s9(11)v99 comp-3.
  03 pcah-rated pic x(1).
  03 pcah-ent pic x(2).
fd tcah-file.
01 tcah-rec.
  03 tcah-key pic x(13).
  03 filler pic x(17).
fd pfo-file.
  copy f1r replacing f1r by pfo-rec
                      f1-cnt by pfo-cnt
                      f1-hdr-size by pfo-hdr-size
                      f1-txn-date by pfo-txn-date
                      f1-amount by pfo-amount
                      f1-cat by pfo-cat
                      f1-cur by pfo-cur
                      f1-ent by pfo-ent.
fd tfo-file.
01 tfo-rec pic x(28).
working-storage section.
01 src-status pic x(2) value spaces.
01 dst-status pic x(2) value spaces.
01 src-path pic x(60) value spaces.
01 dst-path pic x(60) value spaces.
01 src-eof pic x(1) value "n".
  88 end-of-source value "y".
*> the reference masters and parameters, copied as they stand.
01 ref-names.
  03 filler pic x(16) value "busdate.dat".
  03 filler pic x(16) value "runcal.dat".
  03 filler pic x(16) value "holiday.dat".
  03 filler pic x(16) value "catmst01.dat".
  03 filler pic x(16) value "entmst01.dat".
  03 filler pic x(16) value "ptnmst01.dat".
  03 filler pic x(16) value "fxrate01.dat".
  03 filler pic x(16) value "feesch01.dat".
  03 filler pic x(16) value "budget01.dat".
  03 filler pic x(16) value "glmap01.dat".
  03 filler pic x(16) value "valid01.dat".
  03 filler pic x(16) value "runparm.dat".
  03 filler pic x(16) value "jobstrm.dat".
  03 filler pic x(16) value "slatab.dat".
  03 filler pic x(16) value "dist01.dat".
  03 filler pic x(16) value "extract01.parm".
  03 filler pic x(16) value "file01.prt".
  03 filler pic x(16) value "partner01.ctl".
  03 filler pic x(16) value "sgen01.ctl".
  03 filler pic x(16) value "back01.reg".
01 ref-table redefines ref-names.
  03 ref-name pic x(16) occurs 20 times.
01 ref-ix pic 9(2) value zero.
01 file-name pic x(16) value spaces.
*> the line layouts the masked line-sequential files are read into.
01 lreg-line.
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
  03 filler pic x(468).
01 sto-line.
  03 so-id pic x(6).
  03 filler pic x(1).
  03 so-active pic x(1).
  03 filler pic x(1).
  03 so-key-lo pic 9(5).
  03 filler pic x(1).
  03 so-key-hi pic 9(5).
  03 filler pic x(1).
  03 so-amount pic s9(7)v99 sign leading separate.
  03 filler pic x(481).
01 op-line.
  03 op-id pic x(8).
  03 filler pic x(1).
  03 op-level pic x(1).
  03 filler pic x(1).
  03 op-active pic x(1).
  03 filler pic x(1).
  03 op-name pic x(20).
  03 filler pic x(1).
  03 op-pass pic x(8).
  03 filler pic x(1).
  03 op-force pic x(1).
  03 filler pic x(468).
01 trl-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
*> the fan-out trailer, file01's layout over the f1r image.
01 trl-work.
  03 trl-rec-key pic 9(5).
  03 trl-rec-count pic 9(7).
  03 trl-rec-amount pic s9(11)v99 comp-3.
  03 filler pic x(9).
01 fo-count pic 9(7) value zero.
01 fo-amount pic s9(11)v99 value zero.
01 fo-ix pic 9(1) value zero.
*> the masking of one amount.
01 scr-key pic 9(5) value zero.
01 scr-date pic 9(8) value zero.
01 scr-amount pic s9(7)v99 value zero.
*> a base-currency figure beside a masked amount is scaled with it,
*> so the clone's pair still implies the rate the original's did.
01 scr-orig pic s9(7)v99 value zero.
01 scr-base pic s9(11)v99 value zero.
01 scr-cents pic 9(11) value zero.
01 scr-mix pic 9(15) value zero.
01 scr-negative pic x(1) value "n".
01 env-func-n pic x(1) value "n".
01 env-func-t pic x(1) value "t".
01 run-env pic x(60) value spaces.
01 target-root pic x(60) value spaces.
01 raw-target pic x(60) value spaces.
01 rehearsal-pass pic x(8) value spaces.
01 dir-result pic s9(9) comp-5 value zero.
01 files-copied pic 9(3) value zero.
01 files-masked pic 9(3) value zero.
01 files-absent pic 9(3) value zero.
01 lines-copied pic 9(7) value zero.
01 amounts-masked pic 9(7) value zero.
01 passes-masked pic 9(5) value zero.
01 clone-ok pic x(1) value "y".
  88 clone-good value "y".
01 lck-func-a pic x(1) value "a".
01 lck-func-r pic x(1) value "r".
01 lck-prog-name pic x(8) value "CLON01".
01 lck-result pic x(1) value space.
linkage section.
*> the environment to build -- prompted for when not passed.
01 lk-target pic x(8).
procedure division using optional lk-target.
move zero to files-copied
move zero to files-masked
move zero to files-absent
move zero to lines-copied
move zero to amounts-masked
move zero to passes-masked
move "y" to clone-ok
move zero to return-code
*> the clone only ever runs from production -- it is production it
*> reads, and it is production's lock it holds while it does.
call "env01" using env-func-n run-env
if run-env(1:8) not = "PROD"
  display "clon01: *** running in environment " run-env(1:8) " -- a clone is taken from PROD only ***"
  move 8 to return-code
  goback
end-if
move spaces to raw-target
if address of lk-target = null
  display "clon01 -- environment to build x(8), letters and digits (e.g. TEST):"
  accept raw-target
else
  move lk-target to raw-target
end-if
move raw-target to target-root
call "env01" using env-func-t target-root
if target-root = spaces
  display "clon01: *** [" raw-target(1:8) "] is production or not a valid environment name -- nothing cloned ***"
  move 8 to return-code
  goback
end-if
move spaces to rehearsal-pass
perform until rehearsal-pass not = spaces
  display "clon01 -- passcode x(8) every operator signs on to the rehearsal with, not blank:"
  accept rehearsal-pass
  if rehearsal-pass = spaces
    display "*** passcode may not be blank ***"
  end-if
end-perform
call "lock01" using lck-func-a lck-prog-name lck-result
if lck-result not = "y"
  display "clon01: *** count01.dat is locked -- clone refused ***"
  move 16 to return-code
  goback
end-if
call "CBL_CREATE_DIR" using target-root returning dir-result
display "clon01: cloning production into " target-root
perform 2000-copy-reference-files
perform 3000-clone-operators
perform 3100-clone-load-register
perform 3200-clone-standing
perform 4000-clone-master
perform 4100-clone-entries
perform 4200-clone-history
perform 4300-clone-actuals
move 1 to fo-ix
perform 4400-clone-fanout
move 2 to fo-ix
perform 4400-clone-fanout
call "lock01" using lck-func-r lck-prog-name lck-result
display "clon01: files copied=" files-copied " masked=" files-masked " not in production=" files-absent
display "clon01: lines copied=" lines-copied " amounts masked=" amounts-masked " passcodes masked=" passes-masked
if not clone-good
  display "clon01: *** the clone is incomplete -- see the messages above ***"
  move 16 to return-code
  goback
end-if
display "clon01: environment " raw-target(1:8) " built -- run with COUNT01_ENV=" raw-target(1:8)
goback.

2000-copy-reference-files.
  perform varying ref-ix from 1 by 1 until ref-ix > 20
    move ref-name(ref-ix) to file-name
    perform 2100-copy-one-file
  end-perform.

2100-copy-one-file.
  perform 8000-open-line-pair
  if src-status not = "00" or dst-status not = "00"
    exit paragraph
  end-if
  read src-file at end set end-of-source to true end-read
  perform until end-of-source
    write dst-rec from src-rec
    add 1 to lines-copied
    read src-file at end set end-of-source to true end-read
  end-perform
  close src-file
  close dst-file
  add 1 to files-copied.

*> every passcode is replaced by the one the clone was given, with
*> the force flag set, so each operator's first sign-on to the
*> rehearsal makes them choose their own -- production passcodes
*> never leave production.  an operator with no passcode yet keeps
*> none, exactly as in production.
3000-clone-operators.
  move "oper01.dat" to file-name
  perform 8000-open-line-pair
  if src-status not = "00" or dst-status not = "00"
    exit paragraph
  end-if
  read src-file into op-line at end set end-of-source to true end-read
  perform until end-of-source
    if op-pass not = spaces
      move rehearsal-pass to op-pass
      move "F" to op-force
      add 1 to passes-masked
    end-if
    write dst-rec from op-line
    add 1 to lines-copied
    read src-file into op-line at end set end-of-source to true end-read
  end-perform
  close src-file
  close dst-file
  add 1 to files-masked.

3100-clone-load-register.
  move "load01.reg" to file-name
  perform 8000-open-line-pair
  if src-status not = "00" or dst-status not = "00"
    exit paragraph
  end-if
  read src-file into lreg-line at end set end-of-source to true end-read
  perform until end-of-source
    if lr-cnt is numeric and lr-txn-date is numeric and lr-amount is numeric
      move lr-cnt to scr-key
      move lr-txn-date to scr-date
      move lr-amount to scr-amount
      perform 5000-mask-amount
      move scr-amount to lr-amount
    end-if
    write dst-rec from lreg-line
    add 1 to lines-copied
    read src-file into lreg-line at end set end-of-source to true end-read
  end-perform
  close src-file
  close dst-file
  add 1 to files-masked.

3200-clone-standing.
  move "stdmst01.dat" to file-name
  perform 8000-open-line-pair
  if src-status not = "00" or dst-status not = "00"
    exit paragraph
  end-if
  read src-file into sto-line at end set end-of-source to true end-read
  perform until end-of-source
    if so-key-lo is numeric and so-amount is numeric
      move so-key-lo to scr-key
      move zero to scr-date
      move so-amount to scr-amount
      perform 5000-mask-amount
      move scr-amount to so-amount
    end-if
    write dst-rec from sto-line
    add 1 to lines-copied
    read src-file into sto-line at end set end-of-source to true end-read
  end-perform
  close src-file
  close dst-file
  add 1 to files-masked.

*> the reserved keys -- the header, the array01 slots -- carry no
*> transaction amount and come over as they stand.
4000-clone-master.
  move "count01.dat" to file-name
  perform 8100-build-paths
  open input pf1
  if src-status not = "00"
    perform 8200-note-absent
    exit paragraph
  end-if
  open output tf1
  if dst-status not = "00"
    perform 8300-note-failure
    close pf1
    exit paragraph
  end-if
  read pf1 at end set end-of-source to true end-read
  perform until end-of-source
    move pf1-rec to tf1-rec
    if pf1-cnt not = trl-key
        and (pf1-cnt < arr-key-base or pf1-cnt > arr-key-top)
      move pf1-cnt to scr-key
      move pf1-txn-date to scr-date
      move pf1-amount to scr-amount
      perform 5000-mask-amount
      move scr-amount to tf1-amount
    end-if
    write tf1-rec
    if dst-status not = "00"
      perform 8300-note-failure
      set end-of-source to true
    else
      add 1 to lines-copied
      read pf1 at end set end-of-source to true end-read
    end-if
  end-perform
  close pf1
  close tf1
  add 1 to files-masked.

4100-clone-entries.
  move "entry01.dat" to file-name
  perform 8100-build-paths
  open input pem-file
  if src-status not = "00"
    perform 8200-note-absent
    exit paragraph
  end-if
  open output tem-file
  if dst-status not = "00"
    perform 8300-note-failure
    close pem-file
    exit paragraph
  end-if
  read pem-file at end set end-of-source to true end-read
  perform until end-of-source
    move pem-value to scr-key
    move pem-txn-date to scr-date
    move pem-amount to scr-amount
    perform 5000-mask-amount
    move scr-amount to pem-amount
    write tem-rec from pem-rec
    if dst-status not = "00"
      perform 8300-note-failure
      set end-of-source to true
    else
      add 1 to lines-copied
      read pem-file at end set end-of-source to true end-read
    end-if
  end-perform
  close pem-file
  close tem-file
  add 1 to files-masked.

4200-clone-history.
  move "history01.dat" to file-name
  perform 8100-build-paths
  open input phist-file
  if src-status not = "00"
    perform 8200-note-absent
    exit paragraph
  end-if
  open output thist-file
  if dst-status not = "00"
    perform 8300-note-failure
    close phist-file
    exit paragraph
  end-if
  read phist-file at end set end-of-source to true end-read
  perform until end-of-source
    move phist-cnt to scr-key
    move phist-date to scr-date
    move phist-amount to scr-amount
    move phist-amount to scr-orig
    perform 5000-mask-amount
    move scr-amount to phist-amount
    move phist-base to scr-base
    perform 5100-scale-base
    move scr-base to phist-base
    write thist-rec from phist-rec
    if dst-status not = "00"
      perform 8300-note-failure
      set end-of-source to true
    else
      add 1 to lines-copied
      read phist-file at end set end-of-source to true end-read
    end-if
  end-perform
  close phist-file
  close thist-file
  add 1 to files-masked.

4300-clone-actuals.
  move "catact01.dat" to file-name
  perform 8100-build-paths
  open input pcah-file
  if src-status not = "00"
    perform 8200-note-absent
    exit paragraph
  end-if
  open output tcah-file
  if dst-status not = "00"
    perform 8300-note-failure
    close pcah-file
    exit paragraph
  end-if
  read pcah-file at end set end-of-source to true end-read
  perform until end-of-source
    move pcah-cnt to scr-key
    move pcah-date to scr-date
    move pcah-amount to scr-amount
    move pcah-amount to scr-orig
    perform 5000-mask-amount
    move scr-amount to pcah-amount
    move pcah-base to scr-base
    perform 5100-scale-base
    move scr-base to pcah-base
    write tcah-rec from pcah-rec
    if dst-status not = "00"
      perform 8300-note-failure
      set end-of-source to true
    else
      add 1 to lines-copied
      read pcah-file at end set end-of-source to true end-read
    end-if
  end-perform
  close pcah-file
  close tcah-file
  add 1 to files-masked.

*> each fan-out in the order file01 wrote it, details masked the
*> same way the master's are and the trailer re-totalled from them,
*> so fanchk01 and the rebuild proof balance in the rehearsal.
4400-clone-fanout.
  if fo-ix = 1
    move "count01-even.dat" to file-name
  else
    move "count01-odd.dat" to file-name
  end-if
  perform 8100-build-paths
  move zero to fo-count
  move zero to fo-amount
  open input pfo-file
  if src-status not = "00"
    perform 8200-note-absent
    exit paragraph
  end-if
  open output tfo-file
  if dst-status not = "00"
    perform 8300-note-failure
    close pfo-file
    exit paragraph
  end-if
  read pfo-file at end set end-of-source to true end-read
  perform until end-of-source
    if pfo-cnt = trl-key
      move spaces to trl-work
      move trl-key to trl-rec-key
      move fo-count to trl-rec-count
      move fo-amount to trl-rec-amount
      write tfo-rec from trl-work
    else
      move pfo-cnt to scr-key
      move pfo-txn-date to scr-date
      move pfo-amount to scr-amount
      perform 5000-mask-amount
      move scr-amount to pfo-amount
      add 1 to fo-count
      add pfo-amount to fo-amount
      write tfo-rec from pfo-rec
    end-if
    add 1 to lines-copied
    read pfo-file at end set end-of-source to true end-read
  end-perform
  close pfo-file
  close tfo-file
  add 1 to files-masked.

*> zero stays zero and the sign is kept; the figure itself becomes a
*> mix of the amount, the key and the date folded into 0.01 to
*> 9999.99, never zero.
5000-mask-amount.
  if scr-amount = 0
    exit paragraph
  end-if
  if scr-amount < 0
    move "y" to scr-negative
    compute scr-cents = 0 - scr-amount * 100
  else
    move "n" to scr-negative
    compute scr-cents = scr-amount * 100
  end-if
  compute scr-mix = scr-cents * 7919 + scr-key * 104729 + scr-date
  compute scr-cents = function mod(scr-mix, 1000000)
  if scr-cents = 0
    move 1 to scr-cents
  end-if
  if scr-negative = "y"
    compute scr-amount = 0 - scr-cents / 100
  else
    compute scr-amount = scr-cents / 100
  end-if
  add 1 to amounts-masked.

5100-scale-base.
  if scr-orig = 0
    exit paragraph
  end-if
  compute scr-base rounded = scr-base * scr-amount / scr-orig
    on size error
      move zero to scr-base
  end-compute.

8000-open-line-pair.
  perform 8100-build-paths
  move spaces to dst-status
  open input src-file
  if src-status not = "00"
    perform 8200-note-absent
    exit paragraph
  end-if
  open output dst-file
  if dst-status not = "00"
    perform 8300-note-failure
    close src-file
  end-if.

*> production is always ".", whatever the environment would say.
8100-build-paths.
  move "n" to src-eof
  move spaces to src-path
  string "./" file-name delimited by space into src-path
  move spaces to dst-path
  string target-root delimited by space
         "/" delimited by size
         file-name delimited by space
    into dst-path.

8200-note-absent.
  add 1 to files-absent
  display "clon01: " file-name " not in production -- not cloned".

8300-note-failure.
  move "n" to clone-ok
  display "clon01: *** fatal -- write of " dst-path " failed, status=" dst-status.
