*> key, so the records arrive already in date order and the old
*> sort pass into sortwk1 is gone -- the control break cuts the
*> same summary lines straight off the keyed read.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential.
data division.
file section.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 rpt-path pic x(60) value "count01-summ.lst".
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see array.cob)
*> -- both are excluded from the summary the same way report01
01 grp-debits pic 9(9)v99 comp-3 value zero.
01 grp-credits pic 9(9)v99 comp-3 value zero.
01 grp-net pic s9(9)v99 comp-3 value zero.
*> one section per entity (see ent01), each closed by its own total
*> line, and the file-wide figures printed last as the consolidated
*> total -- the master is read once to find the entities and once
*> more per entity through the same date key.
01 ent-table.
  02 ent-entry occurs 50 times.
    03 et-code pic x(2).
01 ent-used pic 9(2) value zero.
01 ent-ix pic 9(2) value zero.
01 ent-found pic 9(2) value zero.
01 ent-shift pic 9(2) value zero.
01 cur-ent pic x(2) value spaces.
01 en-func-k pic x(1) value "k".
01 en-func-r pic x(1) value "r".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
01 ent-count pic 9(7) value zero.
01 ent-debits pic 9(11)v99 comp-3 value zero.
01 ent-credits pic 9(11)v99 comp-3 value zero.
01 ent-net pic s9(11)v99 comp-3 value zero.
01 tot-count pic 9(7) value zero.
01 tot-debits pic 9(11)v99 comp-3 value zero.
01 tot-credits pic 9(11)v99 comp-3 value zero.
01 tot-net pic s9(11)v99 comp-3 value zero.
*> every amount is converted to the base currency (see fx01) before
*> it is totalled, at the rate of its own transaction date -- the
*> debit, credit and net columns are base currency throughout.  a
*> date holding foreign-currency details is followed by one line per
*> currency with the original and base net side by side, and the
*> report closes with the same split for the whole file.  a detail
*> with no rate on file is counted, left out of the base figures and
*> called out at the foot.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 base-amount pic s9(11)v99 value zero.
01 norate-count pic 9(7) value zero.
01 grp-foreign pic x(1) value "n".
  88 group-has-foreign value "y".
01 tot-foreign pic x(1) value "n".
  88 file-has-foreign value "y".
01 gcur-table.
  02 gcur-entry occurs 20 times.
    03 gc-cur pic x(3).
    03 gc-count pic 9(7).
    03 gc-orig pic s9(11)v99 comp-3.
    03 gc-base pic s9(11)v99 comp-3.
01 gcur-used pic 9(2) value zero.
01 tcur-table.
  02 tcur-entry occurs 20 times.
    03 tc-cur pic x(3).
    03 tc-count pic 9(7).
    03 tc-orig pic s9(11)v99 comp-3.
    03 tc-base pic s9(11)v99 comp-3.
01 tcur-used pic 9(2) value zero.
01 cur-ix pic 9(2) value zero.
01 cur-found pic 9(2) value zero.
01 lines-per-page pic 9(2) value 20.
01 line-count pic 9(2) value 99.
01 page-count pic 9(3) value zero.
  03 d-credits pic z(8)9.99.
  03 filler pic x(1) value spaces.
  03 d-net pic -(9)9.99.
01 cur-line.
  03 filler pic x(4) value spaces.
  03 c-cur pic x(4).
  03 filler pic x(1) value spaces.
  03 c-count pic zzzzzz9.
  03 filler pic x(14) value " ORIGINAL NET ".
  03 c-orig pic -(10)9.99.
  03 filler pic x(10) value " BASE NET ".
  03 c-base pic -(10)9.99.
01 cur-hdr-line pic x(40) value "BY CURRENCY -- ORIGINAL AND BASE AMOUNTS".
01 note-line pic x(80) value spaces.
01 ent-hdr-line.
  03 filler pic x(8) value "ENTITY [".
  03 eh-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 eh-name pic x(20).
01 ent-trl-line.
  03 filler pic x(8) value "ENTITY [".
  03 et-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 et-count pic zzzzzzz9.
  03 filler pic x(1) value spaces.
  03 et-debits pic z(8)9.99.
  03 filler pic x(1) value spaces.
  03 et-credits pic z(8)9.99.
  03 filler pic x(1) value spaces.
  03 et-net pic -(9)9.99.
01 trl-line-1.
  03 filler pic x(12) value "CONSOLIDATED".
  03 t-count pic zzzzz9.
  03 filler pic x(3) value spaces.
  03 t-debits pic z(8)9.99.
  03 filler pic x(1) value spaces.
  03 t-net pic -(9)9.99.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p rpt-path
*> nightly01 can call summ01 more than once in the same run unit
*> (a jobstream step plus the month-end call), and GnuCOBOL
*> working-storage survives across repeated calls of the same
move zero to tot-net
move 99 to line-count
move zero to page-count
move zero to norate-count
move "n" to grp-foreign
move "n" to tot-foreign
move zero to gcur-used
move zero to tcur-used
move zero to ent-used
call "bdate01" using bd-func-g run-date-n
call "fx01" using fx-func-r run-date-n gc-cur(1) fx-amount fx-base fx-result
call "ent01" using en-func-r en-op cur-ent en-result en-name
move yyyy-part to h1-date(1:4)
move "-" to h1-date(5:1)
move mm-part to h1-date(6:2)
*> the month-end reporting and must get control back afterwards.
goback.

3000-write-summary.
  open input f1
  if f1-status not = "00"
    exit paragraph
  end-if
  open output rpt-file
  perform 3050-collect-entities
  move 1 to ent-ix
  perform until ent-ix > ent-used
    move et-code(ent-ix) to cur-ent
    perform 3060-entity-section
    add 1 to ent-ix
  end-perform
  move tot-count to t-count
  move tot-debits to t-debits
  move tot-credits to t-credits
  move tot-net to t-net
  write rpt-line from trl-line-1
  if file-has-foreign
    write rpt-line from cur-hdr-line
    move 1 to cur-ix
    perform until cur-ix > tcur-used
      if tc-cur(cur-ix) = spaces
        move "BASE" to c-cur
      else
        move tc-cur(cur-ix) to c-cur
      end-if
      move tc-count(cur-ix) to c-count
      move tc-orig(cur-ix) to c-orig
      move tc-base(cur-ix) to c-base
      write rpt-line from cur-line
      add 1 to cur-ix
    end-perform
  end-if
  if norate-count > 0
    move spaces to note-line
    string "*** " norate-count " DETAILS HAVE NO FX RATE -- LEFT OUT OF THE BASE FIGURES ***"
      delimited by size into note-line
    write rpt-line from note-line
    display "summ01: *** warning -- " norate-count " details have no fx rate on file ***"
  end-if
  close rpt-file
  close f1.

*> the entities on the master, in code order with the home entity
*> (spaces) first.
3050-collect-entities.
  move "n" to eof
  move zero to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
      set end-of-file to true
  end-start
  if not end-of-file
    read f1 next at end set end-of-file to true end-read
  end-if
  perform until end-of-file
    if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
      perform 3055-note-entity
    end-if
    read f1 next at end set end-of-file to true end-read
  end-perform.

3055-note-entity.
  move zero to ent-found
  move 1 to ent-ix
  perform until ent-ix > ent-used or ent-found > 0
    if et-code(ent-ix) = f1-ent
      move ent-ix to ent-found
    end-if
    add 1 to ent-ix
  end-perform
  if ent-found > 0
    exit paragraph
  end-if
  if ent-used >= 50
    display "summ01: *** warning -- more than 50 entities, extras left out ***"
    exit paragraph
  end-if
  move ent-used to ent-shift
  perform until ent-shift = 0
    if et-code(ent-shift) <= f1-ent
      exit perform
    end-if
    move et-code(ent-shift) to et-code(ent-shift + 1)
    subtract 1 from ent-shift
  end-perform
  move f1-ent to et-code(ent-shift + 1)
  add 1 to ent-used.

*> one entity's date lines, read forward through the alternate key
*> -- the records arrive in date order directly, no sort pass, and
*> the same control break cuts the summary lines.  each entity opens
*> on a new page.
3060-entity-section.
  move "n" to eof
  move "n" to have-group
  move zero to ent-count
  move zero to ent-debits
  move zero to ent-credits
  move zero to ent-net
  call "ent01" using en-func-k en-op cur-ent en-result en-name
  move cur-ent to eh-ent
  move en-name to eh-name
  move 99 to line-count
  move zero to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
  end-if
  perform until end-of-file
    if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
        and f1-ent = cur-ent
      if group-open and f1-txn-date not = group-date
        perform 3100-put-group-line
      end-if
        move zero to grp-debits
        move zero to grp-credits
        move zero to grp-net
        move zero to gcur-used
        move "n" to grp-foreign
        move "y" to have-group
      end-if
      perform 3200-convert-record
      add 1 to grp-count
      add 1 to ent-count
      add 1 to tot-count
      if base-amount < 0
        compute grp-debits = grp-debits + (base-amount * -1)
        compute ent-debits = ent-debits + (base-amount * -1)
        compute tot-debits = tot-debits + (base-amount * -1)
      else
        add base-amount to grp-credits
        add base-amount to ent-credits
        add base-amount to tot-credits
      end-if
      add base-amount to grp-net
      add base-amount to ent-net
      add base-amount to tot-net
      perform 3300-add-group-currency
      perform 3400-add-total-currency
    end-if
    read f1 next at end set end-of-file to true end-read
  end-perform
  if group-open
    perform 3100-put-group-line
  end-if
  move cur-ent to et-ent
  move ent-count to et-count
  move ent-debits to et-debits
  move ent-credits to et-credits
  move ent-net to et-net
  write rpt-line from ent-trl-line.

3100-put-group-line.
  if line-count >= lines-per-page
    move page-count to h1-page
    write rpt-line from hdr-line-1
    write rpt-line from hdr-line-2
    write rpt-line from ent-hdr-line
    move zero to line-count
  end-if
  move group-date to d-txn-date
  move grp-net to d-net
  write rpt-line from det-line
  add 1 to line-count
  if group-has-foreign
    move 1 to cur-ix
    perform until cur-ix > gcur-used
      if gc-cur(cur-ix) = spaces
        move "BASE" to c-cur
      else
        move gc-cur(cur-ix) to c-cur
      end-if
      move gc-count(cur-ix) to c-count
      move gc-orig(cur-ix) to c-orig
      move gc-base(cur-ix) to c-base
      write rpt-line from cur-line
      add 1 to line-count
      add 1 to cur-ix
    end-perform
  end-if
  move "n" to have-group.

*> the record's amount in base currency, at its own date's rate.
3200-convert-record.
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result = "y"
    move fx-base to base-amount
  else
    move zero to base-amount
    add 1 to norate-count
  end-if
  if f1-cur not = spaces
    move "y" to grp-foreign
    move "y" to tot-foreign
  end-if.

3300-add-group-currency.
  move zero to cur-found
  move 1 to cur-ix
  perform until cur-ix > gcur-used or cur-found > 0
    if gc-cur(cur-ix) = f1-cur
      move cur-ix to cur-found
    end-if
    add 1 to cur-ix
  end-perform
  if cur-found = 0
    if gcur-used >= 20
      exit paragraph
    end-if
    add 1 to gcur-used
    move gcur-used to cur-found
    move f1-cur to gc-cur(cur-found)
    move zero to gc-count(cur-found)
    move zero to gc-orig(cur-found)
    move zero to gc-base(cur-found)
  end-if
  add 1 to gc-count(cur-found)
  add f1-amount to gc-orig(cur-found)
  add base-amount to gc-base(cur-found).

3400-add-total-currency.
  move zero to cur-found
  move 1 to cur-ix
  perform until cur-ix > tcur-used or cur-found > 0
    if tc-cur(cur-ix) = f1-cur
      move cur-ix to cur-found
    end-if
    add 1 to cur-ix
  end-perform
  if cur-found = 0
    if tcur-used >= 20
      display "summ01: *** warning -- more than 20 currencies, extras left out of the split ***"
      exit paragraph
    end-if
    add 1 to tcur-used
    move tcur-used to cur-found
    move f1-cur to tc-cur(cur-found)
    move zero to tc-count(cur-found)
    move zero to tc-orig(cur-found)
    move zero to tc-base(cur-found)
  end-if
  add 1 to tc-count(cur-found)
  add f1-amount to tc-orig(cur-found)
  add base-amount to tc-base(cur-found).
