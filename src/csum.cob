environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    file status is f1-status.
*> the category master -- read for the descriptions on the report;
*> codes met on the master but absent here print without one.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 rpt-path pic x(60) value "count01-cat.lst".
01 f1-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 cat-used pic 9(2) value zero.
01 cat-ix pic 9(2) value zero.
01 cat-found pic 9(2) value zero.
*> the same figures per entity (see ent01): one section per entity,
*> home first, each with its own category lines and total, before the
*> consolidated report across every entity.  ec-cat is the slot in
*> cat-table, so the sections print in the consolidated order.
01 ent-table.
  02 ent-entry occurs 50 times.
    03 et-code pic x(2).
    03 et-count pic 9(7).
    03 et-debits pic 9(11)v99 comp-3.
    03 et-credits pic 9(11)v99 comp-3.
    03 et-net pic s9(11)v99 comp-3.
01 ent-used pic 9(2) value zero.
01 ent-ix pic 9(2) value zero.
01 ent-found pic 9(2) value zero.
01 ent-shift pic 9(2) value zero.
01 ec-table.
  02 ec-entry occurs 1000 times.
    03 ec-ent pic x(2).
    03 ec-cat pic 9(2).
    03 ec-count pic 9(7).
    03 ec-debits pic 9(11)v99 comp-3.
    03 ec-credits pic 9(11)v99 comp-3.
    03 ec-net pic s9(11)v99 comp-3.
01 ec-used pic 9(4) value zero.
01 ec-ix pic 9(4) value zero.
01 ec-found pic 9(4) value zero.
01 en-func-k pic x(1) value "k".
01 en-func-r pic x(1) value "r".
01 en-op pic x(8) value spaces.
01 en-result pic x(1) value space.
01 en-name pic x(20) value spaces.
01 tot-count pic 9(7) value zero.
01 tot-debits pic 9(11)v99 comp-3 value zero.
01 tot-credits pic 9(11)v99 comp-3 value zero.
01 tot-net pic s9(11)v99 comp-3 value zero.
*> amounts are converted to the base currency (see fx01) at their
*> own transaction date's rate before they are totalled, so every
*> category column is base currency; a BY CURRENCY block after the
*> grand total gives each currency's original and base net.  a
*> detail with no rate on file is left out of the base figures and
*> counted at the foot.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 base-amount pic s9(11)v99 value zero.
01 norate-count pic 9(7) value zero.
01 tot-foreign pic x(1) value "n".
  88 file-has-foreign value "y".
01 cur-table.
  02 cur-entry occurs 20 times.
    03 cu-cur pic x(3).
    03 cu-count pic 9(7).
    03 cu-orig pic s9(11)v99 comp-3.
    03 cu-base pic s9(11)v99 comp-3.
01 cur-used pic 9(2) value zero.
01 cur-ix pic 9(2) value zero.
01 cur-found pic 9(2) value zero.
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 hdr-line-1.
  03 d-credits pic z(8)9.99.
  03 filler pic x(1) value spaces.
  03 d-net pic -(9)9.99.
01 ent-hdr-line.
  03 filler pic x(8) value "ENTITY [".
  03 eh-ent pic x(2).
  03 filler pic x(2) value "] ".
  03 eh-name pic x(20).
01 cons-hdr-line pic x(40) value "CONSOLIDATED -- EVERY ENTITY".
01 ent-trl-line.
  03 filler pic x(14) value "ENTITY TOTAL [".
  03 tl-ent pic x(2).
  03 filler pic x(8) value "]       ".
  03 tl-count pic zzzzzz9.
  03 filler pic x(1) value spaces.
  03 tl-debits pic z(8)9.99.
  03 filler pic x(1) value spaces.
  03 tl-credits pic z(8)9.99.
  03 filler pic x(1) value spaces.
  03 tl-net pic -(9)9.99.
01 trl-line.
  03 filler pic x(24) value "CONSOLIDATED TOTAL      ".
  03 t-count pic zzzzzz9.
  03 filler pic x(1) value spaces.
  03 t-debits pic z(8)9.99.
  03 t-credits pic z(8)9.99.
  03 filler pic x(1) value spaces.
  03 t-net pic -(9)9.99.
01 cur-hdr-line pic x(40) value "BY CURRENCY -- ORIGINAL AND BASE AMOUNTS".
01 cur-line.
  03 filler pic x(3) value spaces.
  03 c-cur pic x(4).
  03 filler pic x(17) value spaces.
  03 c-count pic zzzzzz9.
  03 filler pic x(14) value " ORIGINAL NET ".
  03 c-orig pic -(9)9.99.
  03 filler pic x(10) value " BASE NET ".
  03 c-base pic -(9)9.99.
01 note-line pic x(80) value spaces.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p cat-path
call "env01" using env-func-p rpt-path
move zero to cat-used
move zero to cur-used
move zero to ent-used
move zero to ec-used
move zero to norate-count
move "n" to tot-foreign
move zero to tot-count
move zero to tot-debits
move zero to tot-credits
move "n" to f1-eof
move "n" to cat-eof
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date cu-cur(1) fx-amount fx-base fx-result
call "ent01" using en-func-r en-op eh-ent en-result en-name
perform 1000-load-descriptions
open input f1
if f1-status not = "00"
move run-date to h1-date
write rpt-line from hdr-line-1
write rpt-line from hdr-line-2
move 1 to ent-ix
perform until ent-ix > ent-used
  perform 3000-write-entity-section
  add 1 to ent-ix
end-perform
write rpt-line from cons-hdr-line
move 1 to cat-ix
perform until cat-ix > cat-used
  move spaces to det-line
move tot-credits to t-credits
move tot-net to t-net
write rpt-line from trl-line
if file-has-foreign
  write rpt-line from cur-hdr-line
  move 1 to cur-ix
  perform until cur-ix > cur-used
    if cu-cur(cur-ix) = spaces
      move "BASE" to c-cur
    else
      move cu-cur(cur-ix) to c-cur
    end-if
    move cu-count(cur-ix) to c-count
    move cu-orig(cur-ix) to c-orig
    move cu-base(cur-ix) to c-base
    write rpt-line from cur-line
    add 1 to cur-ix
  end-perform
end-if
if norate-count > 0
  move spaces to note-line
  string "*** " norate-count " DETAILS HAVE NO FX RATE -- LEFT OUT OF THE BASE FIGURES ***"
    delimited by size into note-line
  write rpt-line from note-line
  display "csum01: *** warning -- " norate-count " details have no fx rate on file ***"
end-if
close rpt-file
display "csum01: categories reported=" cat-used " to count01-cat.lst"
goback.
  if cat-found = 0
    move cat-used to cat-found
  end-if
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result = "y"
    move fx-base to base-amount
  else
    move zero to base-amount
    add 1 to norate-count
  end-if
  add 1 to ce-count(cat-found)
  add 1 to tot-count
  if base-amount < 0
    compute ce-debits(cat-found) = ce-debits(cat-found)
      + (base-amount * -1)
    compute tot-debits = tot-debits + (base-amount * -1)
  else
    add base-amount to ce-credits(cat-found)
    add base-amount to tot-credits
  end-if
  add base-amount to ce-net(cat-found)
  add base-amount to tot-net
  perform 2100-add-currency
  perform 2200-add-entity.

2100-add-currency.
  if f1-cur not = spaces
    move "y" to tot-foreign
  end-if
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
      display "csum01: *** warning -- more than 20 currencies, extras left out of the split ***"
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
  add base-amount to cu-base(cur-found).

*> the record's entity slot (home first, then code order) and its
*> entity-and-category pair.
2200-add-entity.
  move zero to ent-found
  move 1 to ent-ix
  perform until ent-ix > ent-used or ent-found > 0
    if et-code(ent-ix) = f1-ent
      move ent-ix to ent-found
    end-if
    add 1 to ent-ix
  end-perform
  if ent-found = 0
    if ent-used >= 50
      display "csum01: *** warning -- more than 50 entities, extras left out of the sections ***"
      exit paragraph
    end-if
    move ent-used to ent-shift
    perform until ent-shift = 0
      if et-code(ent-shift) <= f1-ent
        exit perform
      end-if
      move ent-entry(ent-shift) to ent-entry(ent-shift + 1)
      subtract 1 from ent-shift
    end-perform
    add 1 to ent-shift
    move ent-shift to ent-found
    move f1-ent to et-code(ent-found)
    move zero to et-count(ent-found)
    move zero to et-debits(ent-found)
    move zero to et-credits(ent-found)
    move zero to et-net(ent-found)
    add 1 to ent-used
  end-if
  add 1 to et-count(ent-found)
  if base-amount < 0
    compute et-debits(ent-found) = et-debits(ent-found)
      + (base-amount * -1)
  else
    add base-amount to et-credits(ent-found)
  end-if
  add base-amount to et-net(ent-found)
  move zero to ec-found
  move 1 to ec-ix
  perform until ec-ix > ec-used or ec-found > 0
    if ec-ent(ec-ix) = f1-ent and ec-cat(ec-ix) = cat-found
      move ec-ix to ec-found
    end-if
    add 1 to ec-ix
  end-perform
  if ec-found = 0
    if ec-used >= 1000
      display "csum01: *** warning -- more than 1000 entity categories, extras left out of the sections ***"
      exit paragraph
    end-if
    add 1 to ec-used
    move ec-used to ec-found
    move f1-ent to ec-ent(ec-found)
    move cat-found to ec-cat(ec-found)
    move zero to ec-count(ec-found)
    move zero to ec-debits(ec-found)
    move zero to ec-credits(ec-found)
    move zero to ec-net(ec-found)
  end-if
  add 1 to ec-count(ec-found)
  if base-amount < 0
    compute ec-debits(ec-found) = ec-debits(ec-found)
      + (base-amount * -1)
  else
    add base-amount to ec-credits(ec-found)
  end-if
  add base-amount to ec-net(ec-found).

*> one entity's category lines, in the consolidated report's order,
*> and its total.
3000-write-entity-section.
  move et-code(ent-ix) to eh-ent
  call "ent01" using en-func-k en-op eh-ent en-result en-name
  move en-name to eh-name
  write rpt-line from ent-hdr-line
  move 1 to cat-ix
  perform until cat-ix > cat-used
    move 1 to ec-ix
    perform until ec-ix > ec-used
      if ec-ent(ec-ix) = et-code(ent-ix) and ec-cat(ec-ix) = cat-ix
        move spaces to det-line
        if ce-code(cat-ix) = spaces
          move "--" to d-code
          move "(UNCATEGORISED)" to d-desc
        else
          move ce-code(cat-ix) to d-code
          move ce-desc(cat-ix) to d-desc
        end-if
        move ec-count(ec-ix) to d-count
        move ec-debits(ec-ix) to d-debits
        move ec-credits(ec-ix) to d-credits
        move ec-net(ec-ix) to d-net
        write rpt-line from det-line
      end-if
      add 1 to ec-ix
    end-perform
    add 1 to cat-ix
  end-perform
  move et-code(ent-ix) to tl-ent
  move et-count(ent-ix) to tl-count
  move et-debits(ent-ix) to tl-debits
  move et-credits(ent-ix) to tl-credits
  move et-net(ent-ix) to tl-net
  write rpt-line from ent-trl-line.
