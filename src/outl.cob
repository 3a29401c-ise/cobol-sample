identification division.
program-id. outl01.
environment division.
input-output section.
file-control.
*> tonight's details, read off the f1-txn-date alternate key.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
*> the category actuals file01 keeps across rebuilds -- the baseline
*> is built from the business dates before tonight's.
  select cah-file assign to dynamic cah-path
    organization is indexed
    access mode is dynamic
    record key is cah-key
    file status is cah-status.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
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
fd parm-file.
  copy runparm.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 cah-path pic x(60) value "catact01.dat".
01 parm-path pic x(60) value "runparm.dat".
01 rpt-path pic x(60) value "outl01.lst".
01 f1-status pic x(2) value spaces.
01 cah-status pic x(2) value spaces.
01 parm-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
*> f1-cnt = 99999 is array01's reserved table-size header key, and
*> 99800-99899 is array01's reserved detail-record block (see
*> array.cob) -- neither is a transaction and neither is judged.
01 hdr-key pic 9(5) value 99999.
01 arr-key-base pic 9(5) value 99800.
01 arr-key-top pic 9(5) value 99899.
01 f1-eof pic x(1) value "n".
  88 end-of-master value "y".
01 cah-eof pic x(1) value "n".
  88 end-of-actuals value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
*> the look-back and tolerance, from runparm.dat when saved there.
01 lookback pic 9(3) value 20.
01 spread-tenths pic 9(3) value 30.
*> the first business date of the look-back window (see bday01).
01 bday-func pic x(1) value "b".
01 bday-count pic 9(5) value zero.
01 from-date pic 9(8) value zero.
*> a baseline needs a handful of observations before a spread means
*> anything -- thinner categories are listed as not judged.
01 min-sample pic 9(3) value 3.
01 cat-table.
  02 cat-entry occurs 51 times.
    03 ce-code pic x(2).
    03 ce-n pic 9(7).
    03 ce-sum pic s9(13)v99 comp-3.
    03 ce-sumsq pic 9(16)v99 comp-3.
    03 ce-ok pic x(1).
    03 ce-mean pic s9(9)v99 comp-3.
    03 ce-sd pic 9(9)v99 comp-3.
    03 ce-low pic s9(11)v99 comp-3.
    03 ce-high pic s9(11)v99 comp-3.
01 cat-used pic 9(2) value zero.
01 cat-ix pic 9(2) value zero.
01 cat-found pic 9(2) value zero.
01 find-code pic x(2) value spaces.
01 sq-amount pic 9(16)v99 value zero.
01 var-work pic s9(16)v99 value zero.
01 band pic 9(11)v99 value zero.
01 judged-count pic 9(7) value zero.
01 outlier-count pic 9(7) value zero.
01 unjudged-count pic 9(7) value zero.
*> baseline and judgement both in base currency: the actuals carry
*> their base figure, tonight's details are converted at their own
*> date's rate (see fx01).  an amount with no rate is left out and
*> the run ends rc 8.
01 fx-func-c pic x(1) value "c".
01 fx-func-r pic x(1) value "r".
01 fx-amount pic s9(11)v99 value zero.
01 fx-base pic s9(11)v99 value zero.
01 fx-result pic x(1) value space.
01 norate-count pic 9(7) value zero.
01 al-prog-name pic x(8) value "OUTL01".
01 al-sev pic x(1) value "W".
01 al-msg pic x(40) value spaces.
01 show-count pic zzzzzz9.
01 hdr-line-1.
  03 filler pic x(25) value "AMOUNT OUTLIERS  BUSDATE ".
  03 h1-date pic 9(8).
  03 filler pic x(8) value "  FROM  ".
  03 h1-from pic 9(8).
  03 filler pic x(7) value "  TOL  ".
  03 h1-tol pic z9.9.
  03 filler pic x(3) value " SD".
01 hdr-line-2.
  03 filler pic x(6) value "KEY   ".
  03 filler pic x(3) value "CA ".
  03 filler pic x(14) value "AMOUNT        ".
  03 filler pic x(14) value "MEAN          ".
  03 filler pic x(14) value "NORMAL LOW    ".
  03 filler pic x(11) value "NORMAL HIGH".
01 det-line.
  03 d-cnt pic 9(5).
  03 filler pic x(1) value spaces.
  03 d-cat pic x(2).
  03 filler pic x(1) value spaces.
  03 d-amount pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-mean pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-low pic -(9)9.99.
  03 filler pic x(1) value spaces.
  03 d-high pic -(9)9.99.
01 trl-line.
  03 filler pic x(16) value "DETAILS JUDGED  ".
  03 t-judged pic zzzzzz9.
  03 filler pic x(12) value "  OUTLIERS  ".
  03 t-outliers pic zzzzzz9.
  03 filler pic x(16) value "  NO BASELINE   ".
  03 t-unjudged pic zzzzzz9.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p cah-path
call "env01" using env-func-p parm-path
call "env01" using env-func-p rpt-path
move zero to cat-used
move zero to judged-count
move zero to outlier-count
move zero to unjudged-count
move zero to norate-count
move 20 to lookback
move 30 to spread-tenths
move "n" to f1-eof
move "n" to cah-eof
call "bdate01" using bd-func-g run-date
call "fx01" using fx-func-r run-date f1-cur fx-amount fx-base fx-result
perform 1000-load-parameters
move lookback to bday-count
call "bday01" using bday-func run-date bday-count from-date
perform 2000-build-baseline
perform 2500-set-bands
open output rpt-file
if rpt-status not = "00"
  display "outl01: *** fatal -- open of outl01.lst failed, status=" rpt-status
  move 16 to return-code
  goback
end-if
move run-date to h1-date
move from-date to h1-from
compute h1-tol = spread-tenths / 10
write rpt-line from hdr-line-1
write rpt-line from hdr-line-2
perform 3000-judge-day
move judged-count to t-judged
move outlier-count to t-outliers
move unjudged-count to t-unjudged
write rpt-line from trl-line
close rpt-file
if outlier-count > 0
  move outlier-count to show-count
  move spaces to al-msg
  string "amount outliers found:" show-count
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg
end-if
display "outl01: details judged=" judged-count " outliers=" outlier-count
  " no baseline=" unjudged-count
if norate-count > 0
  display "outl01: *** " norate-count " amounts have no fx rate -- left out ***"
  move spaces to al-msg
  string norate-count " amounts with no fx rate"
    delimited by size into al-msg
  move "E" to al-sev
  call "alert01" using al-prog-name al-sev al-msg
  move "W" to al-sev
  move 8 to return-code
end-if
goback.

1000-load-parameters.
  open input parm-file
  if parm-status = "00"
    read parm-file
      at end
        continue
      not at end
        if rp-outl01-lookback is numeric and rp-outl01-lookback > 0
          move rp-outl01-lookback to lookback
        end-if
        if rp-outl01-spread is numeric and rp-outl01-spread > 0
          move rp-outl01-spread to spread-tenths
        end-if
    end-read
    close parm-file
  end-if.

*> every category's count, sum and sum of squares over the window --
*> from the first look-back business date up to, not including,
*> tonight, so tonight's own amounts never set their own yardstick.
2000-build-baseline.
  open input cah-file
  if cah-status not = "00"
    display "outl01: *** warning -- no catact01.dat, no baseline to judge against ***"
    exit paragraph
  end-if
  move from-date to cah-date
  move zero to cah-cnt
  start cah-file key not < cah-key
    invalid key
      set end-of-actuals to true
  end-start
  if not end-of-actuals
    read cah-file next at end set end-of-actuals to true end-read
  end-if
  perform until end-of-actuals or cah-date >= run-date
    if cah-rated = "y"
      perform 2050-add-observation
    else
      add 1 to norate-count
    end-if
    read cah-file next at end set end-of-actuals to true end-read
  end-perform
  close cah-file.

2050-add-observation.
  move cah-cat to find-code
  perform 2100-find-category-slot
  add 1 to ce-n(cat-found)
  add cah-base to ce-sum(cat-found)
  compute sq-amount = cah-base * cah-base
    on size error
      move "x" to ce-ok(cat-found)
      exit paragraph
  end-compute
  add sq-amount to ce-sumsq(cat-found)
    on size error
      move "x" to ce-ok(cat-found)
  end-add.

2100-find-category-slot.
  move zero to cat-found
  move 1 to cat-ix
  perform until cat-ix > cat-used or cat-found > 0
    if ce-code(cat-ix) = find-code
      move cat-ix to cat-found
    end-if
    compute cat-ix = cat-ix + 1
  end-perform
  if cat-found = 0
    if cat-used >= 51
      display "outl01: *** warning -- more than 51 category codes, extras lumped ***"
      move cat-used to cat-found
      exit paragraph
    end-if
    add 1 to cat-used
    move cat-used to cat-found
    move find-code to ce-code(cat-found)
    move zero to ce-n(cat-found)
    move zero to ce-sum(cat-found)
    move zero to ce-sumsq(cat-found)
    move "n" to ce-ok(cat-found)
  end-if.

*> mean and population standard deviation per category, and the
*> normal range either side of the mean the tolerance allows.
2500-set-bands.
  move 1 to cat-ix
  perform until cat-ix > cat-used
    if ce-n(cat-ix) >= min-sample and ce-ok(cat-ix) not = "x"
      compute ce-mean(cat-ix) rounded = ce-sum(cat-ix) / ce-n(cat-ix)
      compute var-work = ce-sumsq(cat-ix) / ce-n(cat-ix)
        - (ce-sum(cat-ix) / ce-n(cat-ix)) * (ce-sum(cat-ix) / ce-n(cat-ix))
      if var-work < 0
        move zero to var-work
      end-if
      compute ce-sd(cat-ix) rounded = function sqrt(var-work)
      compute band rounded = ce-sd(cat-ix) * spread-tenths / 10
      compute ce-low(cat-ix) = ce-mean(cat-ix) - band
      compute ce-high(cat-ix) = ce-mean(cat-ix) + band
      move "y" to ce-ok(cat-ix)
    else
      move "n" to ce-ok(cat-ix)
    end-if
    compute cat-ix = cat-ix + 1
  end-perform.

3000-judge-day.
  open input f1
  if f1-status not = "00"
    display "outl01: *** fatal -- open of count01.dat failed, status=" f1-status
    move 16 to return-code
    goback
  end-if
  move run-date to f1-txn-date
  start f1 key not < f1-txn-date
    invalid key
      set end-of-master to true
  end-start
  if not end-of-master
    read f1 next at end set end-of-master to true end-read
  end-if
  perform until end-of-master or f1-txn-date > run-date
    if f1-cnt not = hdr-key and (f1-cnt < arr-key-base or f1-cnt > arr-key-top)
      perform 3100-judge-detail
    end-if
    read f1 next at end set end-of-master to true end-read
  end-perform
  close f1.

3100-judge-detail.
  move zero to cat-found
  move 1 to cat-ix
  perform until cat-ix > cat-used or cat-found > 0
    if ce-code(cat-ix) = f1-cat
      move cat-ix to cat-found
    end-if
    compute cat-ix = cat-ix + 1
  end-perform
  if cat-found = 0
    add 1 to unjudged-count
    exit paragraph
  end-if
  if ce-ok(cat-found) not = "y"
    add 1 to unjudged-count
    exit paragraph
  end-if
  move f1-amount to fx-amount
  call "fx01" using fx-func-c f1-txn-date f1-cur fx-amount fx-base fx-result
  if fx-result not = "y"
    add 1 to norate-count
    exit paragraph
  end-if
  add 1 to judged-count
  if fx-base < ce-low(cat-found) or fx-base > ce-high(cat-found)
    add 1 to outlier-count
    move spaces to det-line
    move f1-cnt to d-cnt
    if f1-cat = spaces
      move "--" to d-cat
    else
      move f1-cat to d-cat
    end-if
    move fx-base to d-amount
    move ce-mean(cat-found) to d-mean
    move ce-low(cat-found) to d-low
    move ce-high(cat-found) to d-high
    write rpt-line from det-line
  end-if.
