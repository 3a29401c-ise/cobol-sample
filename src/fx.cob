identification division.
program-id. fx01.
environment division.
input-output section.
file-control.
*> the FX rate master fxm01 maintains: one line per business date and
*> currency -- how many units of base currency one unit of the
*> foreign currency buys on that date.  appended only, the last line
*> for a date and currency wins; an "I" line withdraws the rate.
  select fx-file assign to dynamic fx-path
    organization is line sequential
    file status is fx-status.
data division.
file section.
fd fx-file.
01 fx-rec.
  03 fx-date pic 9(8).
  03 filler pic x(1).
  03 fx-cur pic x(3).
  03 filler pic x(1).
  03 fx-rate pic 9(5)v9(6).
  03 filler pic x(1).
  03 fx-active pic x(1).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 fx-path pic x(60) value "fxrate01.dat".
01 fx-status pic x(2) value spaces.
01 fx-eof pic x(1) value "n".
  88 end-of-rates value "y".
*> the rates are read once per run unit and held last-line-wins --
*> the reports convert every record they read, so a file read per
*> call would not do.  func "r" forces a re-read, and every program
*> that converts asks for one first so a rate keyed from menu01 in
*> the same session is seen.
01 fx-loaded pic x(1) value "n".
  88 rates-loaded value "y".
01 rate-table.
  02 rate-entry occurs 3000 times.
    03 rt-date pic 9(8).
    03 rt-cur pic x(3).
    03 rt-rate pic 9(5)v9(6).
    03 rt-active pic x(1).
01 rate-used pic 9(4) value zero.
01 rate-ix pic 9(4) value zero.
01 rate-found pic 9(4) value zero.
01 best-date pic 9(8) value zero.
linkage section.
*> lk-func: "c" convert lk-amount in lk-cur into base currency in
*>          lk-base at the newest active rate dated on or before
*>          lk-date -- a rate is keyed on business dates, so a
*>          weekend transaction takes the Friday rate;
*>          "x" is there an active rate dated exactly lk-date;
*>          "k" is lk-cur a currency the rate master knows at all;
*>          "r" re-read fxrate01.dat, nothing else.
*> lk-result is "y" or "n".  spaces in lk-cur is the base currency:
*> always known, always rated, converted one for one.  with no rate
*> lk-base comes back zero and lk-result "n".
01 lk-func pic x(1).
01 lk-date pic 9(8).
01 lk-cur pic x(3).
01 lk-amount pic s9(11)v99.
01 lk-base pic s9(11)v99.
01 lk-result pic x(1).
procedure division using lk-func lk-date lk-cur lk-amount lk-base lk-result.
call "env01" using env-func-p fx-path
if lk-func = "r" or not rates-loaded
  perform 1000-load-rates
end-if
move "n" to lk-result
evaluate lk-func
  when "c"
    move zero to lk-base
    if lk-cur = spaces
      move lk-amount to lk-base
      move "y" to lk-result
    else
      perform 2000-find-rate
      if rate-found > 0
        compute lk-base rounded = lk-amount * rt-rate(rate-found)
        move "y" to lk-result
      end-if
    end-if
  when "x"
    if lk-cur = spaces
      move "y" to lk-result
    else
      perform 2000-find-rate
      if rate-found > 0
        if rt-date(rate-found) = lk-date
          move "y" to lk-result
        end-if
      end-if
    end-if
  when "k"
    if lk-cur = spaces
      move "y" to lk-result
    else
      move 1 to rate-ix
      perform until rate-ix > rate-used or lk-result = "y"
        if rt-cur(rate-ix) = lk-cur and rt-active(rate-ix) = "A"
          move "y" to lk-result
        end-if
        add 1 to rate-ix
      end-perform
    end-if
  when other
    move "y" to lk-result
end-evaluate
goback.

1000-load-rates.
  move "y" to fx-loaded
  move zero to rate-used
  move "n" to fx-eof
  open input fx-file
  if fx-status not = "00"
    exit paragraph
  end-if
  read fx-file at end set end-of-rates to true end-read
  perform until end-of-rates
    if fx-date is numeric and fx-cur not = spaces
      perform 1100-store-rate
    end-if
    read fx-file at end set end-of-rates to true end-read
  end-perform
  close fx-file.

1100-store-rate.
  move zero to rate-found
  move 1 to rate-ix
  perform until rate-ix > rate-used or rate-found > 0
    if rt-date(rate-ix) = fx-date and rt-cur(rate-ix) = fx-cur
      move rate-ix to rate-found
    end-if
    add 1 to rate-ix
  end-perform
  if rate-found = 0
    if rate-used >= 3000
      display "fx01: *** warning -- more than 3000 rate lines, extras ignored ***"
      exit paragraph
    end-if
    add 1 to rate-used
    move rate-used to rate-found
    move fx-date to rt-date(rate-found)
    move fx-cur to rt-cur(rate-found)
  end-if
  if fx-rate is numeric
    move fx-rate to rt-rate(rate-found)
  else
    move zero to rt-rate(rate-found)
  end-if
  move fx-active to rt-active(rate-found).

*> the newest active, non-zero rate for the currency dated on or
*> before the date asked about.
2000-find-rate.
  move zero to rate-found
  move zero to best-date
  move 1 to rate-ix
  perform until rate-ix > rate-used
    if rt-cur(rate-ix) = lk-cur and rt-active(rate-ix) = "A"
        and rt-rate(rate-ix) > 0
        and rt-date(rate-ix) <= lk-date and rt-date(rate-ix) >= best-date
      move rate-ix to rate-found
      move rt-date(rate-ix) to best-date
    end-if
    add 1 to rate-ix
  end-perform.
