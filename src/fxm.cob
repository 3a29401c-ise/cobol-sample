identification division.
program-id. fxm01.
environment division.
input-output section.
file-control.
*> the FX rate master: per business date and currency, how many
*> units of base currency one unit of the currency buys -- what
*> fx01 converts with for summ01, csum01, dayend01 and pout01, and
*> what the pre-flight proves is there for every currency on the
*> night's transactions.  appended only, last line per date and
*> currency wins, the correction-by-append convention catmst01.dat
*> uses; an "I" line withdraws a rate keyed in error.
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
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 raw-date pic x(8) value spaces.
01 raw-date-n redefines raw-date pic 9(8).
01 raw-cur pic x(3) value spaces.
*> the rate is keyed as eleven digits with no decimal point,
*> 9(5)v9(6) -- 00001085000 is 1.085 units of base per unit.
01 raw-rate pic x(11) value spaces.
01 raw-rate-n redefines raw-rate pic 9(5)v9(6).
01 new-active pic x(1) value space.
01 date-parts.
  03 dp-yyyy pic 9(4).
  03 dp-mm pic 9(2).
  03 dp-dd pic 9(2).
01 show-rate pic z(4)9.9(6).
01 listed-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p fx-path
move "n" to session-done
perform until session-over
  display " "
  display "fxm01 -- FX rate maintenance"
  display "  l) list rates"
  display "  a) add or change a rate"
  display "  d) withdraw a rate"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-list-rates
    when action-code = "a" or action-code = "A"
      perform 2000-add-rate
    when action-code = "d" or action-code = "D"
      perform 3000-withdraw-rate
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-list-rates.
  move zero to listed-count
  move "n" to fx-eof
  open input fx-file
  if fx-status not = "00"
    display "fxm01: no fxrate01.dat on file yet"
    exit paragraph
  end-if
  read fx-file at end set end-of-rates to true end-read
  perform until end-of-rates
    move fx-rate to show-rate
    display "  " fx-date " " fx-cur " " fx-active " " show-rate
    add 1 to listed-count
    read fx-file at end set end-of-rates to true end-read
  end-perform
  close fx-file
  display "fxm01: lines listed=" listed-count " (the last line per date and currency counts)".

2000-add-rate.
  perform 5000-accept-key
  if raw-cur = spaces
    exit paragraph
  end-if
  display "fxm01 -- rate 9(11) (9(5)v9(6), no decimal point -- base units per unit):"
  move spaces to raw-rate
  accept raw-rate
  if raw-rate is not numeric
    display "fxm01: *** rate must be 11 numeric digits -- not added ***"
    exit paragraph
  end-if
  if raw-rate-n = 0
    display "fxm01: *** rate may not be zero -- not added ***"
    exit paragraph
  end-if
  move "A" to new-active
  perform 4000-append-line.

3000-withdraw-rate.
  perform 5000-accept-key
  if raw-cur = spaces
    exit paragraph
  end-if
  move zero to raw-rate-n
  move "I" to new-active
  perform 4000-append-line.

4000-append-line.
  open extend fx-file
  if fx-status = "35"
    open output fx-file
  end-if
  if fx-status not = "00"
    display "fxm01: *** fatal -- open of fxrate01.dat failed, status=" fx-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to fx-rec
  move raw-date-n to fx-date
  move raw-cur to fx-cur
  move raw-rate-n to fx-rate
  move new-active to fx-active
  write fx-rec
  if fx-status not = "00"
    display "fxm01: *** fatal -- write to fxrate01.dat failed, status=" fx-status
    move 16 to return-code
  else
    if new-active = "A"
      display "fxm01: rate " raw-cur " for " raw-date " recorded"
    else
      display "fxm01: rate " raw-cur " for " raw-date " withdrawn"
    end-if
  end-if
  close fx-file.

*> the business date and currency the line is keyed on -- the
*> currency comes back spaces when either is refused.  spaces is
*> the base currency itself, which never carries a rate.
5000-accept-key.
  display "fxm01 -- business date 9(8) yyyymmdd:"
  move spaces to raw-date
  accept raw-date
  display "fxm01 -- currency code x(3):"
  move spaces to raw-cur
  accept raw-cur
  move function upper-case(raw-cur) to raw-cur
  if raw-date is not numeric
    display "fxm01: *** date must be 8 digits -- nothing done ***"
    move spaces to raw-cur
    exit paragraph
  end-if
  move raw-date to date-parts
  if dp-mm < 1 or dp-mm > 12 or dp-dd < 1 or dp-dd > 31
    display "fxm01: *** date is not a valid yyyymmdd -- nothing done ***"
    move spaces to raw-cur
    exit paragraph
  end-if
  if raw-cur = spaces
    display "fxm01: *** the base currency carries no rate -- nothing done ***"
    exit paragraph
  end-if
  if raw-cur is not alphabetic
    display "fxm01: *** currency must be three letters -- nothing done ***"
    move spaces to raw-cur
  end-if.
