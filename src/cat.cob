*> flag and a description.  entries are only ever appended -- when a
*> code appears twice the later line is the one that counts (the
*> same correction-by-append convention valid01.dat uses), so
*> deactivation is just an appended "I" line.  cm-lag is the number
*> of business days after its transaction date a detail of the
*> category settles (see ladr01); a line written before the field
*> existed reads as blank and settles the same day.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
data division.
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
  03 filler pic x(1).
  03 cm-lag pic 9(2).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 cat-path pic x(60) value "catmst01.dat".
01 cat-status pic x(2) value spaces.
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 action-code pic x(1) value space.
01 raw-code pic x(2) value spaces.
01 raw-desc pic x(20) value spaces.
01 raw-lag pic x(2) value spaces.
01 raw-lag-n redefines raw-lag pic 9(2).
01 show-lag pic z9.
01 new-active pic x(1) value space.
01 listed-count pic 9(5) value zero.
procedure division.
call "env01" using env-func-p cat-path
move "n" to session-done
perform until session-over
  display " "
  else
    read cat-file at end set end-of-categories to true end-read
    perform until end-of-categories
      if cm-lag is numeric
        move cm-lag to show-lag
      else
        move zero to show-lag
      end-if
      if cm-active = "A"
        display "  " cm-code " active   " cm-desc " settles +" show-lag
      else
        display "  " cm-code " inactive " cm-desc
      end-if
  end-if
  display "cat01 -- description x(20):"
  accept raw-desc
  display "cat01 -- settlement lag in business days 9(2), 00 = same day:"
  move spaces to raw-lag
  accept raw-lag
  if raw-lag is not numeric
    display "cat01: *** settlement lag must be 2 numeric digits -- not added ***"
    exit paragraph
  end-if
  move "A" to new-active
  perform 4000-append-line.

    exit paragraph
  end-if
  move spaces to raw-desc
  move zero to raw-lag-n
  move "I" to new-active
  perform 4000-append-line.

  move raw-code to cm-code
  move new-active to cm-active
  move raw-desc to cm-desc
  move raw-lag-n to cm-lag
  write cat-rec
  if cat-status not = "00"
    display "cat01: *** fatal -- write to catmst01.dat failed, status=" cat-status
