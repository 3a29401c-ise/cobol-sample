identification division.
program-id. glm01.
environment division.
input-output section.
file-control.
*> the category-to-general-ledger mapping master gl01 builds the
*> nightly journal from: one line per category code with the GL
*> account its movement debits and the account it credits, and an
*> active flag.  appended only, last line per code wins -- the same
*> correction-by-append convention catmst01.dat uses.
  select glm-file assign to dynamic glm-path
    organization is line sequential
    file status is glm-status.
*> the category master -- a mapping is only taken for a code cat01
*> knows, so a typing slip cannot map a category that never posts.
  select cat-file assign to dynamic cat-path
    organization is line sequential
    file status is cat-status.
data division.
file section.
fd glm-file.
01 glm-rec.
  03 gm-cat pic x(2).
  03 filler pic x(1).
  03 gm-debit pic x(10).
  03 filler pic x(1).
  03 gm-credit pic x(10).
  03 filler pic x(1).
  03 gm-active pic x(1).
fd cat-file.
01 cat-rec.
  03 cm-code pic x(2).
  03 filler pic x(1).
  03 cm-active pic x(1).
  03 filler pic x(1).
  03 cm-desc pic x(20).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 glm-path pic x(60) value "glmap01.dat".
01 cat-path pic x(60) value "catmst01.dat".
01 glm-status pic x(2) value spaces.
01 cat-status pic x(2) value spaces.
01 glm-eof pic x(1) value "n".
  88 end-of-mappings value "y".
01 cat-eof pic x(1) value "n".
  88 end-of-categories value "y".
01 session-done pic x(1) value "n".
  88 session-over value "y".
01 action-code pic x(1) value space.
01 raw-code pic x(2) value spaces.
01 raw-debit pic x(10) value spaces.
01 raw-credit pic x(10) value spaces.
01 new-active pic x(1) value space.
01 listed-count pic 9(5) value zero.
*> the category check: no catmst01.dat at all means no check, the
*> way every other reader of the category master treats its absence.
01 have-cat pic x(1) value "n".
  88 cat-loaded value "y".
01 code-known pic x(1) value "n".
  88 category-known value "y".
procedure division.
call "env01" using env-func-p glm-path
call "env01" using env-func-p cat-path
move "n" to session-done
perform until session-over
  display " "
  display "glm01 -- GL account mapping maintenance"
  display "  l) list mappings"
  display "  a) add or change a category's GL accounts"
  display "  d) deactivate a category's mapping"
  display "  e) exit"
  display "enter choice x(1):"
  accept action-code
  evaluate true
    when action-code = "l" or action-code = "L"
      perform 1000-list-mappings
    when action-code = "a" or action-code = "A"
      perform 2000-add-mapping
    when action-code = "d" or action-code = "D"
      perform 3000-deactivate-mapping
    when action-code = "e" or action-code = "E"
      move "y" to session-done
    when other
      display "*** invalid choice, try again ***"
  end-evaluate
end-perform
goback.

1000-list-mappings.
  move zero to listed-count
  move "n" to glm-eof
  open input glm-file
  if glm-status not = "00"
    display "glm01: no glmap01.dat on file yet"
  else
    read glm-file at end set end-of-mappings to true end-read
    perform until end-of-mappings
      if gm-active = "A"
        display "  " gm-cat " active   DR " gm-debit " CR " gm-credit
      else
        display "  " gm-cat " inactive DR " gm-debit " CR " gm-credit
      end-if
      add 1 to listed-count
      read glm-file at end set end-of-mappings to true end-read
    end-perform
    close glm-file
    display "glm01: lines listed=" listed-count " (the last line per code counts)"
  end-if.

2000-add-mapping.
  display "glm01 -- category code x(2):"
  move spaces to raw-code
  accept raw-code
  if raw-code = spaces
    display "glm01: *** code may not be blank -- not added ***"
    exit paragraph
  end-if
  perform 5000-check-category
  if cat-loaded and not category-known
    display "glm01: *** " raw-code " is not on catmst01.dat -- not added ***"
    exit paragraph
  end-if
  display "glm01 -- debit GL account x(10):"
  move spaces to raw-debit
  accept raw-debit
  display "glm01 -- credit GL account x(10):"
  move spaces to raw-credit
  accept raw-credit
  if raw-debit = spaces or raw-credit = spaces
    display "glm01: *** both accounts are required -- not added ***"
    exit paragraph
  end-if
  if raw-debit = raw-credit
    display "glm01: *** debit and credit accounts must differ -- not added ***"
    exit paragraph
  end-if
  move "A" to new-active
  perform 4000-append-line.

3000-deactivate-mapping.
  display "glm01 -- category code x(2) to deactivate:"
  move spaces to raw-code
  accept raw-code
  if raw-code = spaces
    display "glm01: *** code may not be blank -- nothing done ***"
    exit paragraph
  end-if
  move spaces to raw-debit
  move spaces to raw-credit
  move "I" to new-active
  perform 4000-append-line.

4000-append-line.
  open extend glm-file
  if glm-status = "35"
    open output glm-file
  end-if
  if glm-status not = "00"
    display "glm01: *** fatal -- open of glmap01.dat failed, status=" glm-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to glm-rec
  move raw-code to gm-cat
  move raw-debit to gm-debit
  move raw-credit to gm-credit
  move new-active to gm-active
  write glm-rec
  if glm-status not = "00"
    display "glm01: *** fatal -- write to glmap01.dat failed, status=" glm-status
    move 16 to return-code
  else
    if new-active = "A"
      display "glm01: " raw-code " mapped DR " raw-debit " CR " raw-credit
    else
      display "glm01: " raw-code " mapping recorded as inactive"
    end-if
  end-if
  close glm-file.

*> last line per code wins on the category master too -- a code
*> that was deactivated there may still be mapped, since records
*> already on file under it keep posting until they are moved.
5000-check-category.
  move "n" to have-cat
  move "n" to code-known
  move "n" to cat-eof
  open input cat-file
  if cat-status not = "00"
    exit paragraph
  end-if
  move "y" to have-cat
  read cat-file at end set end-of-categories to true end-read
  perform until end-of-categories
    if cm-code = raw-code
      move "y" to code-known
    end-if
    read cat-file at end set end-of-categories to true end-read
  end-perform
  close cat-file.
