*> the original is stamped "e" in its acknowledgement byte -- still
*> open (menu01 lists and acknowledges it as before), but never
*> escalated twice.
  select al-file assign to dynamic al-path
    organization is sequential
    file status is al-status.
data division.
  03 al-ack pic x(1).
  03 al-ack-by pic x(3).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 al-path pic x(60) value "alert01.dat".
01 al-status pic x(2) value spaces.
01 al-eof pic x(1) value "n".
  88 end-of-alerts value "y".
01 esc-prog pic x(8) value spaces.
01 esc-sev pic x(1) value space.
01 esc-msg pic x(40) value spaces.
*> every re-raise is paged to the on-call primary, and the sweep at
*> the end pages the secondary for any page left unanswered.
01 esc-page pic x(1) value "y".
01 pg-func-s pic x(1) value "s".
procedure division.
call "env01" using env-func-p al-path
move zero to escalated-count
move "n" to al-eof
call "bdate01" using bd-func-g run-date
close al-file
perform 1000-reraise-alerts
display "esc01: alerts escalated=" escalated-count
call "page01" using pg-func-s
goback.

*> digits then trailing spaces -- "30", "030" and "30 " all read

*> the re-raises go through alert01 like any other alert, so they
*> carry tonight's date and ride every existing surface -- the
*> sign-on list, dayend01, the digest and the on-call pager.  raised only after the
*> pass has closed the file, so the two writers never hold it at
*> once.
1000-reraise-alerts.
    move et-prog(esc-ix) to esc-prog
    move et-sev(esc-ix) to esc-sev
    move et-msg(esc-ix) to esc-msg
    call "alert01" using esc-prog esc-sev esc-msg esc-page
    add 1 to escalated-count
    compute esc-ix = esc-ix + 1
  end-perform.
