*> show the next operator who signs on.  fixed-length sequential --
*> not line sequential -- so acknowledging in place with REWRITE
*> works.
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
*> the alert date is the business processing date (see bdate01),
*> not the clock -- an alert raised after midnight on a late chain
*> the three grades is recorded as E rather than allowed to invent
*> a severity the escalation pass and the digest cannot group.
01 sev-work pic x(1) value space.
*> every fatal alert, and every alert a caller asks to have paged,
*> goes to the on-call primary through page01.  nobody on the rota to
*> take it is itself alerted, so the gap shows at the next sign-on.
01 pg-func-p pic x(1) value "p".
01 page-result pic x(1) value space.
01 page-wanted pic x(1) value "n".
linkage section.
01 lk-prog pic x(8).
01 lk-severity pic x(1).
01 lk-message pic x(40).
*> lk-page: "y" pages the alert whatever its severity -- esc01 asks
*> for it on every alert it re-raises.
01 lk-page pic x(1).
procedure division using lk-prog lk-severity lk-message optional lk-page.
call "env01" using env-func-p al-path
open extend al-file
if al-status = "35"
  open output al-file
write al-rec
if al-status not = "00"
  display "alert01: *** warning -- write to alert01.dat failed, status=" al-status
  close al-file
  goback
end-if
move "n" to page-wanted
if sev-work = "F"
  move "y" to page-wanted
end-if
if address of lk-page not = null
  if lk-page = "y"
    move "y" to page-wanted
  end-if
end-if
if page-wanted = "y"
  move space to page-result
  call "page01" using pg-func-p al-rec page-result
  if page-result = "n"
    move spaces to al-message
    string "nobody on call, " lk-prog " alert not paged"
      delimited by size into al-message
    move "PAGE01" to al-prog
    move "W" to al-severity
    accept al-time from time
    write al-rec
    if al-status not = "00"
      display "alert01: *** warning -- write to alert01.dat failed, status=" al-status
    end-if
  end-if
end-if
close al-file
goback.
