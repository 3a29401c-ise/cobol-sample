identification division.
program-id. chv01.
environment division.
input-output section.
file-control.
*> each chained audit trail in turn -- see chn01 for how the place
*> and check ride on every record.
  select trl-file assign to dynamic trl-path
    organization is line sequential
    file status is trl-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
file section.
fd trl-file.
01 trl-line pic x(220).
fd rpt-file.
01 rpt-line pic x(100).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 rpt-path pic x(60) value "chv01.lst".
01 trl-path pic x(60) value spaces.
01 trl-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 trl-eof pic x(1) value "n".
  88 end-of-trail value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 al-prog-name pic x(8) value "CHV01".
01 al-sev pic x(1) value "F".
01 al-msg pic x(40) value spaces.
*> the chained trails and each one's data length ahead of its place
*> and check -- the same lengths their writers hand chn01.
01 trail-list.
  03 filler pic x(17) value "adjust01.aud  085".
  03 filler pic x(17) value "inq01.jnl     086".
  03 filler pic x(17) value "movement01.dat074".
  03 filler pic x(17) value "suspense01.aud056".
  03 filler pic x(17) value "menu01.log    036".
  03 filler pic x(17) value "recat01.aud   061".
01 trail-table redefines trail-list.
  03 trail-entry occurs 6 times.
    05 tt-name pic x(14).
    05 tt-len pic 9(3).
01 trail-ix pic 9(1) value zero.
01 trail-name pic x(16) value spaces.
01 chn-func-o pic x(1) value "o".
01 chn-path pic x(60) value spaces.
01 chn-len pic 9(3) value zero.
  copy chnw.
01 chain-pos pic 9(3) value zero.
*> where the walk down one trail stands.
01 line-no pic 9(7) value zero.
01 open-lines pic 9(7) value zero.
01 chained-lines pic 9(7) value zero.
01 want-seq pic 9(7) value zero.
01 line-seq pic 9(7) value zero.
01 line-check pic 9(10) value zero.
01 have-chain pic x(1) value "n".
  88 chain-started value "y".
01 trail-verdict pic x(8) value spaces.
  88 trail-intact value "INTACT".
01 bad-line pic 9(7) value zero.
01 bad-text pic x(60) value spaces.
01 broken-count pic 9(1) value zero.
01 hdr-line-1.
  03 filler pic x(30) value "AUDIT TRAIL CHAIN VERIFICATION".
  03 filler pic x(7) value "  DATE ".
  03 h1-date pic 9(8).
01 hdr-line-2.
  03 filler pic x(16) value "TRAIL".
  03 filler pic x(10) value "     LINES".
  03 filler pic x(10) value "   OPENING".
  03 filler pic x(10) value "   CHAINED".
  03 filler pic x(10) value "  VERDICT".
01 det-line.
  03 d-name pic x(16).
  03 d-lines pic z(9)9.
  03 d-open pic z(9)9.
  03 d-chained pic z(9)9.
  03 filler pic x(2) value spaces.
  03 d-verdict pic x(8).
01 why-line.
  03 filler pic x(4) value spaces.
  03 w-text pic x(90).
01 text-line.
  03 filler pic x(4) value spaces.
  03 filler pic x(1) value "[".
  03 x-text pic x(60).
  03 filler pic x(1) value "]".
01 trl-line-1.
  03 filler pic x(20) value "TRAILS CHECKED......".
  03 t-checked pic 9.
  03 filler pic x(22) value "   CHAINS BROKEN......".
  03 t-broken pic 9.
procedure division.
call "env01" using env-func-p rpt-path
move zero to return-code
move zero to broken-count
call "bdate01" using bd-func-g run-date
open output rpt-file
if rpt-status not = "00"
  display "chv01: *** fatal -- open of chv01.lst failed, status=" rpt-status
  move 16 to return-code
  goback
end-if
move run-date to h1-date
write rpt-line from hdr-line-1
write rpt-line from hdr-line-2
perform 1000-verify-trail varying trail-ix from 1 by 1 until trail-ix > 6
move 6 to t-checked
move broken-count to t-broken
write rpt-line from trl-line-1
close rpt-file
if broken-count > 0
  display "chv01: *** " broken-count " audit trail chain(s) broken -- see chv01.lst ***"
  move 8 to return-code
else
  display "chv01: every audit trail chain intact -- see chv01.lst"
end-if
goback.

*> the walk: the opening segment's lines run into the check with no
*> place; from the first chained line each record must carry the
*> next place and the check worked from its own data and the one
*> before.  only the first fault is reported -- everything after it
*> hangs off the damaged record anyway.
1000-verify-trail.
  move tt-name(trail-ix) to trail-name
  move tt-name(trail-ix) to trl-path
  call "env01" using env-func-p trl-path
  move tt-len(trail-ix) to chn-len
  compute chain-pos = chn-len + 2
  move zero to line-no
  move zero to open-lines
  move zero to chained-lines
  move zero to want-seq
  move zero to chn-seq
  move zero to chn-check
  move "n" to have-chain
  move "INTACT" to trail-verdict
  move spaces to w-text
  move "n" to trl-eof
  open input trl-file
  if trl-status not = "00"
    move "NO FILE" to trail-verdict
    perform 3000-put-trail-line
    exit paragraph
  end-if
  read trl-file at end set end-of-trail to true end-read
  perform until end-of-trail or not trail-intact
    add 1 to line-no
    perform 2000-check-line
    if trail-intact
      read trl-file at end set end-of-trail to true end-read
    end-if
  end-perform
  close trl-file
  perform 3000-put-trail-line
  if not trail-intact
    add 1 to broken-count
    perform 4000-raise-alert
  end-if.

2000-check-line.
  move spaces to chn-text
  move trl-line(1:chn-len) to chn-text
  if trl-line(chain-pos:7) is not numeric
      or trl-line(chain-pos + 8:10) is not numeric
    if chain-started
      move "INSERTED" to trail-verdict
      move line-no to bad-line
      move spaces to w-text
      string "LINE " line-no " CARRIES NO CHAIN -- INSERTED AFTER THE CHAIN BEGAN"
        delimited by size into w-text
      move trl-line to bad-text
      exit paragraph
    end-if
    call "chn01" using chn-func-o chn-path chn-text chn-len chn-seq chn-check
    add 1 to open-lines
    exit paragraph
  end-if
  move trl-line(chain-pos:7) to line-seq
  move trl-line(chain-pos + 8:10) to line-check
  move "y" to have-chain
  compute want-seq = chn-seq + 1
  if line-seq > want-seq
    move "MISSING" to trail-verdict
    move line-no to bad-line
    move spaces to w-text
    string "LINE " line-no " IS PLACE " line-seq " BUT PLACE " want-seq
           " WAS NEXT -- RECORD(S) REMOVED BEFORE IT"
      delimited by size into w-text
    move trl-line to bad-text
    exit paragraph
  end-if
  if line-seq < want-seq
    move "INSERTED" to trail-verdict
    move line-no to bad-line
    move spaces to w-text
    string "LINE " line-no " REPEATS PLACE " line-seq " -- PLACE " want-seq
           " WAS NEXT"
      delimited by size into w-text
    move trl-line to bad-text
    exit paragraph
  end-if
  call "chn01" using chn-func-n chn-path chn-text chn-len chn-seq chn-check
  if chn-check not = line-check
    move "BROKEN" to trail-verdict
    move line-no to bad-line
    move spaces to w-text
    if line-seq = 1 and open-lines > 0
      string "LINE " line-no " PLACE " line-seq
             " CHECK FAILS -- IT OR THE OPENING SEGMENT WAS ALTERED"
        delimited by size into w-text
    else
      string "LINE " line-no " PLACE " line-seq
             " CHECK FAILS -- RECORD ALTERED"
        delimited by size into w-text
    end-if
    move trl-line to bad-text
    exit paragraph
  end-if
  add 1 to chained-lines.

3000-put-trail-line.
  move trail-name to d-name
  move line-no to d-lines
  move open-lines to d-open
  move chained-lines to d-chained
  move trail-verdict to d-verdict
  write rpt-line from det-line
  if trail-verdict not = "INTACT" and trail-verdict not = "NO FILE"
    write rpt-line from why-line
    move bad-text to x-text
    write rpt-line from text-line
  end-if.

4000-raise-alert.
  move spaces to al-msg
  string trail-name delimited by space
         " " delimited by size
         trail-verdict delimited by space
         " at line " delimited by size
         bad-line delimited by size
    into al-msg
  call "alert01" using al-prog-name al-sev al-msg
  display "chv01: *** " trail-name " chain " trail-verdict " at line " bad-line " ***".
