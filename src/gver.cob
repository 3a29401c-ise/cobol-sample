*> the backup was taken -- VERIFIED or DAMAGED per generation.
*> weekly through jobstrm.dat and on demand from menu01 ahead of
*> any restore01.
  select tot-file assign to dynamic tot-path
    organization is line sequential
    file status is tot-status.
  select gen-file assign to dynamic gen-name
    organization is sequential
    file status is gen-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
                      f1-hdr-size by gen-hdr-size
                      f1-txn-date by gen-txn-date
                      f1-amount by gen-amount
                      f1-cat by gen-cat
                      f1-cur by gen-cur
                      f1-ent by gen-ent.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 tot-path pic x(60) value "gentot.dat".
01 rpt-path pic x(60) value "gver01.lst".
01 tot-status pic x(2) value spaces.
01 gen-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
  88 end-of-totals value "y".
01 gen-eof pic x(1) value "n".
  88 end-of-generation value "y".
01 gen-name pic x(60) value spaces.
01 tot-table.
  02 tot-entry occurs 3 times.
    03 tt-have pic x(1).
01 al-sev pic x(1) value "E".
01 al-msg pic x(40) value spaces.
procedure division.
call "env01" using env-func-p tot-path
call "env01" using env-func-p rpt-path
move zero to damaged-count
move zero to verified-count
call "bdate01" using bd-func-g run-date
  end-if
  move spaces to gen-name
  string "./count01.g0" gen-ix delimited by size into gen-name
  call "env01" using env-func-p gen-name
  move zero to act-count
  move zero to act-amount
  move "n" to gen-eof
