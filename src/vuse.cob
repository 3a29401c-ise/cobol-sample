*> archive each night, so the counts come from the live log PLUS
*> every input01-YYYYMMDD.arc inside a trailing window of days --
*> one cycle of evidence would call nearly everything unused.
  select vv-file assign to dynamic vv-path
    organization is line sequential
    file status is vv-status.
  select log-file assign to dynamic log-path
    organization is line sequential
    file status is log-status.
  select arc-file assign to dynamic arc-name
    organization is line sequential
    file status is arc-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
  03 log-type pic x(1).
  03 filler pic x(1).
  03 log-op pic x(8).
*> the captured transaction behind the value -- not used here.
  03 filler pic x(23).
fd arc-file.
01 arc-rec.
  03 ar-date pic 9(8).
  03 ar-type pic x(1).
  03 filler pic x(1).
  03 ar-op pic x(8).
  03 filler pic x(23).
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 vv-path pic x(60) value "valid01.dat".
01 log-path pic x(60) value "input01.log".
01 rpt-path pic x(60) value "valid01-use.lst".
01 vv-status pic x(2) value spaces.
01 log-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
01 arc-status pic x(2) value spaces.
01 arc-eof pic x(1) value "n".
  88 end-of-archive value "y".
01 arc-name pic x(60) value spaces.
*> how far back the archive scan reaches -- refused outright when
*> the reply is unreadable, the way hist01 refuses its dates.  92
*> days is a quarter, enough evidence to retire a code on.
  03 filler pic x(10) value "  WINDOW=".
  03 t-days pic zz9.
procedure division.
call "env01" using env-func-p vv-path
call "env01" using env-func-p log-path
call "env01" using env-func-p rpt-path
move zero to listed-count
move zero to unused-count
move zero to stray-count
    move spaces to arc-name
    string "./input01-" arc-date ".arc" delimited by size
      into arc-name
    call "env01" using env-func-p arc-name
    perform 2100-scan-one-archive
    compute day-off = day-off + 1
  end-perform.
