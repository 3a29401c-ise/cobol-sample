*> is printed as a proof first and only committed to runcal.dat on
*> the operator's say-so; cal01's line-at-a-time maintenance stays
*> for the one-off corrections (appended lines supersede, as ever).
  select hol-file assign to dynamic hol-path
    organization is line sequential
    file status is hol-status.
  select cal-file assign to dynamic cal-path
    organization is line sequential
    file status is cal-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 hol-path pic x(60) value "holiday.dat".
01 cal-path pic x(60) value "runcal.dat".
01 rpt-path pic x(60) value "runcal-proof.lst".
01 hol-status pic x(2) value spaces.
01 cal-status pic x(2) value spaces.
01 rpt-status pic x(2) value spaces.
  03 filler pic x(20) value "MONTH-ENDS (M)......".
  03 t-m pic zz9.
procedure division.
call "env01" using env-func-p hol-path
call "env01" using env-func-p cal-path
call "env01" using env-func-p rpt-path
move zero to gen-used
move zero to hol-used
move zero to b-count
