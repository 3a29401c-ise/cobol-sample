*> and an alert raised when any ceiling is projected to arrive
*> inside the horizon.  the point is to plan the next widening
*> before it becomes an outage.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select hist-file assign to dynamic hist-path
    organization is indexed
    access mode is sequential
    record key is hist-key
    file status is hist-status.
  select em-file assign to dynamic em-path
    organization is indexed
    access mode is sequential
    record key is em-value
    file status is em-status.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
  select log-file assign to dynamic log-path
    organization is line sequential
    file status is log-status.
  select perf-file assign to dynamic perf-path
    organization is line sequential
    file status is perf-status.
*> one line per tracked item per run -- the history the growth
*> rates are computed from.
  select cap-file assign to dynamic cap-path
    organization is line sequential
    file status is cap-status.
  select rpt-file assign to dynamic rpt-path
    organization is line sequential
    file status is rpt-status.
data division.
    05 hist-date pic 9(8).
    05 hist-cnt pic 9(5).
  03 hist-amount pic s9(7)v99 comp-3.
  03 hist-ent pic x(2).
*> the amount in base currency at the detail's own date's rate (see
*> fx01) -- hist-rated "n" when there was no rate to post it at.
  03 hist-base pic s9(11)v99 comp-3.
  03 hist-rated pic x(1).
fd em-file.
01 em-rec.
  03 em-value pic 9(4).
  03 em-date pic 9(8).
  03 em-time pic 9(8).
  03 em-txn-date pic 9(8).
  03 em-amount pic s9(7)v99 comp-3.
  03 em-cat pic x(2).
  03 em-op pic x(8).
fd ctl-file.
01 ctl-rec pic x(31).
fd log-file.
01 log-rec pic x(64).
fd perf-file.
01 perf-rec pic x(60).
fd cap-file.
fd rpt-file.
01 rpt-line pic x(80).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 hist-path pic x(60) value "history01.dat".
01 em-path pic x(60) value "entry01.dat".
01 ctl-path pic x(60) value "runctl.dat".
01 log-path pic x(60) value "input01.log".
01 perf-path pic x(60) value "time01.perf".
01 cap-path pic x(60) value "capacity01.dat".
01 rpt-path pic x(60) value "capacity01.lst".
01 f1-status pic x(2) value spaces.
01 hist-status pic x(2) value spaces.
01 em-status pic x(2) value spaces.
01 al-sev pic x(1) value "W".
01 al-msg pic x(40) value spaces.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p hist-path
call "env01" using env-func-p em-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p log-path
call "env01" using env-func-p perf-path
call "env01" using env-func-p cap-path
call "env01" using env-func-p rpt-path
move zero to alert-count
call "bdate01" using bd-func-g run-date
accept raw-horizon from command-line
