environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
*> the movement ledger every master-writing program posts to via
*> move01 -- the figures that have to explain the change since the
*> last proof.
  select mv-file assign to dynamic mv-path
    organization is line sequential
    file status is mv-status.
*> the baseline the last proof run recorded: the master's detail
*> baseline + movements posted since = actual file, and a clean
*> proof rolls the baseline forward -- rewritten whole each run the
*> way recon01 rewrites its status.
  select bse-file assign to dynamic bse-path
    organization is line sequential
    file status is bse-status.
*> the verdict, dated, for dayend01 to report -- the same one-line
*> status convention recon01.sta and bal01.sta use.
  select sta-file assign to dynamic sta-path
    organization is line sequential
    file status is sta-status.
data division.
  03 filler pic x(1).
  03 mv-clk-date pic x(8).
  03 mv-clk-date-n redefines mv-clk-date pic 9(8).
*> the place and check the chained trail carries (see chn01).
  03 filler pic x(19).
fd bse-file.
01 bse-rec.
  03 bse-date pic 9(8).
  03 filler pic x(1).
  03 sta-rec-count pic 9(7).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 mv-path pic x(60) value "movement01.dat".
01 bse-path pic x(60) value "proof01.bse".
01 sta-path pic x(60) value "proof01.sta".
01 f1-status pic x(2) value spaces.
01 mv-status pic x(2) value spaces.
01 bse-status pic x(2) value spaces.
linkage section.
01 lk-mode pic x(1).
procedure division using optional lk-mode.
call "env01" using env-func-p f1-path
call "env01" using env-func-p mv-path
call "env01" using env-func-p bse-path
call "env01" using env-func-p sta-path
move "PROVED" to verdict
move space to run-mode
if address of lk-mode = null
