*> plus the posted movement equals today's actual file.  appended
*> here as well as displayed, the same one-writer pattern alert01
*> uses for the alert file.
  select mv-file assign to dynamic mv-path
    organization is line sequential
    file status is mv-status.
data division.
*> postings against its baseline by this clock date plus mv-time,
*> never by the business date alone.
  03 mv-clk-date pic 9(8).
*> the record's place and check on the chained trail (chnw.cpy).
  03 filler pic x(1).
  03 mv-chain-seq pic 9(7).
  03 filler pic x(1).
  03 mv-chain pic 9(10).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 mv-path pic x(60) value "movement01.dat".
01 mv-status pic x(2) value spaces.
01 chn-len pic 9(3) value 74.
  copy chnw.
01 run-date pic 9(8) value zero.
01 clk-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 lk-net pic s9(11)v99.
procedure division using lk-prog lk-added lk-changed lk-deleted
                         lk-net.
call "env01" using env-func-p mv-path
call "bdate01" using bd-func-g run-date
call "chn01" using chn-func-l mv-path chn-text chn-len chn-seq chn-check
open extend mv-file
if mv-status = "35"
  open output mv-file
move lk-deleted to mv-deleted
move lk-net to mv-net
move clk-date to mv-clk-date
move mv-rec to chn-text
call "chn01" using chn-func-n mv-path chn-text chn-len chn-seq chn-check
move chn-seq to mv-chain-seq
move chn-check to mv-chain
write mv-rec
if mv-status not = "00"
  display "move01: *** warning -- write to movement01.dat failed, status=" mv-status
