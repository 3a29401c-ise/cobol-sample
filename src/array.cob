environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
*> a shared parameter file lets an operator retune the table size
*> (and file01/input01/time01's own limits) without a recompile.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
data division.
  03 ctl-run-time pic 9(8).
  03 ctl-rec-count pic 9(7).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 ctl-path pic x(60) value "runctl.dat".
01 parm-path pic x(60) value "runparm.dat".
*>01 cnt pic 9(3) value 0.
*> f1-cnt = 99999 is reserved for the table-size header record --
*> it is written ahead of the detail records so a reader knows
01 mv-changed pic 9(7) value zero.
01 mv-net pic s9(11)v99 value zero.
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p parm-path
call "bdate01" using bd-func-g run-date
call "lock01" using lck-func-a lck-prog-name lck-result
if lck-result not = "y"
*> option twice in a row, say) would otherwise hit a duplicate-key
*> status on the very first write -- read the key first and rewrite
*> in place when it already exists, write it fresh when it doesn't.
*> the header and reserved-block records carry no category,
*> currency or entity -- blank f1-cat, f1-cur and f1-ent explicitly
*> on every write, or the record buffer sends out whatever the last
*> read left there (the same lesson as file01's synthetic writes and
*> input01's log-write fix).
move hdr-key to f1-cnt
read f1 key is f1-cnt
  invalid key
    move zero to f1-txn-date
    move zero to f1-amount
    move spaces to f1-cat
    move spaces to f1-cur
    move spaces to f1-ent
    write f1r
    if f1-status not = "00"
      display "array01: *** fatal -- write to count01.dat failed, status=" f1-status
    move zero to f1-txn-date
    move zero to f1-amount
    move spaces to f1-cat
    move spaces to f1-cur
    move spaces to f1-ent
    rewrite f1r
    if f1-status not = "00"
      display "array01: *** fatal -- rewrite of count01.dat failed, status=" f1-status
      move zero to f1-txn-date
      move zero to f1-amount
      move spaces to f1-cat
      move spaces to f1-cur
      move spaces to f1-ent
      write f1r
      if f1-status not = "00"
        display "array01: *** fatal -- write to count01.dat failed, status=" f1-status
      move zero to f1-txn-date
      move zero to f1-amount
      move spaces to f1-cat
      move spaces to f1-cur
      move spaces to f1-ent
      rewrite f1r
      if f1-status not = "00"
        display "array01: *** fatal -- rewrite of count01.dat failed, status=" f1-status
