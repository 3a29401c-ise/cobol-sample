environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates.
*> the run-control trail file01 leaves at clean close -- the last
*> FILE01 line carries the number of details the rebuild placed on
*> the master, which is the count recon01 reconciles against.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
*> the verdict used to exist only as a console display -- it is also
*> persisted here (rewritten whole each run) so the day-end statement
*> can report it instead of an operator re-reading the spool.
  select sta-file assign to dynamic sta-path
    organization is line sequential
    file status is sta-status.
data division.
file section.
fd f1.
  copy f1r.
fd ctl-file.
01 ctl-rec.
  03 ctl-prog pic x(8).
  03 ctl-run-date pic 9(8).
  03 ctl-run-time pic 9(8).
  03 ctl-rec-count pic 9(7).
fd sta-file.
01 sta-rec.
  03 sta-date pic 9(8).
  03 filler pic x(1).
  03 sta-rec-count pic 9(5).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 ctl-path pic x(60) value "runctl.dat".
01 sta-path pic x(60) value "recon01.sta".
01 sta-status pic x(2) value spaces.
01 ctl-status pic x(2) value spaces.
01 ctl-eof pic x(1) value "n".
  88 end-of-control value "y".
*> f1-cnt = 99999 is array01's reserved table-size header key --
*> recon01 skips it and reconciles the detail records only.
01 hdr-key pic 9(5) value 99999.
  88 has-prev value "y".
01 prev-cnt pic 9(5) value zero.
01 rec-count pic 9(7) value zero.
*> the master is rebuilt from real transactions, whose keys are the
*> keys the sources carried -- a jump in the key sequence is how the
*> data is, not a lost record, so gaps are counted and shown but no
*> longer fail the reconciliation.  the record count against what
*> file01 says it wrote, duplicates and ordering still do.
01 expect-count pic 9(7) value zero.
01 gap-count pic 9(5) value zero.
01 dup-count pic 9(5) value zero.
01 oos-count pic 9(5) value zero.
01 bd-func-g pic x(1) value "g".
01 verdict pic x(6) value "PASSED".
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p ctl-path
call "env01" using env-func-p sta-path
*> recon01 can be called more than once in the same run unit (a
*> jobstream step, say), and GnuCOBOL working-storage survives
*> across repeated calls -- reset every counter and switch a prior
move zero to gap-count
move zero to dup-count
move zero to oos-count
move zero to expect-count
move "n" to ctl-eof
open input ctl-file
if ctl-status = "00"
  read ctl-file at end set end-of-control to true end-read
  perform until end-of-control
    if ctl-prog = "FILE01" and ctl-rec-count is numeric
      move ctl-rec-count to expect-count
    end-if
    read ctl-file at end set end-of-control to true end-read
  end-perform
  close ctl-file
end-if
open input f1
read f1 at end set end-of-file to true end-read
perform until end-of-file
  read f1 at end set end-of-file to true end-read
end-perform
close f1
display "recon01: records read=" rec-count " expected=" expect-count
display "recon01: gaps=" gap-count " duplicates=" dup-count " out-of-sequence=" oos-count
if rec-count = expect-count and dup-count = 0 and oos-count = 0
  display "recon01: count01.dat reconciled cleanly"
  perform 8000-write-status
else
