environment division.
input-output section.
file-control.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
    alternate record key is f1-txn-date with duplicates
    file status is f1-status.
  select ev-file assign to dynamic ev-path
    organization is sequential
    file status is ev-status.
  select od-file assign to dynamic od-path
    organization is sequential
    file status is od-status.
  select dc-file assign to dynamic dc-path
    organization is sequential
    file status is dc-status.
*> one fixed-format exception record per mismatch, written for the
*> scheduler to parse rather than for an operator to read -- the
*> batch stops on this program's return code and the exception file
*> says exactly which figure disagreed.
  select exc-file assign to dynamic exc-path
    organization is line sequential
    file status is exc-status.
*> the verdict, dated -- rewritten whole each run the way recon01
*> writes recon01.sta, so the day-end statement can tell tonight's
*> balance from a stale exception file left by an earlier run.
  select sta-file assign to dynamic sta-path
    organization is line sequential
    file status is sta-status.
data division.
                      f1-hdr-size by ev-hdr-size
                      f1-txn-date by ev-txn-date
                      f1-amount by ev-amount
                      f1-cat by ev-cat
                      f1-cur by ev-cur
                      f1-ent by ev-ent.
fd od-file.
  copy f1r replacing f1r by od-rec
                      f1-cnt by od-cnt
                      f1-hdr-size by od-hdr-size
                      f1-txn-date by od-txn-date
                      f1-amount by od-amount
                      f1-cat by od-cat
                      f1-cur by od-cur
                      f1-ent by od-ent.
*> the descending mirror carries desc01's trimmed record -- key,
*> date and amount, no header-size byte.
fd dc-file.
  03 filler pic x(1).
  03 sta-mismatches pic 9(5).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 ev-path pic x(60) value "count01-even.dat".
01 od-path pic x(60) value "count01-odd.dat".
01 dc-path pic x(60) value "count01-desc.dat".
01 exc-path pic x(60) value "count01-bal.exc".
01 sta-path pic x(60) value "bal01.sta".
01 sta-status pic x(2) value spaces.
01 verdict pic x(8) value spaces.
01 f1-status pic x(2) value spaces.
*> that crosses midnight keeps stamping the night it belongs to.
01 bd-func-g pic x(1) value "g".
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p ev-path
call "env01" using env-func-p od-path
call "env01" using env-func-p dc-path
call "env01" using env-func-p exc-path
call "env01" using env-func-p sta-path
move zero to mst-ev-count
move zero to mst-ev-amount
move zero to mst-od-count
