*> below.  every ad-hoc cut of the master (a key range, a date range,
*> only negatives, amounts over a threshold) is some combination of
*> these, so a new cut is a new parameter line, not a new program.
  select parm-file assign to dynamic parm-path
    organization is line sequential
    file status is parm-status.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is sequential
    record key is f1-cnt
*> the extract is a flat sequential image of the selected records,
*> the same shape gen01 writes for the generations, so anything that
*> can read a generation can read an extract.
  select ext-file assign to dynamic ext-path
    organization is sequential
    file status is ext-status.
data division.
                      f1-hdr-size by ext-hdr-size
                      f1-txn-date by ext-txn-date
                      f1-amount by ext-amount
                      f1-cat by ext-cat
                      f1-cur by ext-cur
                      f1-ent by ext-ent.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 parm-path pic x(60) value "extract01.parm".
01 f1-path pic x(60) value "count01.dat".
01 ext-path pic x(60) value "count01.ext".
01 parm-status pic x(2) value spaces.
01 f1-status pic x(2) value spaces.
01 ext-status pic x(2) value spaces.
01 skipped-count pic 9(7) value zero.
01 reserved-count pic 9(7) value zero.
procedure division.
call "env01" using env-func-p parm-path
call "env01" using env-func-p f1-path
call "env01" using env-func-p ext-path
move zero to selected-count
move zero to skipped-count
move zero to reserved-count
      move f1-txn-date to ext-txn-date
      move f1-amount to ext-amount
      move f1-cat to ext-cat
      move f1-cur to ext-cur
      move f1-ent to ext-ent
      write ext-rec
      if ext-status not = "00"
        display "extr01: *** fatal -- write to count01.ext failed, status=" ext-status
