*> random -- a record the sequential pass returned but the keyed read
*> cannot find again is exactly the index damage this utility exists
*> to catch.
  select f1 assign to dynamic f1-path
    organization is indexed
    access mode is dynamic
    record key is f1-cnt
*> shape gen01 writes for the generations, but taken on demand and
*> kept as the rebuild source of record.  the index can die with the
*> master; this file cannot, which is the whole point.
  select img-file assign to dynamic img-path
    organization is sequential
    file status is img-status.
data division.
                      f1-hdr-size by img-hdr-size
                      f1-txn-date by img-txn-date
                      f1-amount by img-amount
                      f1-cat by img-cat
                      f1-cur by img-cur
                      f1-ent by img-ent.
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 f1-path pic x(60) value "count01.dat".
01 img-path pic x(60) value "count01.img".
01 f1-status pic x(2) value spaces.
01 img-status pic x(2) value spaces.
01 func-choice pic x(1) value space.
*> a fresh one (see its rebaseline mode) at clean close.
01 pr-mode pic x(1) value "r".
procedure division.
call "env01" using env-func-p f1-path
call "env01" using env-func-p img-path
move zero to imaged-count
move zero to verified-count
move zero to error-count
    move f1-txn-date to img-txn-date
    move f1-amount to img-amount
    move f1-cat to img-cat
    move f1-cur to img-cur
    move f1-ent to img-ent
    write img-rec
    if img-status not = "00"
      display "idx01: *** fatal -- write to count01.img failed, status=" img-status
      not invalid key
        if f1-txn-date = img-txn-date and f1-amount = img-amount
            and f1-hdr-size = img-hdr-size and f1-cat = img-cat
            and f1-cur = img-cur
            and f1-ent = img-ent
          add 1 to verified-count
        else
          display "idx01: *** key " img-cnt " disagrees with the image ***"
    move img-txn-date to f1-txn-date
    move img-amount to f1-amount
    move img-cat to f1-cat
    move img-cur to f1-cur
    move img-ent to f1-ent
    write f1r
    if f1-status not = "00"
      display "idx01: *** fatal -- write to count01.dat failed, status=" f1-status
