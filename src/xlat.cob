identification division.
program-id. xlat01.
environment division.
input-output section.
file-control.
*> the inbound comma-separated file from a partner that cannot cut
*> our fixed H/D/T layout.  a header row of column names, then one
*> row per transaction with seven fields in this order:
*>   partner id, file sequence, key, date DD/MM/YYYY,
*>   amount with a decimal point (leading - for a debit),
*>   category, currency
*> every row carries the file's partner id and sequence; the first
*> good row decides them and a row disagreeing is rejected.  fields
*> are plain -- no quoting, so an embedded comma makes a bad row.
*> runs as a jobstrm.dat step ahead of load01, with a wait on
*> partner01.csv where the partner sends late.
  select csv-file assign to dynamic csv-path
    organization is line sequential
    file status is csv-status.
*> the translation, written for load01 exactly as a partner who can
*> cut the layout would have sent it (see in-work in load.cob).
  select out-file assign to dynamic out-path
    organization is line sequential
    file status is out-status.
*> the accepted D lines, held until the count is known for the H.
  select wrk-file assign to dynamic wrk-path
    organization is line sequential
    file status is wrk-status.
*> rows that would not translate: reason, row number in the csv,
*> and the row exactly as the partner sent it.
  select rej-file assign to dynamic rej-path
    organization is line sequential
    file status is rej-status.
*> load01's partner ledger -- read only, to tell whether a
*> partner01.dat already on disk has been loaded yet.
  select pctl-file assign to dynamic pctl-path
    organization is line sequential
    file status is pctl-status.
  select ctl-file assign to dynamic ctl-path
    organization is line sequential
    file status is ctl-status.
data division.
file section.
fd csv-file.
01 csv-line pic x(200).
fd out-file.
01 out-rec pic x(32).
fd wrk-file.
01 wrk-rec pic x(32).
fd rej-file.
01 rej-rec.
  03 rej-reason pic x(2).
  03 filler pic x(1).
  03 rej-row pic 9(6).
  03 filler pic x(1).
  03 rej-text pic x(200).
fd pctl-file.
01 pctl-rec.
  03 pc-partner pic x(4).
  03 filler pic x(1).
  03 pc-seq pic 9(4).
  03 filler pic x(1).
  03 pc-file-date pic 9(8).
  03 filler pic x(1).
  03 pc-load-date pic 9(8).
  03 filler pic x(1).
  03 pc-count pic 9(7).
fd ctl-file.
01 ctl-rec.
  03 ctl-prog pic x(8).
  03 ctl-run-date pic 9(8).
  03 ctl-run-time pic 9(8).
  03 ctl-rec-count pic 9(7).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 csv-path pic x(60) value "partner01.csv".
01 out-path pic x(60) value "partner01.dat".
01 wrk-path pic x(60) value "xlat01.wrk".
01 rej-path pic x(60) value "xlat01.rej".
01 pctl-path pic x(60) value "partner01.ctl".
01 ctl-path pic x(60) value "runctl.dat".
01 csv-status pic x(2) value spaces.
01 out-status pic x(2) value spaces.
01 wrk-status pic x(2) value spaces.
01 rej-status pic x(2) value spaces.
01 pctl-status pic x(2) value spaces.
01 ctl-status pic x(2) value spaces.
01 csv-eof pic x(1) value "n".
  88 end-of-csv value "y".
01 wrk-eof pic x(1) value "n".
  88 end-of-work value "y".
01 pctl-eof pic x(1) value "n".
  88 end-of-ledger value "y".
01 run-date pic 9(8) value zero.
01 bd-func-g pic x(1) value "g".
01 al-prog-name pic x(8) value "XLAT01".
01 al-sev pic x(1) value "W".
01 al-msg pic x(40) value spaces.
*> the three record shapes written, the same columns load01 reads.
01 out-work pic x(32) value spaces.
01 out-hdr redefines out-work.
  03 oh-type pic x(1).
  03 oh-file-date pic 9(8).
  03 oh-exp-count pic 9(7).
  03 oh-partner pic x(4).
  03 oh-seq pic 9(4).
  03 filler pic x(8).
01 out-det redefines out-work.
  03 od-type pic x(1).
  03 od-cnt pic 9(5).
  03 od-date pic 9(8).
  03 od-sign pic x(1).
  03 od-amount pic 9(7)v99.
  03 od-cat pic x(2).
  03 od-cur pic x(3).
  03 filler pic x(3).
01 out-trl redefines out-work.
  03 ot-type pic x(1).
  03 ot-rec-count pic 9(7).
  03 ot-hash pic 9(11)v99.
  03 filler pic x(11).
*> a partner01.dat already on disk, read for its header only.
01 old-hdr.
  03 ph-type pic x(1).
  03 filler pic x(15).
  03 ph-partner pic x(4).
  03 ph-seq pic x(4).
  03 ph-seq-n redefines ph-seq pic 9(4).
  03 filler pic x(8).
01 last-seq pic 9(4) value zero.
*> one row, split at the commas.  an eighth receiver catches a row
*> with too many fields.
01 f-partner pic x(20) value spaces.
01 f-seq pic x(20) value spaces.
01 f-key pic x(20) value spaces.
01 f-date pic x(20) value spaces.
01 f-amount pic x(20) value spaces.
01 f-cat pic x(20) value spaces.
01 f-cur pic x(20) value spaces.
01 f-extra pic x(20) value spaces.
01 field-count pic 9(2) value zero.
*> the field being measured: leading spaces dropped, then its
*> length up to the last non-space.
01 fld-text pic x(20) value spaces.
01 fld-shift pic x(20) value spaces.
01 fld-lead pic 9(2) value zero.
01 fld-len pic 9(2) value zero.
01 char-ix pic 9(2) value zero.
01 date-day pic x(20) value spaces.
01 date-month pic x(20) value spaces.
01 date-year pic x(20) value spaces.
01 date-parts pic 9(2) value zero.
01 date-dd pic 9(2) value zero.
01 date-mm pic 9(2) value zero.
01 date-yyyy pic 9(4) value zero.
01 txn-date pic 9(8) value zero.
01 txn-date-x redefines txn-date.
  03 td-yyyy pic 9(4).
  03 td-mm pic 9(2).
  03 td-dd pic 9(2).
01 amt-sign pic x(1) value "+".
01 amt-body pic x(20) value spaces.
01 amt-whole pic x(20) value spaces.
01 amt-frac pic x(20) value spaces.
01 amt-points pic 9(2) value zero.
01 amt-whole-n pic 9(7) value zero.
01 amt-frac-n pic 9(2) value zero.
01 amt-value pic 9(7)v99 value zero.
01 row-key pic 9(5) value zero.
01 row-seq pic 9(4) value zero.
01 row-cat pic x(2) value spaces.
01 row-cur pic x(3) value spaces.
01 row-partner pic x(4) value spaces.
01 row-ok pic x(1) value "y".
  88 row-good value "y".
01 row-reason pic x(2) value spaces.
*> the file's identity, from its first good row.
01 file-partner pic x(4) value spaces.
01 file-seq pic 9(4) value zero.
01 have-identity pic x(1) value "n".
  88 identity-known value "y".
01 row-no pic 9(6) value zero.
01 rows-read pic 9(6) value zero.
01 rows-written pic 9(6) value zero.
01 rows-rejected pic 9(6) value zero.
01 blank-rows pic 9(6) value zero.
01 hash-total pic 9(11)v99 value zero.
procedure division.
call "env01" using env-func-p csv-path
call "env01" using env-func-p out-path
call "env01" using env-func-p wrk-path
call "env01" using env-func-p rej-path
call "env01" using env-func-p pctl-path
call "env01" using env-func-p ctl-path
move zero to return-code
move zero to row-no
move zero to rows-read
move zero to rows-written
move zero to rows-rejected
move zero to blank-rows
move zero to hash-total
move "n" to have-identity
move spaces to file-partner
move zero to file-seq
call "bdate01" using bd-func-g run-date
open input csv-file
if csv-status not = "00"
  display "xlat01: no partner01.csv tonight -- nothing to translate"
  goback
end-if
perform 1000-check-unloaded-file
if return-code not = 0
  close csv-file
  goback
end-if
*> the header row is the partner's column names -- never a row to
*> translate.  a first row that reads as data means the header was
*> left off, and the whole file is refused rather than lose a row.
read csv-file at end set end-of-csv to true end-read
if end-of-csv
  display "xlat01: *** partner01.csv is empty -- nothing translated ***"
  close csv-file
  move 8 to return-code
  goback
end-if
add 1 to row-no
perform 2100-split-row
move f-key to fld-text
perform 7000-measure-field
if fld-len > 0 and fld-text(1:fld-len) is numeric
  display "xlat01: *** partner01.csv has no header row -- its first row is data, nothing translated ***"
  close csv-file
  move 8 to return-code
  goback
end-if
open output wrk-file
if wrk-status not = "00"
  display "xlat01: *** fatal -- open of xlat01.wrk failed, status=" wrk-status
  close csv-file
  move 16 to return-code
  goback
end-if
open output rej-file
if rej-status not = "00"
  display "xlat01: *** fatal -- open of xlat01.rej failed, status=" rej-status
  close csv-file
  close wrk-file
  move 16 to return-code
  goback
end-if
read csv-file at end set end-of-csv to true end-read
perform until end-of-csv
  add 1 to row-no
  if csv-line = spaces
    add 1 to blank-rows
  else
    add 1 to rows-read
    perform 2000-translate-row
  end-if
  read csv-file at end set end-of-csv to true end-read
end-perform
close csv-file
close wrk-file
close rej-file
perform 5000-reconcile
if return-code not = 0
  goback
end-if
if rows-written = 0
  display "xlat01: *** no row of partner01.csv translated -- partner01.dat not written ***"
  move 8 to return-code
  perform 6100-alert-rejects
  goback
end-if
perform 3000-write-partner-file
if return-code not = 0
  goback
end-if
perform 6000-write-run-control
if rows-rejected > 0
  perform 6100-alert-rejects
  move 4 to return-code
end-if
display "xlat01: partner " file-partner " sequence " file-seq
        " translated to partner01.dat, details=" rows-written
        " rejected=" rows-rejected
goback.

*> a partner01.dat on disk whose partner and sequence load01 has
*> not yet accepted is another sender's file still waiting to be
*> loaded -- it is never written over.
1000-check-unloaded-file.
  open input out-file
  if out-status not = "00"
    exit paragraph
  end-if
  read out-file into old-hdr
    at end
      move spaces to old-hdr
  end-read
  close out-file
  if ph-type not = "H" or ph-partner = spaces or ph-seq is not numeric
    exit paragraph
  end-if
  move zero to last-seq
  move "n" to pctl-eof
  open input pctl-file
  if pctl-status = "00"
    read pctl-file at end set end-of-ledger to true end-read
    perform until end-of-ledger
      if pc-partner = ph-partner
        move pc-seq to last-seq
      end-if
      read pctl-file at end set end-of-ledger to true end-read
    end-perform
    close pctl-file
  end-if
  if ph-seq-n > last-seq
    display "xlat01: *** partner01.dat holds partner " ph-partner " sequence " ph-seq
            ", not loaded yet -- nothing translated ***"
    move spaces to al-msg
    string "csv held, partner01.dat " ph-partner " unloaded"
      delimited by size into al-msg
    call "alert01" using al-prog-name al-sev al-msg
    move 8 to return-code
  end-if.

2000-translate-row.
  move "y" to row-ok
  move spaces to row-reason
  perform 2100-split-row
  if field-count not = 7
    move "n" to row-ok
    move "01" to row-reason
  end-if
  if row-good
    perform 2200-check-identity
  end-if
  if row-good
    perform 2300-check-key
  end-if
  if row-good
    perform 2400-check-date
  end-if
  if row-good
    perform 2500-check-amount
  end-if
  if row-good
    perform 2600-check-codes
  end-if
  if not row-good
    move spaces to rej-rec
    move row-reason to rej-reason
    move row-no to rej-row
    move csv-line to rej-text
    write rej-rec
    add 1 to rows-rejected
    exit paragraph
  end-if
  if not identity-known
    move row-partner to file-partner
    move row-seq to file-seq
    move "y" to have-identity
  end-if
  move spaces to out-work
  move "D" to od-type
  move row-key to od-cnt
  move txn-date to od-date
  move amt-sign to od-sign
  move amt-value to od-amount
  move row-cat to od-cat
  move row-cur to od-cur
  write wrk-rec from out-work
  add amt-value to hash-total
  add 1 to rows-written.

*> a spreadsheet saved on a pc leaves a carriage return on each
*> line; it is not part of the last field.
2100-split-row.
  inspect csv-line replacing all x"0D" by space
  move spaces to f-partner f-seq f-key f-date f-amount f-cat f-cur f-extra
  move zero to field-count
  unstring csv-line delimited by ","
    into f-partner f-seq f-key f-date f-amount f-cat f-cur f-extra
    tallying in field-count
  end-unstring.

*> reasons: 02 partner id blank, over 4 characters or not this
*> file's; 03 sequence not 1-4 digits or not this file's.
2200-check-identity.
  move f-partner to fld-text
  perform 7000-measure-field
  if fld-len = 0 or fld-len > 4
    move "n" to row-ok
    move "02" to row-reason
    exit paragraph
  end-if
  move fld-text to row-partner
  move f-seq to fld-text
  perform 7000-measure-field
  if fld-len = 0 or fld-len > 4
    move "n" to row-ok
    move "03" to row-reason
    exit paragraph
  end-if
  if fld-text(1:fld-len) is not numeric
    move "n" to row-ok
    move "03" to row-reason
    exit paragraph
  end-if
  move fld-text(1:fld-len) to row-seq
  if identity-known
    if row-partner not = file-partner
      move "n" to row-ok
      move "02" to row-reason
      exit paragraph
    end-if
    if row-seq not = file-seq
      move "n" to row-ok
      move "03" to row-reason
    end-if
  end-if.

*> reason 04: key not 1-5 digits.
2300-check-key.
  move f-key to fld-text
  perform 7000-measure-field
  if fld-len = 0 or fld-len > 5
    move "n" to row-ok
    move "04" to row-reason
    exit paragraph
  end-if
  if fld-text(1:fld-len) is not numeric
    move "n" to row-ok
    move "04" to row-reason
    exit paragraph
  end-if
  move fld-text(1:fld-len) to row-key.

*> reason 05: date not DD/MM/YYYY, or no such day.  a one-digit day
*> or month is taken as the partner's spreadsheet writes it.
2400-check-date.
  move f-date to fld-text
  perform 7000-measure-field
  move spaces to date-day date-month date-year
  move zero to date-parts
  if fld-len = 0
    move "n" to row-ok
    move "05" to row-reason
    exit paragraph
  end-if
  unstring fld-text(1:fld-len) delimited by "/"
    into date-day date-month date-year
    tallying in date-parts
  end-unstring
  if date-parts not = 3
    move "n" to row-ok
    move "05" to row-reason
    exit paragraph
  end-if
  move date-day to fld-text
  perform 7000-measure-field
  if fld-len = 0 or fld-len > 2
    move "n" to row-ok
    move "05" to row-reason
    exit paragraph
  end-if
  if fld-text(1:fld-len) is not numeric
    move "n" to row-ok
    move "05" to row-reason
    exit paragraph
  end-if
  move fld-text(1:fld-len) to date-dd
  move date-month to fld-text
  perform 7000-measure-field
  if fld-len = 0 or fld-len > 2
    move "n" to row-ok
    move "05" to row-reason
    exit paragraph
  end-if
  if fld-text(1:fld-len) is not numeric
    move "n" to row-ok
    move "05" to row-reason
    exit paragraph
  end-if
  move fld-text(1:fld-len) to date-mm
  move date-year to fld-text
  perform 7000-measure-field
  if fld-len not = 4
    move "n" to row-ok
    move "05" to row-reason
    exit paragraph
  end-if
  if fld-text(1:4) is not numeric
    move "n" to row-ok
    move "05" to row-reason
    exit paragraph
  end-if
  move fld-text(1:4) to date-yyyy
  move date-yyyy to td-yyyy
  move date-mm to td-mm
  move date-dd to td-dd
  if function test-date-yyyymmdd(txn-date) not = 0
    move "n" to row-ok
    move "05" to row-reason
  end-if.

*> reason 06: amount not an optional sign, up to 7 whole digits and
*> up to 2 decimals after a point.
2500-check-amount.
  move f-amount to fld-text
  perform 7000-measure-field
  if fld-len = 0
    move "n" to row-ok
    move "06" to row-reason
    exit paragraph
  end-if
  move "+" to amt-sign
  move spaces to amt-body
  if fld-text(1:1) = "-" or fld-text(1:1) = "+"
    move fld-text(1:1) to amt-sign
    if fld-len = 1
      move "n" to row-ok
      move "06" to row-reason
      exit paragraph
    end-if
    move fld-text(2:fld-len - 1) to amt-body
  else
    move fld-text(1:fld-len) to amt-body
  end-if
  move zero to amt-points
  inspect amt-body tallying amt-points for all "."
  if amt-points > 1
    move "n" to row-ok
    move "06" to row-reason
    exit paragraph
  end-if
  move spaces to amt-whole amt-frac
  unstring amt-body delimited by "." into amt-whole amt-frac
  end-unstring
  move amt-whole to fld-text
  perform 7000-measure-field
  if fld-len = 0 or fld-len > 7
    move "n" to row-ok
    move "06" to row-reason
    exit paragraph
  end-if
  if fld-text(1:fld-len) is not numeric
    move "n" to row-ok
    move "06" to row-reason
    exit paragraph
  end-if
  move fld-text(1:fld-len) to amt-whole-n
  move zero to amt-frac-n
  move amt-frac to fld-text
  perform 7000-measure-field
  if fld-len > 2
    move "n" to row-ok
    move "06" to row-reason
    exit paragraph
  end-if
  if fld-len > 0
    if fld-text(1:fld-len) is not numeric
      move "n" to row-ok
      move "06" to row-reason
      exit paragraph
    end-if
    move fld-text(1:fld-len) to amt-frac-n
    if fld-len = 1
      compute amt-frac-n = amt-frac-n * 10
    end-if
  end-if
  compute amt-value = amt-whole-n + amt-frac-n / 100.

*> reasons: 07 category over 2 characters; 08 currency over 3.
*> whether the codes are known is load01's to judge, as for any
*> partner.
2600-check-codes.
  move f-cat to fld-text
  perform 7000-measure-field
  if fld-len > 2
    move "n" to row-ok
    move "07" to row-reason
    exit paragraph
  end-if
  move spaces to row-cat
  if fld-len > 0
    move fld-text(1:fld-len) to row-cat
  end-if
  move f-cur to fld-text
  perform 7000-measure-field
  if fld-len > 3
    move "n" to row-ok
    move "08" to row-reason
    exit paragraph
  end-if
  move spaces to row-cur
  if fld-len > 0
    move fld-text(1:fld-len) to row-cur
  end-if.

*> H, the held D lines, T -- the header's expected count and the
*> trailer's count and hash from the rows actually accepted.
3000-write-partner-file.
  open output out-file
  if out-status not = "00"
    display "xlat01: *** fatal -- open of partner01.dat failed, status=" out-status
    move 16 to return-code
    exit paragraph
  end-if
  move spaces to out-work
  move "H" to oh-type
  move run-date to oh-file-date
  move rows-written to oh-exp-count
  move file-partner to oh-partner
  move file-seq to oh-seq
  write out-rec from out-work
  move "n" to wrk-eof
  open input wrk-file
  if wrk-status not = "00"
    display "xlat01: *** fatal -- open of xlat01.wrk failed, status=" wrk-status
    close out-file
    move 16 to return-code
    exit paragraph
  end-if
  read wrk-file at end set end-of-work to true end-read
  perform until end-of-work
    write out-rec from wrk-rec
    read wrk-file at end set end-of-work to true end-read
  end-perform
  close wrk-file
  move spaces to out-work
  move "T" to ot-type
  move rows-written to ot-rec-count
  move hash-total to ot-hash
  write out-rec from out-work
  if out-status not = "00"
    display "xlat01: *** fatal -- write to partner01.dat failed, status=" out-status
    move 16 to return-code
  end-if
  close out-file.

*> every data row read is either in the translation or in the
*> reject file -- anything else is a fault in this program, and no
*> partner01.dat is written off a run that cannot account for a row.
5000-reconcile.
  display "xlat01: rows read=" rows-read " written=" rows-written
          " rejected=" rows-rejected " blank rows skipped=" blank-rows
  if rows-read not = rows-written + rows-rejected
    display "xlat01: *** fatal -- rows read do not reconcile to written plus rejected ***"
    move 16 to return-code
  end-if.

6000-write-run-control.
  open extend ctl-file
  if ctl-status = "35"
    open output ctl-file
  end-if
  if ctl-status not = "00"
    display "xlat01: *** warning -- open of runctl.dat failed, status=" ctl-status
    exit paragraph
  end-if
  move "XLAT01" to ctl-prog
  move run-date to ctl-run-date
  accept ctl-run-time from time
  move rows-written to ctl-rec-count
  write ctl-rec
  if ctl-status not = "00"
    display "xlat01: *** warning -- write to runctl.dat failed, status=" ctl-status
  end-if
  close ctl-file.

6100-alert-rejects.
  move spaces to al-msg
  string "partner csv rows rejected: " rows-rejected
    delimited by size into al-msg
  call "alert01" using al-prog-name al-sev al-msg.

7000-measure-field.
  move zero to fld-lead
  inspect fld-text tallying fld-lead for leading spaces
  if fld-lead >= 20
    move zero to fld-len
    exit paragraph
  end-if
  if fld-lead > 0
    move fld-text(fld-lead + 1:) to fld-shift
    move fld-shift to fld-text
  end-if
  perform varying char-ix from 20 by -1
      until char-ix = 0 or fld-text(char-ix:1) not = space
    continue
  end-perform
  move char-ix to fld-len.
