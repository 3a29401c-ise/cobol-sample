identification division.
program-id. view01.
environment division.
input-output section.
file-control.
*> the layout descriptor: every file the viewer can show, and every
*> field on it.  one line per entry --
*>   file name x(16), kind x(1), field x(16), start 9(4),
*>   length 9(4), picture x(1), scale 9(1)
*> kind R gives the file's record: length is the record length and
*> picture is F (fixed-length records, no delimiters) or L (lines);
*> kind D is one field: start and length in bytes, picture X
*> (characters), 9 (unsigned digits), S (signed digits, sign over
*> the last), L (sign leading separate) or P (packed decimal,
*> comp-3), scale the digits after the implied point; kind A lends
*> the file the layout of the file named in the field column, for
*> files that share one (the generations and the fan-outs).  a later
*> R line for a file replaces the earlier one, a later D line for the
*> same field replaces that field.  a new file needs lines here and
*> nothing else.  with no descriptor on file the viewer writes the
*> standard one first.
  select lay-file assign to dynamic lay-path
    organization is line sequential
    file status is lay-status.
*> fixed-length records are read a byte at a time and assembled to
*> the descriptor's record length -- the one way to read a file
*> whose record length the program cannot know when it is compiled.
  select byte-file assign to dynamic view-path
    organization is sequential
    file status is view-status.
  select line-file assign to dynamic view-path
    organization is line sequential
    file status is view-status.
  select lst-file assign to dynamic lst-path
    organization is line sequential
    file status is lst-status.
data division.
file section.
fd lay-file.
01 lay-rec.
  03 vl-file pic x(16).
  03 filler pic x(1).
  03 vl-kind pic x(1).
  03 filler pic x(1).
  03 vl-field pic x(16).
  03 filler pic x(1).
  03 vl-start pic 9(4).
  03 filler pic x(1).
  03 vl-length pic 9(4).
  03 filler pic x(1).
  03 vl-pic pic x(1).
  03 filler pic x(1).
  03 vl-scale pic 9(1).
fd byte-file.
01 byte-rec pic x(1).
fd line-file.
01 line-rec pic x(4000).
fd lst-file.
01 lst-line pic x(100).
working-storage section.
*> each data file, named under the run's environment by env01.
01 env-func-p pic x(1) value "p".
01 lay-path pic x(60) value "viewlay01.dat".
01 lst-path pic x(60) value "view01.lst".
01 view-path pic x(60) value spaces.
01 lay-status pic x(2) value spaces.
01 view-status pic x(2) value spaces.
01 lst-status pic x(2) value spaces.
01 lay-eof pic x(1) value "n".
  88 end-of-layouts value "y".
01 view-eof pic x(1) value "n".
  88 end-of-view value "y".
*> the standard descriptor, written when none is on file.
01 seed-lines.
  03 filler pic x(49) value "alert01.dat      R                  0001 0069 F 0".
  03 filler pic x(49) value "alert01.dat      D AL-PROG          0001 0008 X 0".
  03 filler pic x(49) value "alert01.dat      D AL-DATE          0009 0008 9 0".
  03 filler pic x(49) value "alert01.dat      D AL-TIME          0017 0008 9 0".
  03 filler pic x(49) value "alert01.dat      D AL-SEVERITY      0025 0001 X 0".
  03 filler pic x(49) value "alert01.dat      D AL-MESSAGE       0026 0040 X 0".
  03 filler pic x(49) value "alert01.dat      D AL-ACK           0066 0001 X 0".
  03 filler pic x(49) value "alert01.dat      D AL-ACK-BY        0067 0003 X 0".
  03 filler pic x(49) value "partner01.sus    R                  0001 0049 F 0".
  03 filler pic x(49) value "partner01.sus    D SUS-TYPE         0001 0001 X 0".
  03 filler pic x(49) value "partner01.sus    D SUS-CNT          0002 0005 9 0".
  03 filler pic x(49) value "partner01.sus    D SUS-TXN-DATE     0007 0008 9 0".
  03 filler pic x(49) value "partner01.sus    D SUS-SIGN         0015 0001 X 0".
  03 filler pic x(49) value "partner01.sus    D SUS-AMOUNT       0016 0009 9 2".
  03 filler pic x(49) value "partner01.sus    D SUS-CAT          0025 0002 X 0".
  03 filler pic x(49) value "partner01.sus    D SUS-CUR          0027 0003 X 0".
  03 filler pic x(49) value "partner01.sus    D SUS-PARTNER      0033 0004 X 0".
  03 filler pic x(49) value "partner01.sus    D SUS-SEQ          0037 0004 9 0".
  03 filler pic x(49) value "partner01.sus    D SUS-DATE         0041 0008 9 0".
  03 filler pic x(49) value "partner01.sus    D SUS-STATE        0049 0001 X 0".
  03 filler pic x(49) value "partner01.dup    R                  0001 0055 F 0".
  03 filler pic x(49) value "partner01.dup    D DUP-TYPE         0001 0001 X 0".
  03 filler pic x(49) value "partner01.dup    D DUP-CNT          0002 0005 9 0".
  03 filler pic x(49) value "partner01.dup    D DUP-TXN-DATE     0007 0008 9 0".
  03 filler pic x(49) value "partner01.dup    D DUP-SIGN         0015 0001 X 0".
  03 filler pic x(49) value "partner01.dup    D DUP-AMOUNT       0016 0009 9 2".
  03 filler pic x(49) value "partner01.dup    D DUP-CAT          0025 0002 X 0".
  03 filler pic x(49) value "partner01.dup    D DUP-CUR          0027 0003 X 0".
  03 filler pic x(49) value "partner01.dup    D DUP-PARTNER      0033 0004 X 0".
  03 filler pic x(49) value "partner01.dup    D DUP-SEQ          0037 0004 9 0".
  03 filler pic x(49) value "partner01.dup    D DUP-DATE         0041 0008 9 0".
  03 filler pic x(49) value "partner01.dup    D DUP-SOURCE       0049 0001 X 0".
  03 filler pic x(49) value "partner01.dup    D DUP-MATCH-CNT    0050 0005 9 0".
  03 filler pic x(49) value "partner01.dup    D DUP-STATE        0055 0001 X 0".
  03 filler pic x(49) value "adjust01.pnd     R                  0001 0072 F 0".
  03 filler pic x(49) value "adjust01.pnd     D ADJ-CNT          0001 0005 9 0".
  03 filler pic x(49) value "adjust01.pnd     D ADJ-TYPE         0007 0001 X 0".
  03 filler pic x(49) value "adjust01.pnd     D ADJ-SIGN         0009 0001 X 0".
  03 filler pic x(49) value "adjust01.pnd     D ADJ-AMOUNT       0010 0009 9 2".
  03 filler pic x(49) value "adjust01.pnd     D ADJ-REASON       0020 0003 X 0".
  03 filler pic x(49) value "adjust01.pnd     D ADJ-SUBMIT       0024 0008 X 0".
  03 filler pic x(49) value "adjust01.pnd     D PND-STATE        0032 0001 X 0".
  03 filler pic x(49) value "adjust01.pnd     D PND-SUB-DATE     0033 0008 9 0".
  03 filler pic x(49) value "adjust01.pnd     D PND-SUB-TIME     0041 0008 9 0".
  03 filler pic x(49) value "adjust01.pnd     D PND-APPROVER     0049 0008 X 0".
  03 filler pic x(49) value "adjust01.pnd     D PND-APP-DATE     0057 0008 9 0".
  03 filler pic x(49) value "adjust01.pnd     D PND-APP-TIME     0065 0008 9 0".
  03 filler pic x(49) value "count01.g01      R                  0001 0028 F 0".
  03 filler pic x(49) value "count01.g01      D F1-CNT           0001 0005 9 0".
  03 filler pic x(49) value "count01.g01      D F1-HDR-SIZE      0006 0003 9 0".
  03 filler pic x(49) value "count01.g01      D F1-TXN-DATE      0009 0008 9 0".
  03 filler pic x(49) value "count01.g01      D F1-AMOUNT        0017 0005 P 2".
  03 filler pic x(49) value "count01.g01      D F1-CAT           0022 0002 X 0".
  03 filler pic x(49) value "count01.g01      D F1-CUR           0024 0003 X 0".
  03 filler pic x(49) value "count01.g01      D F1-ENT           0027 0002 X 0".
  03 filler pic x(49) value "count01.g02      A count01.g01      0000 0000   0".
  03 filler pic x(49) value "count01.g03      A count01.g01      0000 0000   0".
  03 filler pic x(49) value "count01-even.dat A count01.g01      0000 0000   0".
  03 filler pic x(49) value "count01-odd.dat  A count01.g01      0000 0000   0".
01 seed-table redefines seed-lines.
  03 seed-line pic x(49) occurs 59 times.
01 seed-ix pic 9(3) value zero.
01 lay-file-table.
  02 lay-file-entry occurs 100 times.
    03 lf-name pic x(16).
    03 lf-org pic x(1).
    03 lf-len pic 9(4).
    03 lf-alias pic x(16).
01 lf-used pic 9(3) value zero.
01 lf-ix pic 9(3) value zero.
01 lf-found pic 9(3) value zero.
01 lay-field-table.
  02 lay-field-entry occurs 2000 times.
    03 ff-file pic x(16).
    03 ff-name pic x(16).
    03 ff-start pic 9(4).
    03 ff-len pic 9(4).
    03 ff-pic pic x(1).
    03 ff-scale pic 9(1).
01 ff-used pic 9(4) value zero.
01 ff-ix pic 9(4) value zero.
01 ff-found pic 9(4) value zero.
01 lay-warnings pic 9(5) value zero.
*> what the operator asked to see.
01 want-file pic x(16) value spaces.
01 layout-file pic x(16) value spaces.
01 rec-len pic 9(4) value zero.
01 rec-org pic x(1) value space.
01 filter-field pic x(16) value spaces.
01 filter-ix pic 9(4) value zero.
01 filter-value pic x(40) value spaces.
01 filter-num pic s9(12)v9(6) value zero.
01 raw-from pic x(7) value spaces.
01 raw-to pic x(7) value spaces.
01 rec-from pic 9(7) value zero.
01 rec-to pic 9(7) value zero.
01 rec-no pic 9(7) value zero.
01 rec-shown pic 9(7) value zero.
01 rec-buf pic x(4000) value spaces.
01 byte-ix pic 9(4) value zero.
01 short-record pic x(1) value "n".
01 rec-passes pic x(1) value "y".
  88 record-passes value "y".
*> one field, formatted for the listing.
01 fmt-value pic x(60) value spaces.
01 fmt-num pic s9(12)v9(6) value zero.
01 fmt-ok pic x(1) value "y".
  88 field-numeric value "y".
01 fmt-digits pic x(40) value spaces.
01 dig-count pic 9(2) value zero.
01 dig-ix pic 9(4) value zero.
01 dig-char pic x(1) value space.
01 dig-value pic 9(1) value zero.
01 int-len pic 9(2) value zero.
01 fmt-sign pic x(1) value "+".
01 byte-value pic 9(3) value zero.
01 nib-high pic 9(2) value zero.
01 nib-low pic 9(2) value zero.
01 scale-ix pic 9(1) value zero.
01 out-ix pic 9(2) value zero.
01 show-line.
  03 filler pic x(2) value spaces.
  03 sl-start pic 9(4).
  03 filler pic x(1) value space.
  03 sl-name pic x(16).
  03 filler pic x(1) value space.
  03 sl-pic pic x(1).
  03 filler pic x(1) value space.
  03 sl-value pic x(60).
01 rec-head.
  03 filler pic x(7) value "RECORD ".
  03 rh-no pic 9(7).
  03 filler pic x(1) value space.
  03 rh-file pic x(16).
01 list-head.
  03 filler pic x(12) value "VIEW01 FILE ".
  03 lh-file pic x(16).
  03 filler pic x(9) value " RECORDS ".
  03 lh-from pic 9(7).
  03 filler pic x(4) value " TO ".
  03 lh-to pic 9(7).
01 filter-head.
  03 filler pic x(12) value "  WHERE     ".
  03 fh-field pic x(16).
  03 filler pic x(3) value " = ".
  03 fh-value pic x(40).
linkage section.
*> the file to show -- prompted for when not passed.
01 lk-file pic x(16).
procedure division using optional lk-file.
call "env01" using env-func-p lay-path
call "env01" using env-func-p lst-path
move zero to rec-no
move zero to rec-shown
move zero to lay-warnings
move zero to return-code
perform 1000-load-layouts
if lf-used = 0
  display "view01: *** no file layouts on viewlay01.dat -- nothing to view ***"
  move 16 to return-code
  goback
end-if
perform 2000-choose-file
if lf-found = 0
  move 8 to return-code
  goback
end-if
perform 2100-choose-filters
if filter-field not = spaces and filter-ix = 0
  move 8 to return-code
  goback
end-if
perform 3000-view-file
if lay-warnings > 0
  move 4 to return-code
end-if
goback.

1000-load-layouts.
  move zero to lf-used
  move zero to ff-used
  move "n" to lay-eof
  open input lay-file
  if lay-status = "35"
    perform 1100-write-standard-layouts
    open input lay-file
  end-if
  if lay-status not = "00"
    display "view01: *** warning -- open of viewlay01.dat failed, status=" lay-status
    exit paragraph
  end-if
  read lay-file at end set end-of-layouts to true end-read
  perform until end-of-layouts
    evaluate vl-kind
      when "R"
        perform 1200-store-record-line
      when "A"
        perform 1200-store-record-line
      when "D"
        perform 1300-store-field-line
      when other
        if lay-rec not = spaces
          display "view01: *** warning -- descriptor line of kind [" vl-kind "] ignored ***"
          add 1 to lay-warnings
        end-if
    end-evaluate
    read lay-file at end set end-of-layouts to true end-read
  end-perform
  close lay-file.

1100-write-standard-layouts.
  open output lay-file
  if lay-status not = "00"
    exit paragraph
  end-if
  perform varying seed-ix from 1 by 1 until seed-ix > 59
    move seed-line(seed-ix) to lay-rec
    write lay-rec
  end-perform
  close lay-file
  display "view01: no viewlay01.dat on file -- the standard layouts written".

1200-store-record-line.
  move vl-file to want-file
  perform 4100-find-file
  if lf-found = 0
    if lf-used >= 100
      display "view01: *** warning -- more than 100 files described, " vl-file " ignored ***"
      add 1 to lay-warnings
      exit paragraph
    end-if
    add 1 to lf-used
    move lf-used to lf-found
    move vl-file to lf-name(lf-found)
  end-if
  if vl-kind = "A"
    move "A" to lf-org(lf-found)
    move zero to lf-len(lf-found)
    move vl-field to lf-alias(lf-found)
    exit paragraph
  end-if
  if vl-length is not numeric or vl-length = 0
      or (vl-pic not = "F" and vl-pic not = "L")
    display "view01: *** warning -- record line for " vl-file " is not valid, file ignored ***"
    add 1 to lay-warnings
    move "?" to lf-org(lf-found)
    exit paragraph
  end-if
  move vl-pic to lf-org(lf-found)
  move vl-length to lf-len(lf-found)
  move spaces to lf-alias(lf-found).

1300-store-field-line.
  if vl-start is not numeric or vl-length is not numeric
      or vl-scale is not numeric
      or vl-start = 0 or vl-length = 0
      or vl-start + vl-length - 1 > 4000
    display "view01: *** warning -- field " vl-field " of " vl-file " has no valid position, ignored ***"
    add 1 to lay-warnings
    exit paragraph
  end-if
  if vl-pic not = "X" and vl-pic not = "9" and vl-pic not = "S"
      and vl-pic not = "L" and vl-pic not = "P"
    display "view01: *** warning -- field " vl-field " of " vl-file " has picture [" vl-pic "], ignored ***"
    add 1 to lay-warnings
    exit paragraph
  end-if
*> a number is at most 18 digits, 12 before the point and 6 after --
*> a packed field holds two digits a byte less the sign, the others
*> a digit a byte less the sign byte of L.
  if vl-pic not = "X"
    evaluate vl-pic
      when "P"
        compute dig-count = vl-length * 2 - 1
      when "L"
        compute dig-count = vl-length - 1
      when other
        move vl-length to dig-count
    end-evaluate
    if vl-length > 18 or dig-count = 0 or dig-count > 18
        or vl-scale > 6 or vl-scale >= dig-count
        or dig-count - vl-scale > 12
      display "view01: *** warning -- field " vl-field " of " vl-file " is not a number the viewer can show, ignored ***"
      add 1 to lay-warnings
      exit paragraph
    end-if
  end-if
  move zero to ff-found
  move 1 to ff-ix
  perform until ff-ix > ff-used or ff-found > 0
    if ff-file(ff-ix) = vl-file and ff-name(ff-ix) = vl-field
      move ff-ix to ff-found
    end-if
    add 1 to ff-ix
  end-perform
  if ff-found = 0
    if ff-used >= 2000
      display "view01: *** warning -- more than 2000 fields described, " vl-field " ignored ***"
      add 1 to lay-warnings
      exit paragraph
    end-if
    add 1 to ff-used
    move ff-used to ff-found
  end-if
  move vl-file to ff-file(ff-found)
  move vl-field to ff-name(ff-found)
  move vl-start to ff-start(ff-found)
  move vl-length to ff-len(ff-found)
  move vl-pic to ff-pic(ff-found)
  move vl-scale to ff-scale(ff-found).

*> the file, and the layout it is read with -- a borrowed layout is
*> followed one step.
2000-choose-file.
  move zero to lf-found
  if address of lk-file = null
    display "view01 -- files on the layout descriptor:"
    perform varying lf-ix from 1 by 1 until lf-ix > lf-used
      display "  " lf-name(lf-ix)
    end-perform
    display "view01 -- file to view x(16):"
    move spaces to want-file
    accept want-file
  else
    move lk-file to want-file
  end-if
  perform 4100-find-file
  if lf-found = 0
    display "view01: *** " want-file " is not on the layout descriptor ***"
    exit paragraph
  end-if
  move lf-name(lf-found) to layout-file
  if lf-org(lf-found) = "A"
    move lf-alias(lf-found) to want-file
    perform 4100-find-file
    if lf-found = 0 or lf-org(lf-found) = "A"
      display "view01: *** the layout " want-file " lends is not on the descriptor ***"
      move zero to lf-found
      exit paragraph
    end-if
    move layout-file to want-file
    move lf-name(lf-found) to layout-file
  end-if
  if lf-org(lf-found) not = "F" and lf-org(lf-found) not = "L"
    display "view01: *** the record line for " want-file " is not valid ***"
    move zero to lf-found
    exit paragraph
  end-if
  move lf-len(lf-found) to rec-len
  move lf-org(lf-found) to rec-org.

2100-choose-filters.
  move zero to filter-ix
  display "view01 -- field to filter on x(16), or blank for every record:"
  move spaces to filter-field
  accept filter-field
  move function upper-case(filter-field) to filter-field
  if filter-field not = spaces
    move 1 to ff-ix
    perform until ff-ix > ff-used or filter-ix > 0
      if ff-file(ff-ix) = layout-file and ff-name(ff-ix) = filter-field
        move ff-ix to filter-ix
      end-if
      add 1 to ff-ix
    end-perform
    if filter-ix = 0
      display "view01: *** " filter-field " is not a field of " want-file " ***"
      exit paragraph
    end-if
    display "view01 -- value the field must hold x(40):"
    move spaces to filter-value
    accept filter-value
    if ff-pic(filter-ix) not = "X"
      if function test-numval(filter-value) not = 0
        display "view01: *** " filter-field " is numeric and [" filter-value "] is not a number ***"
        move zero to filter-ix
        exit paragraph
      end-if
      compute filter-num = function numval(filter-value)
    end-if
  end-if
  display "view01 -- first record number 9(7), or blank for the first:"
  move spaces to raw-from
  accept raw-from
  display "view01 -- last record number 9(7), or blank for the last:"
  move spaces to raw-to
  accept raw-to
  move 1 to rec-from
  move 9999999 to rec-to
  if raw-from not = spaces
    if function test-numval(raw-from) = 0
      compute rec-from = function numval(raw-from)
    end-if
  end-if
  if raw-to not = spaces
    if function test-numval(raw-to) = 0
      compute rec-to = function numval(raw-to)
    end-if
  end-if
  if rec-from = 0
    move 1 to rec-from
  end-if.

3000-view-file.
  move spaces to view-path
  move want-file to view-path
  call "env01" using env-func-p view-path
  move "n" to view-eof
  move "n" to short-record
  if rec-org = "F"
    open input byte-file
  else
    open input line-file
  end-if
  if view-status not = "00"
    display "view01: *** open of " want-file " failed, status=" view-status " ***"
    move 8 to return-code
    exit paragraph
  end-if
  open output lst-file
  if lst-status not = "00"
    display "view01: *** warning -- open of view01.lst failed, status=" lst-status
  end-if
  move want-file to lh-file
  move rec-from to lh-from
  move rec-to to lh-to
  move list-head to lst-line
  perform 6000-put-line
  if filter-ix > 0
    move filter-field to fh-field
    move filter-value to fh-value
    move filter-head to lst-line
    perform 6000-put-line
  end-if
  perform 3100-read-record
  perform until end-of-view or rec-no > rec-to
    if rec-no >= rec-from
      perform 3200-judge-record
      if record-passes
        perform 3300-show-record
      end-if
    end-if
    perform 3100-read-record
  end-perform
  if rec-org = "F"
    close byte-file
  else
    close line-file
  end-if
  move spaces to lst-line
  perform 6000-put-line
  move spaces to lst-line
  string "VIEW01 RECORDS READ " rec-no " SHOWN " rec-shown
    delimited by size into lst-line
  perform 6000-put-line
  if lst-status = "00"
    close lst-file
  end-if
  if short-record = "y"
    display "view01: *** the last record of " want-file " is shorter than the " rec-len " bytes the descriptor gives ***"
    add 1 to lay-warnings
  end-if.

*> the next record: rec-len bytes of a fixed-length file, or one line.
*> a short last record is shown as far as it goes, then ends the file.
3100-read-record.
  move spaces to rec-buf
  if rec-org = "L"
    read line-file into rec-buf
      at end set end-of-view to true
    end-read
    if not end-of-view
      add 1 to rec-no
    end-if
    exit paragraph
  end-if
  if short-record = "y"
    set end-of-view to true
    exit paragraph
  end-if
  move zero to byte-ix
  perform until byte-ix >= rec-len or end-of-view
    read byte-file
      at end
        set end-of-view to true
      not at end
        add 1 to byte-ix
        move byte-rec to rec-buf(byte-ix:1)
    end-read
  end-perform
  if byte-ix = 0
    exit paragraph
  end-if
  add 1 to rec-no
  if byte-ix < rec-len
    move "y" to short-record
    move "n" to view-eof
  end-if.

3200-judge-record.
  move "y" to rec-passes
  if filter-ix = 0
    exit paragraph
  end-if
  move filter-ix to ff-ix
  perform 5000-format-field
  if ff-pic(ff-ix) = "X"
    if rec-buf(ff-start(ff-ix):ff-len(ff-ix)) not = filter-value
      move "n" to rec-passes
    end-if
  else
    if not field-numeric or fmt-num not = filter-num
      move "n" to rec-passes
    end-if
  end-if.

3300-show-record.
  add 1 to rec-shown
  move spaces to lst-line
  perform 6000-put-line
  move rec-no to rh-no
  move want-file to rh-file
  move rec-head to lst-line
  perform 6000-put-line
  perform varying ff-ix from 1 by 1 until ff-ix > ff-used
    if ff-file(ff-ix) = layout-file
      perform 5000-format-field
      move ff-start(ff-ix) to sl-start
      move ff-name(ff-ix) to sl-name
      move ff-pic(ff-ix) to sl-pic
      move fmt-value to sl-value
      move show-line to lst-line
      perform 6000-put-line
    end-if
  end-perform.

4100-find-file.
  move zero to lf-found
  move 1 to lf-ix
  perform until lf-ix > lf-used or lf-found > 0
    if lf-name(lf-ix) = want-file
      move lf-ix to lf-found
    end-if
    add 1 to lf-ix
  end-perform.

*> field ff-ix of the record in hand, as text for the listing and,
*> for the numeric pictures, as a number for the filter.  a field
*> whose bytes do not hold what its picture says is shown as such
*> rather than guessed at.
5000-format-field.
  move spaces to fmt-value
  move spaces to fmt-digits
  move zero to fmt-num
  move zero to dig-count
  move "y" to fmt-ok
  move space to fmt-sign
  evaluate ff-pic(ff-ix)
    when "X"
      move rec-buf(ff-start(ff-ix):ff-len(ff-ix)) to fmt-value
      move "n" to fmt-ok
      exit paragraph
    when "9"
      move rec-buf(ff-start(ff-ix):ff-len(ff-ix)) to fmt-digits
      move ff-len(ff-ix) to dig-count
    when "L"
      move rec-buf(ff-start(ff-ix):1) to fmt-sign
      if fmt-sign not = "+" and fmt-sign not = "-"
        move "n" to fmt-ok
      end-if
      compute dig-count = ff-len(ff-ix) - 1
      move rec-buf(ff-start(ff-ix) + 1:dig-count) to fmt-digits
    when "S"
      move rec-buf(ff-start(ff-ix):ff-len(ff-ix)) to fmt-digits
      move ff-len(ff-ix) to dig-count
      perform 5100-split-overpunch
    when other
      perform 5200-unpack-field
  end-evaluate
  if field-numeric
    if fmt-digits(1:dig-count) is not numeric
      move "n" to fmt-ok
    end-if
  end-if
  if not field-numeric
    if ff-pic(ff-ix) = "P"
      move "*** NOT PACKED DECIMAL ***" to fmt-value
    else
      string "*** NOT NUMERIC *** [" rec-buf(ff-start(ff-ix):ff-len(ff-ix)) "]"
        delimited by size into fmt-value
    end-if
    exit paragraph
  end-if
  perform varying dig-ix from 1 by 1 until dig-ix > dig-count
    move fmt-digits(dig-ix:1) to dig-value
    compute fmt-num = fmt-num * 10 + dig-value
  end-perform
  perform varying scale-ix from 1 by 1 until scale-ix > ff-scale(ff-ix)
    compute fmt-num = fmt-num / 10
  end-perform
  if fmt-sign = "-"
    compute fmt-num = 0 - fmt-num
  end-if
  compute int-len = dig-count - ff-scale(ff-ix)
  if ff-scale(ff-ix) = 0
    string fmt-sign delimited by space
           fmt-digits(1:dig-count) delimited by size
      into fmt-value
  else
    string fmt-sign delimited by space
           fmt-digits(1:int-len) delimited by size
           "." delimited by size
           fmt-digits(int-len + 1:ff-scale(ff-ix)) delimited by size
      into fmt-value
  end-if.

*> the sign carried over the last digit: { and A-I positive, } and
*> J-R negative, the way the host writes it, or p-y negative, the
*> way a workstation runtime does; a plain digit is positive.
5100-split-overpunch.
  move "+" to fmt-sign
  move fmt-digits(dig-count:1) to dig-char
  evaluate true
    when dig-char >= "0" and dig-char <= "9"
      continue
    when dig-char = "{"
      move "0" to fmt-digits(dig-count:1)
    when dig-char >= "A" and dig-char <= "I"
      compute dig-value = function ord(dig-char) - function ord("A") + 1
      move dig-value to fmt-digits(dig-count:1)
    when dig-char = "}"
      move "-" to fmt-sign
      move "0" to fmt-digits(dig-count:1)
    when dig-char >= "J" and dig-char <= "R"
      move "-" to fmt-sign
      compute dig-value = function ord(dig-char) - function ord("J") + 1
      move dig-value to fmt-digits(dig-count:1)
    when dig-char >= "p" and dig-char <= "y"
      move "-" to fmt-sign
      compute dig-value = function ord(dig-char) - function ord("p")
      move dig-value to fmt-digits(dig-count:1)
    when other
      move "n" to fmt-ok
  end-evaluate.

*> two digits a byte, the last byte's low half the sign: D or B is
*> negative, C, F, A or E positive.
5200-unpack-field.
  move "+" to fmt-sign
  perform varying byte-ix from 1 by 1 until byte-ix > ff-len(ff-ix)
    compute byte-value = function ord(rec-buf(ff-start(ff-ix) + byte-ix - 1:1)) - 1
    compute nib-high = byte-value / 16
    compute nib-low = byte-value - nib-high * 16
    if nib-high > 9
      move "n" to fmt-ok
    else
      add 1 to dig-count
      move nib-high to dig-value
      move dig-value to fmt-digits(dig-count:1)
    end-if
    if byte-ix < ff-len(ff-ix)
      if nib-low > 9
        move "n" to fmt-ok
      else
        add 1 to dig-count
        move nib-low to dig-value
        move dig-value to fmt-digits(dig-count:1)
      end-if
    else
      evaluate nib-low
        when 11
        when 13
          move "-" to fmt-sign
        when 10
        when 12
        when 14
        when 15
          continue
        when other
          move "n" to fmt-ok
      end-evaluate
    end-if
  end-perform.

6000-put-line.
  display lst-line
  if lst-status = "00"
    write lst-line
  end-if.
