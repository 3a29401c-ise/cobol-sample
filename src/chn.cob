identification division.
program-id. chn01.
environment division.
input-output section.
file-control.
*> the trail being chained, read through to find where the chain
*> stands -- the caller hands in the path it already named under
*> the run's environment.
  select trl-file assign to dynamic trl-path
    organization is line sequential
    file status is trl-status.
data division.
file section.
fd trl-file.
01 trl-line pic x(220).
working-storage section.
01 trl-path pic x(60) value spaces.
01 trl-status pic x(2) value spaces.
01 trl-eof pic x(1) value "n".
  88 end-of-trail value "y".
01 have-chain pic x(1) value "n".
  88 chain-started value "y".
*> the check is a running remainder: each byte of the record moves
*> the previous value along by the multiplier and adds the byte's
*> code, kept under a ten-digit prime.
01 chk-prime pic 9(10) value 9999999967.
01 chk-work pic 9(13) value zero.
01 chk-quot pic 9(13) value zero.
01 chk-value pic 9(10) value zero.
01 chk-ix pic 9(3) value zero.
01 chk-len pic 9(3) value zero.
01 chk-data pic x(220) value spaces.
01 seq-text pic x(7) value spaces.
01 chain-pos pic 9(3) value zero.
linkage section.
*> lk-func: "l" read the trail at lk-path and return the place and
*>          check of its last chained record in lk-seq / lk-check
*>          -- lines from before the trail was chained count as one
*>          opening segment, their checks run together with no
*>          place, and the first chained record follows on from
*>          them;
*>          "n" take lk-seq / lk-check on to the next record, whose
*>          data is lk-text(1:lk-len);
*>          "o" run one opening-segment line, lk-text(1:lk-len), into
*>          lk-check with no place.
*> lk-len is the trail's data length; the place sits one byte after
*> it and the check one byte after that.
01 lk-func pic x(1).
01 lk-path pic x(60).
01 lk-text pic x(200).
01 lk-len pic 9(3).
01 lk-seq pic 9(7).
01 lk-check pic 9(10).
procedure division using lk-func lk-path lk-text lk-len lk-seq
                         lk-check.
evaluate lk-func
  when "l"
    perform 1000-find-last
  when "n"
    add 1 to lk-seq
    move spaces to chk-data
    move lk-text(1:lk-len) to chk-data
    move lk-seq to seq-text
    move lk-check to chk-value
    compute chk-len = lk-len + 8
    move seq-text to chk-data(lk-len + 2:7)
    perform 2000-run-check
    move chk-value to lk-check
  when "o"
    move spaces to chk-data
    move lk-text(1:lk-len) to chk-data
    move lk-check to chk-value
    move lk-len to chk-len
    perform 2000-run-check
    move chk-value to lk-check
  when other
    continue
end-evaluate
goback.

*> a line whose place and check are both numeric is chained and
*> its own values stand; anything before the first such line is
*> the opening segment.  a plain line after the chain has started
*> is for the verify run to report -- it is passed over here.
1000-find-last.
  move zero to lk-seq
  move zero to lk-check
  move "n" to have-chain
  move "n" to trl-eof
  move lk-path to trl-path
  compute chain-pos = lk-len + 2
  open input trl-file
  if trl-status not = "00"
    exit paragraph
  end-if
  read trl-file at end set end-of-trail to true end-read
  perform until end-of-trail
    if trl-line(chain-pos:7) is numeric
        and trl-line(chain-pos + 8:10) is numeric
      move trl-line(chain-pos:7) to lk-seq
      move trl-line(chain-pos + 8:10) to lk-check
      move "y" to have-chain
    else
      if not chain-started
        move spaces to chk-data
        move trl-line(1:lk-len) to chk-data
        move lk-check to chk-value
        move lk-len to chk-len
        perform 2000-run-check
        move chk-value to lk-check
      end-if
    end-if
    read trl-file at end set end-of-trail to true end-read
  end-perform
  close trl-file.

2000-run-check.
  perform varying chk-ix from 1 by 1 until chk-ix > chk-len
    compute chk-work = chk-value * 31
                     + function ord(chk-data(chk-ix:1))
    divide chk-work by chk-prime giving chk-quot
      remainder chk-value
  end-perform.
