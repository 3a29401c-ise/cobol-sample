*> the running check on an audit trail, kept by chn01.  every record
*> on a chained trail carries after its own data a space, its place
*> in the chain and a check value worked from its data, that place
*> and the check of the record before it -- so a line edited,
*> deleted or slipped in breaks the chain from that point on.  the
*> writer asks chn01 for the trail's last place and check ("l")
*> before it appends, then for each new record's ("n").  chn-len is
*> the trail's own data length, set by the writer.
01 chn-func-l pic x(1) value "l".
01 chn-func-n pic x(1) value "n".
01 chn-text pic x(200) value spaces.
01 chn-seq pic 9(7) value zero.
01 chn-check pic 9(10) value zero.
