*> the partitioned rebuild's work record -- fprt01 writes one per
*> source record whose key falls in its partition, fmrg01 merges the
*> partitions back on wk-seq, the ordinal file01 gives the record
*> counting across entry01.dat then load01.reg.  wk-type is the
*> verdict: W to be written to the master, E excepted (wk-reason and
*> wk-text as file01.exc carries them), B part of a load back01 has
*> backed out, S superseded by a later change or delete line on
*> load01.reg (or the last delete line itself).  wk-src is 1 for entry01.dat, 2 for load01.reg.
*> each work file closes with a T trailer on the highest ordinal:
*> the partition, its key range, the business date it was built for
*> and how many source records were counted in all.
01 wk-rec.
  03 wk-seq pic 9(7).
  03 wk-type pic x(1).
  03 wk-src pic 9(1).
  03 wk-reason pic x(2).
  03 wk-cnt pic 9(5).
  03 wk-date pic 9(8).
  03 wk-amount pic s9(7)v99 comp-3.
  03 wk-cat pic x(2).
  03 wk-cur pic x(3).
  03 wk-ent pic x(2).
  03 wk-text pic x(30).
01 wk-trl.
  03 wt-seq pic 9(7).
  03 wt-type pic x(1).
  03 wt-part pic 9(1).
  03 wt-lo pic 9(5).
  03 wt-hi pic 9(5).
  03 wt-date pic 9(8).
  03 wt-src-count pic 9(7).
  03 filler pic x(32).
