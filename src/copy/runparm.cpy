*> no parameter file (or a blank field) falls back to its own
*> long-standing default.  the file01 limit carries five digits to
*> match the widened count01.dat key -- a runparm.dat saved before
*> the widening should be re-saved from menu01 option 5.  file01 no
*> longer reads the limit (the rebuild takes every source record); the
*> field stays so the record keeps its layout.
*> rp-adj01-threshold is the two-person-approval line for adj01 --
*> nine digits, an amount in 9(7)v99 form with no decimal point;
*> zero (or a record saved before the field existed) means every
*> adjustment still applies directly, the long-standing behaviour.
*> rp-bvar01-tolerance is the over-budget tolerance bvar01 flags
*> against, a whole percentage; a record saved before the field
*> existed reads as non-numeric and bvar01 keeps its default of 10.
*> rp-outl01-lookback is the number of business dates outl01 builds
*> each category's baseline over (default 20), rp-outl01-spread the
*> tolerance in tenths of a standard deviation (default 030 = 3.0).
*> rp-load01-dup-window is how many business dates back load01 looks
*> in load01.reg for a near-duplicate of an incoming detail (default
*> 5; a record saved before the field existed keeps the default).
*> rp-bmat01-tolerance is the amount difference bmat01 still accepts
*> as a match between a statement line and a master detail -- five
*> digits, 9(3)v99 with no decimal point (default zero, exact only);
*> rp-bmat01-by-cat Y makes a statement line that carries a category
*> match only details of that category (default N).
*> rp-mttr01-repeats is how many times one program may raise the same
*> alert message in a month before mttr01 lists it as a repeat
*> offender (default 3; a record saved before the field existed
*> keeps the default).
*> rp-page01-age is how many minutes a page to the primary on call may
*> go unacknowledged before page01 pages the secondary (default 30).
*> rp-accr01-key-lo and rp-accr01-key-hi bound the block of master
*> keys accr01 writes month-end accruals and their reversals under
*> (default 99000 to 99799, clear of array01's reserved block; a
*> record saved before the fields existed keeps the default).
*> rp-aged01-limit is the total aged01 allows its over-30-business-
*> day bucket before it raises an alert -- nine digits, 9(7)v99 with
*> no decimal point; zero (the default) means no limit is set.
*> rp-fee01-key-lo and rp-fee01-key-hi bound the block of master keys
*> fee01 posts fee transactions under (default 98000 to 98999).  the
*> fee and accrual blocks must both lie below array01's reserved
*> block at 99800 and must not overlap; menu01 will not save, and
*> accr01 and fee01 will not run on, blocks that break either rule.
*> a standing order's key range may not overlap either block: stdm01
*> will not take one that does, and sgen01 posts nothing for it.
01 runparm-rec.
  03 rp-file01-limit pic 9(5).
  03 rp-array01-size pic 9(3).
  03 rp-input01-sentinel pic 9(4).
  03 rp-time01-interval pic 9(6).
  03 rp-adj01-threshold pic 9(9).
  03 rp-bvar01-tolerance pic 9(3).
  03 rp-outl01-lookback pic 9(3).
  03 rp-outl01-spread pic 9(3).
  03 rp-load01-dup-window pic 9(3).
  03 rp-bmat01-tolerance pic 9(5).
  03 rp-bmat01-by-cat pic x(1).
  03 rp-mttr01-repeats pic 9(3).
  03 rp-page01-age pic 9(3).
  03 rp-accr01-key-lo pic 9(5).
  03 rp-accr01-key-hi pic 9(5).
  03 rp-aged01-limit pic 9(9).
  03 rp-fee01-key-lo pic 9(5).
  03 rp-fee01-key-hi pic 9(5).
