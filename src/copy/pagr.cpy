*> a page: written to page01.out for the paging gateway to collect,
*> and the same line to page01.log, which is kept -- the record of
*> every page sent for the incident review.  the log also carries
*> what became of each page.
*>   P paged the primary on duty
*>   S paged the secondary -- the primary did not acknowledge in time
*>   A the alert was acknowledged (pg-op is who acknowledged it)
*>   N nobody on the rota to page -- nothing went to the gateway
*> the page stamps are the calendar date and time of day; the alert
*> key is the alert01.dat record's program, business date and time.
01 page-rec.
  03 pg-date pic 9(8).
  03 filler pic x(1).
  03 pg-time pic 9(8).
  03 filler pic x(1).
  03 pg-kind pic x(1).
  03 filler pic x(1).
  03 pg-op pic x(8).
  03 filler pic x(1).
  03 pg-contact pic x(30).
  03 filler pic x(1).
  03 pg-al-prog pic x(8).
  03 filler pic x(1).
  03 pg-al-date pic 9(8).
  03 filler pic x(1).
  03 pg-al-time pic 9(8).
  03 filler pic x(1).
  03 pg-al-sev pic x(1).
  03 filler pic x(1).
  03 pg-al-msg pic x(40).
