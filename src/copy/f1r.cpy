*> corrections and so on, coded against the category master cat01
*> maintains in catmst01.dat.  spaces means uncategorised, the
*> state every record written before the field existed reads as.
*> f1-cur is the currency f1-amount is held in -- spaces is the
*> base currency, again the state of every older record; anything
*> else is converted to base through the FX rate master (see fx01)
*> wherever amounts are totalled.
*> f1-ent is the business unit (entity) the record belongs to, coded
*> against the entity master entm01 maintains in entmst01.dat --
*> spaces is the home entity, the state of every older record.
*> operators see and change only the entities oper01.dat grants
*> them (see ent01).
01 f1r.
  03 f1-cnt pic 9(5).
  03 f1-hdr-size pic 9(3).
  03 f1-txn-date pic 9(8).
  03 f1-amount pic s9(7)v99 comp-3.
  03 f1-cat pic x(2).
  03 f1-cur pic x(3).
  03 f1-ent pic x(2).
