*> Business-day calendar maintenance transaction - one add/change/
*> delete action per line, keyed by plant code (blank for the
*> house calendar) and calendar date.
01 CAL-TRAN-RECORD.
   05 CT-ACTION       pic X(1).
   05 CT-PLANT-CODE   pic X(2).
   05 CT-CAL-DATE     pic X(8).
   05 CT-DAY-TYPE     pic X(1).
   05 CT-DESCRIPTION  pic X(14).
   05 CT-USER-ID      pic X(8).
   05 FILLER          pic X(46).
