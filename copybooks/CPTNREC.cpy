*> Capacity-cap maintenance transaction - one add/change/delete
*> action per line, keyed by rule set, class code and effective
*> date (blank for always in effect).
01 CAP-TRAN-RECORD.
   05 CP-ACTION       pic X(1).
   05 CP-SET-CODE     pic X(2).
   05 CP-CLASS-CODE   pic X(20).
   05 CP-DAILY-CAP    pic X(7).
   05 CP-EFF-DATE     pic X(8).
   05 CP-USER-ID      pic X(8).
   05 FILLER          pic X(34).
