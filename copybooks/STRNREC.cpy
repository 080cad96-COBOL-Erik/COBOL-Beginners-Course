*> Source-registry maintenance transaction - one add/change/delete
*> action per line, keyed by source system and effective date
*> (blank for always in effect). A change replaces every attribute
*> of the version it names, so key the whole row. Blank cycle-time
*> targets are taken as zero (no target).
01 SOURCE-TRAN-RECORD.
   05 SR-ACTION        pic X(1).
   05 SR-SOURCE-SYSTEM pic X(8).
   05 SR-PLANT-CODE    pic X(2).
   05 SR-MIN-COUNT     pic X(7).
   05 SR-MAX-COUNT     pic X(7).
   05 SR-CONTACT       pic X(20).
   05 SR-TARGET-DAYS   pic X(3).
   05 SR-EXPRESS-TARGET-DAYS pic X(3).
   05 SR-EFF-DATE      pic X(8).
   05 SR-USER-ID       pic X(8).
   05 FILLER           pic X(13).
