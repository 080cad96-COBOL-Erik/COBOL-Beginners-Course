*> Hold control record - one per hold the operators have placed.
*> The hold type says which key the hold is on: W holds one
*> work-order number, S every work order carrying a source/plant
*> code (a plant's whole feed), C one class code within a rule set
*> (a class of work the queue team has asked us to stop). Only the
*> key fields of the hold's own type are filled. FIZZBUZZ still
*> classifies and audits a held work order but sends it to the
*> held file instead of an extract file; the HOLDMNT job places
*> and lifts the holds and releases what they caught.
01 HOLD-CONTROL-RECORD.
   05 HD-HOLD-TYPE     pic X(1).
      88 HD-WO-HOLD       value 'W'.
      88 HD-SOURCE-HOLD   value 'S'.
      88 HD-CLASS-HOLD    value 'C'.
   05 FILLER           pic X(1).
   05 HD-WO-NUMBER     pic X(7).
   05 FILLER           pic X(1).
   05 HD-SOURCE-CODE   pic X(2).
   05 FILLER           pic X(1).
   05 HD-SET-CODE      pic X(2).
   05 FILLER           pic X(1).
   05 HD-CLASS-CODE    pic X(20).
   05 FILLER           pic X(1).
   05 HD-HOLD-DATE     pic X(8).
   05 FILLER           pic X(1).
   05 HD-USER-ID       pic X(8).
   05 FILLER           pic X(1).
   05 HD-REASON        pic X(24).
   05 FILLER           pic X(1).
