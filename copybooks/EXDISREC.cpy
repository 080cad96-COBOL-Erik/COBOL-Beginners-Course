*> Exception disposition record - one per rejected work order ever
*> seen, tracking what became of it: O = still open, C = corrected
*> and resubmitted, W = written off. Resolved entries are retained
*> so nothing rejected ever silently disappears. The source/plant
*> code comes from the exception record, so the resolution can be
*> reported back to the plant that sent the work order.
01 EX-DISPOSITION-RECORD.
   05 ED-WO-RAW          pic X(7).
   05 FILLER             pic X(1).
   05 ED-RESOLVE-DATE    pic X(8).
   05 FILLER             pic X(1).
   05 ED-USER-ID         pic X(8).
   05 FILLER             pic X(1).
   05 ED-SOURCE-CODE     pic X(2).
