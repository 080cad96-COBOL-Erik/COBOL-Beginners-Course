*> Hold maintenance transaction - one action per line. A places a
*> hold; R lifts the hold with the same key (if one is on file)
*> and releases every held work order that key covers. The key is
*> the hold type and its own key fields, as on the hold record.
01 HOLD-TRAN-RECORD.
   05 HT-ACTION        pic X(1).
   05 HT-HOLD-TYPE     pic X(1).
   05 HT-WO-NUMBER     pic X(7).
   05 HT-SOURCE-CODE   pic X(2).
   05 HT-SET-CODE      pic X(2).
   05 HT-CLASS-CODE    pic X(20).
   05 HT-USER-ID       pic X(8).
   05 HT-REASON        pic X(24).
   05 FILLER           pic X(15).
