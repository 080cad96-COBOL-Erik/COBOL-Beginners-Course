*> Recall record - tells the queue platform to withdraw a work
*> order it was already sent on an extract. A plant's cancel
*> recalls the work order outright (action C); an amend recalls
*> the superseded copy (action A) and the corrected work order
*> ships again on the extract behind it. The classification is
*> the class code the recalled copy shipped under, so the platform
*> can find it in the right queue, and the source code is the one
*> it shipped under too - an amend's corrected code goes out only
*> on the corrected copy.
01 RECALL-RECORD.
   05 RL-WO-NUMBER       pic 9(7).
   05 RL-CLASSIFICATION  pic X(20).
   05 RL-RECALL-DATE     pic X(8).
   05 RL-SOURCE-CODE     pic X(2).
   05 RL-ACTION          pic X(1).
      88 RL-CANCELLED      value 'C'.
      88 RL-AMENDED        value 'A'.
