*> Unacknowledged-extract carry-forward record - an extract we
*> shipped but the queue platform has not yet acknowledged. Same
*> shape as the extract record, with the date it was first sent so
*> the reconciliation report can age it, and the routing slot of
*> the queue it was shipped to - only that queue's acks settle it.
*> An item carried from before the shipment was routed has a blank
*> slot; it went to the slot 1 queue.
01 UNACKED-RECORD.
   05 UA-WO-NUMBER   pic 9(7).
   05 UA-CLASS-CODE  pic X(20).
   05 UA-SENT-DATE   pic X(8).
   05 UA-SOURCE-CODE pic X(2).
   05 UA-DEST-SLOT   pic X(1).
