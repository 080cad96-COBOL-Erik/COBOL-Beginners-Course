      10 CKPT-CAP-SET          pic X(2).
      10 CKPT-CAP-CLASS        pic X(20).
      10 CKPT-CAP-USED         pic 9(7).
*> Cancel, amend, hold and carry-drop tallies, restored on a
*> resume for the same reason as the counts above.
   05 CKPT-CANCEL-COUNT     pic 9(7).
   05 CKPT-VOID-COUNT       pic 9(7).
   05 CKPT-CANCEL-REJ-COUNT pic 9(7).
   05 CKPT-AMEND-COUNT      pic 9(7).
   05 CKPT-RECALL-COUNT     pic 9(7).
   05 CKPT-HELD-COUNT       pic 9(7).
   05 CKPT-CARRY-DROP-COUNT pic 9(7).
