*> Carry-drop record - one per copy of a work order that rode back
*> in on one of our own internal batches (the repair resubmit, the
*> capacity deferral, the hold release) after the plant had
*> cancelled the work order (reason V) or amended it since the
*> copy was carried (reason S). Such a copy is stale: it is
*> neither classified nor rejected, only written here so the
*> balancing step can prove every drop. The drop date is the
*> business date of the run that dropped it, the superseded date
*> the master's amend date that made the copy stale (blank for a
*> cancel), and the input record rides behind byte for byte.
01 CARRY-DROP-RECORD.
   05 CD-DROP-DATE       pic X(8).
   05 CD-REASON          pic X(1).
      88 CD-CANCELLED      value 'V'.
      88 CD-SUPERSEDED     value 'S'.
   05 CD-SUPERSEDED-DATE pic X(8).
   05 FILLER             pic X(3).
   05 CD-WORK-ORDER-IMAGE.
      10 CD-WO-NUMBER     pic 9(7).
      10 CD-SOURCE-CODE   pic X(2).
      10 CD-EXPEDITE-FLAG pic X(1).
      10 CD-CARRY-SOURCE  pic X(8).
      10 CD-CARRY-DATE    pic X(8).
      10 FILLER           pic X(54).
