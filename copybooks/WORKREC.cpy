*> marks a rush work order - E ships on the express extract ahead
*> of the full overnight shipment; anything else (including the
*> blank the old feeds still send) ships with the regular file.
*> Inside a batch a plant may also withdraw or correct a work order
*> it sent before: a cancel (type C) or an amend (type A) carries
*> the work-order number after the type byte, and an amend carries
*> the corrected source/plant code and expedite flag after that.
*> Both count in the batch trailer's record count, and their
*> work-order numbers in its hash total, like any detail.
*> The carry source and date say when one of our own jobs took a
*> copy of the work order to send round again: FIZZBUZZ stamps its
*> own name and run date on a copy it defers or holds, and FEEDSPLT
*> stamps the batch's source system and business date on any other
*> detail riding one of our internal batches (the repair resubmit).
*> FEEDSPLT blanks them on a detail from a plant, so FIZZBUZZ can
*> tell a carried copy from a fresh sending once the batches are
*> merged into a partition.
01 WORK-ORDER-RECORD.
   05 WO-NUMBER      pic 9(7).
   05 WO-SOURCE-CODE pic X(2).
   05 WO-EXPEDITE-FLAG pic X(1).
      88 WO-EXPEDITED    value 'E'.
   05 WO-CARRY-SOURCE pic X(8).
   05 WO-CARRY-DATE  pic X(8).
   05 FILLER         pic X(54).
01 BATCH-HEADER-RECORD.
   05 BH-RECORD-TYPE    pic X(1).
   05 BH-SOURCE-SYSTEM  pic X(8).
   05 BT-RECORD-COUNT   pic 9(7).
   05 BT-HASH-TOTAL     pic 9(13).
   05 FILLER            pic X(59).
01 WORK-ORDER-CHANGE-RECORD.
   05 WC-RECORD-TYPE    pic X(1).
      88 WC-CANCEL         value 'C'.
      88 WC-AMEND          value 'A'.
   05 WC-WO-NUMBER      pic 9(7).
   05 WC-SOURCE-CODE    pic X(2).
   05 WC-EXPEDITE-FLAG  pic X(1).
   05 FILLER            pic X(69).
