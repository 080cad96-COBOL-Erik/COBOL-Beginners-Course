*> job stream: R = received, C = classified, J = rejected,
*> X = extracted, A = acknowledged by the downstream queue,
*> N = bounced by the downstream queue (negative acknowledgement,
*> routed into the exception repair workflow), V = voided (cancelled
*> by the sending plant - a later detail from a plant for the
*> number is rejected, a copy still riding one of our own carry
*> batches is dropped), H = held (classified but stopped by an
*> operator hold, waiting on the held-items file for release).
*> Behind the status sit the source/plant code and expedite flag
*> the work order last arrived with, and the business date it
*> reached each lifecycle stage, so the time taken between stages
*> survives the status moving on. A stage not yet reached is
*> blank. The received date is the first receipt of the current
*> cycle - a work order coming round again after a deferral, a
*> repair or a bounce keeps it, so the elapsed time covers the
*> whole wait; only an acknowledged work order received again
*> starts a new cycle. Extracted is the regular or express
*> extract according to the expedite flag.
*> The superseded date sits outside the stage dates and survives a
*> new cycle: it is the business date the plant last amended the
*> work order, so a copy carried on one of our own batches from
*> before that date is known to be stale and is dropped. The
*> shipped class code is the rule class-code string the work order
*> last left on an extract under - the key the downstream queues
*> file it by - so a recall can name the copy the platform holds.
01 WORK-ORDER-MASTER-RECORD.
   05 WM-WO-NUMBER       pic 9(7).
   05 WM-RUN-DATE        pic X(8).
   05 WM-STATUS          pic X(1).
   05 WM-CLASSIFICATION  pic X(20).
   05 WM-SOURCE-CODE     pic X(2).
   05 WM-EXPEDITE-FLAG   pic X(1).
      88 WM-EXPEDITED      value 'E'.
   05 WM-STAGE-DATES.
      10 WM-RECEIVED-DATE   pic X(8).
      10 WM-CLASSIFIED-DATE pic X(8).
      10 WM-EXTRACTED-DATE  pic X(8).
      10 WM-DEFERRED-DATE   pic X(8).
      10 WM-ACKED-DATE      pic X(8).
      10 WM-BOUNCED-DATE    pic X(8).
   05 WM-SUPERSEDED-DATE pic X(8).
   05 WM-SHIPPED-CLASS-CODE pic X(20).
