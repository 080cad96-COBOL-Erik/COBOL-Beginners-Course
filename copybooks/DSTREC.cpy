*> Routed extract record - the framed file shipped to one downstream
*> queue. Each destination gets one file per shipment (regular, or
*> the express shipment that leaves ahead of it): a header (type H)
*> naming the destination queue, the business date and the service
*> (R regular, E express), one detail (type D) per work order
*> carrying the extract record image, then a trailer (type T) with
*> the detail count and a hash total of the work-order numbers so
*> the queue loader can prove it received the whole file. Every
*> record carries the destination code and routing slot in the same
*> place, so a concatenation of the files can still be told apart.
01 ROUTED-HEADER-RECORD.
   05 DH-RECORD-TYPE     pic X(1).
   05 DH-DEST-CODE       pic X(8).
   05 DH-DEST-SLOT       pic X(1).
   05 DH-BUSINESS-DATE   pic X(8).
   05 DH-SERVICE         pic X(1).
      88 DH-REGULAR        value 'R'.
      88 DH-EXPRESS        value 'E'.
   05 FILLER             pic X(61).
01 ROUTED-DETAIL-RECORD.
   05 DR-RECORD-TYPE     pic X(1).
   05 DR-DEST-CODE       pic X(8).
   05 DR-DEST-SLOT       pic X(1).
   05 DR-WO-NUMBER       pic 9(7).
   05 DR-CLASS-CODE      pic X(20).
   05 DR-RUN-DATE        pic X(8).
   05 DR-SOURCE-CODE     pic X(2).
   05 DR-SERVICE         pic X(1).
   05 FILLER             pic X(32).
01 ROUTED-TRAILER-RECORD.
   05 DT-RECORD-TYPE     pic X(1).
   05 DT-DEST-CODE       pic X(8).
   05 DT-DEST-SLOT       pic X(1).
   05 DT-RECORD-COUNT    pic 9(7).
   05 DT-HASH-TOTAL      pic 9(13).
   05 FILLER             pic X(50).
