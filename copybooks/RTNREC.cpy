*> Disposition return record - the daily answer file sent back to
*> a source system telling it what became of the work orders it
*> sent. Framed like the inbound feed: a header (type H) naming
*> the source system, its plant code and the business date of the
*> answer, one disposition line (type D) per outcome, then a
*> trailer (type T) carrying the line count and a hash total of
*> the numeric work-order numbers so the plant can prove it got
*> the whole file. Every record carries the source system in the
*> same place so one file can be split by it. The outcome says
*> what happened; the code beside it is the class code for a
*> classified (or operator-held) work order, or the reason code
*> (BAD1-BAD5, NAK1) for a rejected or bounced one; the date is
*> the day it happened. A cancel is answered VOIDED, or CXLREFUS
*> with the reason it was refused in the text.
*> A rejected number is returned exactly as it arrived, so a
*> non-numeric one still finds its way back to the plant.
01 RETURN-HEADER-RECORD.
   05 RH-RECORD-TYPE     pic X(1).
   05 RH-SOURCE-SYSTEM   pic X(8).
   05 RH-BUSINESS-DATE   pic X(8).
   05 RH-PLANT-CODE      pic X(2).
   05 FILLER             pic X(61).
01 RETURN-DETAIL-RECORD.
   05 RR-RECORD-TYPE     pic X(1).
   05 RR-SOURCE-SYSTEM   pic X(8).
   05 RR-WO-RAW          pic X(7).
   05 RR-PLANT-CODE      pic X(2).
   05 RR-OUTCOME         pic X(8).
      88 RR-EXTRACTED      value 'EXTRACT '.
      88 RR-EXPRESS        value 'EXPRESS '.
      88 RR-CLASSIFIED     value 'CLASSIFY'.
      88 RR-DEFERRED       value 'DEFERRED'.
      88 RR-HELD           value 'HELD    '.
      88 RR-REJECTED       value 'REJECTED'.
      88 RR-ACKNOWLEDGED   value 'ACKED   '.
      88 RR-BOUNCED        value 'NAK     '.
      88 RR-CORRECTED      value 'CORRECTD'.
      88 RR-WRITTEN-OFF    value 'WRITEOFF'.
      88 RR-VOIDED         value 'VOIDED  '.
      88 RR-CANCEL-REFUSED value 'CXLREFUS'.
   05 RR-CODE            pic X(20).
   05 RR-DATE            pic X(8).
   05 RR-TEXT            pic X(26).
01 RETURN-TRAILER-RECORD.
   05 RT-RECORD-TYPE     pic X(1).
   05 RT-SOURCE-SYSTEM   pic X(8).
   05 RT-RECORD-COUNT    pic 9(7).
   05 RT-HASH-TOTAL      pic 9(13).
   05 FILLER             pic X(51).
