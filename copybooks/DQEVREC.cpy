*> Data-quality event record - one per feed-quality fact the job
*> stream would otherwise only leave on SYSOUT, appended to the
*> retained event file for the monthly source-system scorecard.
*> The business date is the day the event counts against: the
*> batch header's business date for a batch event, the run date
*> for an acknowledgement tally. The source system and plant code
*> are whichever the writer knows - the splitter knows both from
*> the registry, the reconciliation knows only the plant code the
*> extract carried - and the scorecard fills in the other half
*> from the registry. Event types:
*>   BTCH - a batch arrived whole (record count = its records)
*>   VOLM - its record count fell outside the registered volume
*>          range (reason LOW or HIGH)
*>   LATE - a batch dated behind the feed it rode in with (an
*>          external batch on an earlier business date, or an
*>          internal one older than the late-batch tolerance) -
*>          the feed stops on it
*>   FAIL - a batch that stopped the feed on a control failure
*>          (reason CNT or HASH for the trailer controls, TRLR for
*>          a missing or unreadable trailer, HDR for a missing
*>          header, SRC for an unregistered source, DATE for a
*>          business date ahead of or disagreeing with the feed)
*>   ACKD - work orders the queue platform acknowledged that day
*>   NAK  - work orders the queue platform bounced that day
*> The batch sequence is the batch's position in the run (zero for
*> a day's tally), so a rerun over the same input repeats its
*> events exactly and the scorecard's sort step can drop the
*> repeats on the leading 42 bytes - the run date and writing step
*> behind them say who saw it, and when.
01 DATA-QUALITY-EVENT-RECORD.
   05 DQ-BUSINESS-DATE   pic X(8).
   05 FILLER             pic X(1).
   05 DQ-SOURCE-SYSTEM   pic X(8).
   05 FILLER             pic X(1).
   05 DQ-PLANT-CODE      pic X(2).
   05 FILLER             pic X(1).
   05 DQ-EVENT-TYPE      pic X(4).
      88 DQ-BATCH-RECEIVED   value 'BTCH'.
      88 DQ-VOLUME-BREACH    value 'VOLM'.
      88 DQ-LATE-BATCH       value 'LATE'.
      88 DQ-FAILED-BATCH     value 'FAIL'.
      88 DQ-ACKNOWLEDGED     value 'ACKD'.
      88 DQ-BOUNCED          value 'NAK '.
   05 FILLER             pic X(1).
   05 DQ-REASON-CODE     pic X(4).
   05 FILLER             pic X(1).
   05 DQ-BATCH-SEQ       pic 9(3).
   05 FILLER             pic X(1).
   05 DQ-RECORD-COUNT    pic 9(7).
   05 FILLER             pic X(1).
   05 DQ-RUN-DATE        pic X(8).
   05 FILLER             pic X(1).
   05 DQ-STEP-NAME       pic X(8).
   05 FILLER             pic X(20).
