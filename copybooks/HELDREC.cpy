*> Held work-order record - one per work order a hold stopped,
*> written by FIZZBUZZ in place of the extract record and kept on
*> the held-items file until the HOLDMNT job releases it. The
*> input record rides behind the hold details byte for byte, so
*> a released work order goes back into the feed exactly as it
*> arrived - source code, expedite flag and all. The held date is
*> the business date of the run that stopped it, the hold type the
*> kind of hold that did (W, S or C, as on HOLDREC), and the rule
*> set and class code are what it classified as that day.
01 HELD-WORK-ORDER-RECORD.
   05 HL-HELD-DATE       pic X(8).
   05 HL-HOLD-TYPE       pic X(1).
   05 HL-SET-CODE        pic X(2).
   05 HL-CLASS-CODE      pic X(20).
   05 FILLER             pic X(9).
   05 HL-WORK-ORDER-IMAGE.
      10 HL-WO-NUMBER     pic 9(7).
      10 HL-SOURCE-CODE   pic X(2).
      10 HL-EXPEDITE-FLAG pic X(1).
      10 FILLER           pic X(70).
