*> Exception record for a work-order that failed input validation.
*> The source/plant code is the one the work order arrived under,
*> so the repair workflow can answer the plant that sent it.
01 EXCEPTION-RECORD.
   05 EX-WO-RAW          pic X(7).
   05 FILLER             pic X(1).
   05 EX-REASON-CODE     pic X(4).
   05 FILLER             pic X(1).
   05 EX-REASON-TEXT     pic X(30).
   05 FILLER             pic X(1).
   05 EX-SOURCE-CODE     pic X(2).
