*> Extract routing record - the table that decides which downstream
*> queue each extracted work order is shipped to. Two kinds of row
*> share the file:
*>   D - a destination: names a queue and binds it to one of the
*>       routing step's output slots (1-3). The slot is the file
*>       the job stream ships to that queue, so the name and slot
*>       on a destination row must agree with the job's shipping
*>       steps.
*>   R - a route: a rule set (the extract's source code) and class
*>       code, and the destination its work orders go to. A route
*>       with a blank class code is the rule set's default - a
*>       class with no route of its own (a new compound code, say)
*>       follows it. A blank set code is itself a set, as in
*>       PARMIN and CAPIN.
*> Rows are effective-dated like the divisor rules and capacity
*> caps - a row may carry more than one version, keyed by the
*> first business date each applies from (blank for always in
*> effect), and the readers take the latest version in effect on
*> their run date.
01 ROUTING-RECORD.
   05 RO-RECORD-TYPE   pic X(1).
      88 RO-DESTINATION    value 'D'.
      88 RO-ROUTE          value 'R'.
   05 FILLER           pic X(1).
   05 RO-SET-CODE      pic X(2).
   05 FILLER           pic X(1).
   05 RO-CLASS-CODE    pic X(20).
   05 FILLER           pic X(1).
   05 RO-DEST-CODE     pic X(8).
   05 FILLER           pic X(1).
   05 RO-DEST-SLOT     pic X(1).
   05 FILLER           pic X(1).
   05 RO-EFF-DATE      pic X(8).
   05 FILLER           pic X(35).
