*> Per-set exceptions are the rejects attributable to the set's
*> source code - a reject whose source names no rule set (the
*> BAD4 case) counts only in the global exception total. Per-set
*> extracts include the express subset but not deferred or held
*> records.
      10 RC-SET-EXCEPTIONS    pic 9(7).
      10 RC-SET-EXTRACTS      pic 9(7).
      10 RC-SET-DIV-COUNT     pic 9(2).
         15 RC-DIV-LABEL      pic X(10).
         15 RC-DIV-CODE       pic X(2).
         15 RC-DIV-MATCH      pic 9(7).
*> Cancel and amend records ride outside the read count - a cancel
*> is not classified or audited, and an amend is counted in the
*> read count as the corrected detail it carries. Every cancel
*> either voids its work order or is rejected, and every recall
*> record written is counted, so the balancing step can prove
*> the recall file the same way it proves the extracts.
   05 RC-CANCEL-COUNT      pic 9(7).
   05 RC-VOID-COUNT        pic 9(7).
   05 RC-CANCEL-REJ-COUNT  pic 9(7).
   05 RC-AMEND-COUNT       pic 9(7).
   05 RC-RECALL-COUNT      pic 9(7).
*> Classified records an operator hold stopped - written to the
*> held file instead of any extract file, and kept out of the
*> extract counts (global and per set) like deferred records.
   05 RC-HELD-COUNT        pic 9(7).
*> Copies of a work order dropped from our own carry batches
*> because the plant cancelled or amended the work order after the
*> copy was carried - written to the drop file, and like a cancel
*> kept outside the read count.
   05 RC-CARRY-DROP-COUNT  pic 9(7).
