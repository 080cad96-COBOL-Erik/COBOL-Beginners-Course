*> Audit index record - one per audit-log record on the retained
*> daily generations, loaded by the nightly index step behind the
*> audit roll. The prime key is the work-order number (as it
*> arrived - a rejected non-numeric number is indexed too) plus
*> the run date, with an occurrence number for a work order
*> audited more than once on one date, so an inquiry on one
*> number reads only that number's rows, oldest date first. The
*> alternate key is the run date plus the row's position in that
*> date's audit file, so a date or date range reads in the order
*> the classifier wrote it. The audit record itself rides behind
*> the keys byte for byte in the AUDTREC layout.
01 AUDIT-INDEX-RECORD.
   05 AX-INDEX-KEY.
      10 AX-WO-KEY          pic X(7).
      10 AX-RUN-DATE        pic X(8).
      10 AX-OCCURRENCE      pic 9(3).
   05 AX-DATE-KEY.
      10 AX-DATE-RUN-DATE   pic X(8).
      10 AX-DATE-SEQUENCE   pic 9(7).
   05 AX-AUDIT-IMAGE        pic X(57).
