*> Business-day calendar record - one per plant code and date that
*> departs from the normal working week. Monday to Friday are
*> business days and Saturday and Sunday are not unless a row
*> here says otherwise: H marks a holiday (no business that day),
*> B a scheduled business day (a worked Saturday, or a plant that
*> works through a house holiday). A blank plant code is the house
*> calendar, which every plant follows for a date it has no row of
*> its own for; internal batches and the house-wide runs (archive,
*> trend, statement) are measured on the house calendar alone.
01 CALENDAR-RECORD.
   05 CL-PLANT-CODE     pic X(2).
   05 FILLER            pic X(1).
   05 CL-CAL-DATE       pic X(8).
   05 FILLER            pic X(1).
   05 CL-DAY-TYPE       pic X(1).
      88 CL-BUSINESS-DAY  value 'B'.
      88 CL-HOLIDAY       value 'H'.
   05 FILLER            pic X(1).
   05 CL-DESCRIPTION    pic X(14).
   05 FILLER            pic X(52).
