*> Maintenance change-log record - one per applied maintenance
*> transaction, with before and after images of the row changed
*> (for the divisor rules: divisor, label, code, effective date,
*> rule set; for the business calendar: plant code, date, day type,
*> description) so any edit can be traced back to who made it and
*> what it replaced. Each master keeps its own log dataset.
01 CHANGE-LOG-RECORD.
   05 CG-CHANGE-DATE   pic X(8).
   05 FILLER           pic X(1).
