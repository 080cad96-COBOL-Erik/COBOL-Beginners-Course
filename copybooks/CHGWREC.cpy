*> Wide maintenance change-log record - the CHGLREC layout with
*> room for before and after images of masters whose rows do not
*> fit in 25 bytes (for the source registry: source system, plant
*> code, min and max counts, effective date, targets and contact;
*> for the capacity caps: rule set, class code, daily cap and
*> effective date). Each master keeps its own log dataset.
01 CHANGE-LOG-WIDE-RECORD.
   05 CW-CHANGE-DATE   pic X(8).
   05 FILLER           pic X(1).
   05 CW-CHANGE-TIME   pic X(8).
   05 FILLER           pic X(1).
   05 CW-USER-ID       pic X(8).
   05 FILLER           pic X(1).
   05 CW-ACTION        pic X(1).
   05 FILLER           pic X(1).
   05 CW-BEFORE-IMAGE  pic X(60).
   05 FILLER           pic X(1).
   05 CW-AFTER-IMAGE   pic X(60).
