*> check stays uniform; the blank plant code marks them internal,
*> and an internal batch may legitimately carry an earlier
*> business date - a carried-forward batch riding in after a
*> weekend or holiday gap, up to one business day back on the
*> house calendar (CALREC). The cycle-time targets are the
*> business days a plant's work order may take from receipt to
*> acknowledgement by the queue - a regular one and a tighter one
*> for expedited work orders; zero (or blank) sets no target.
*> A source system may carry more than one version of its row,
*> keyed by the first business date each applies from (blank for
*> always in effect) - a widened range or new target can be keyed
*> ahead of its date, and the readers take the latest version in
*> effect on their run date.
01 SOURCE-REGISTRY-RECORD.
   05 SG-SOURCE-SYSTEM  pic X(8).
   05 FILLER            pic X(1).
   05 SG-MAX-COUNT      pic 9(7).
   05 FILLER            pic X(1).
   05 SG-CONTACT        pic X(20).
   05 FILLER            pic X(1).
   05 SG-TARGET-DAYS    pic 9(3).
   05 FILLER            pic X(1).
   05 SG-EXPRESS-TARGET-DAYS pic 9(3).
   05 FILLER            pic X(1).
   05 SG-EFF-DATE       pic X(8).
   05 FILLER            pic X(15).
