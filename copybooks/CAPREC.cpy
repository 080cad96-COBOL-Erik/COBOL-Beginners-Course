*> class. The class code is the extract's full class-code string,
*> so a compound classification (two codes strung together) is
*> capped as its own class. A class with no row here is uncapped.
*> A cap may carry more than one version, keyed by the first
*> business date each applies from (blank for always in effect),
*> so a peak-season cap can be keyed ahead and FIZZBUZZ takes the
*> latest version in effect on its run date.
01 CAPACITY-PARM-RECORD.
   05 CA-SET-CODE    pic X(2).
   05 FILLER         pic X(1).
   05 CA-CLASS-CODE  pic X(20).
   05 FILLER         pic X(1).
   05 CA-DAILY-CAP   pic 9(7).
   05 FILLER         pic X(1).
   05 CA-EFF-DATE    pic X(8).
   05 FILLER         pic X(40).
