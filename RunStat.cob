*> The stream's expected steps, in job order. The three
*> classifier partitions post under their own names, and the
*> utility rolls post via RUNPOST.
01 WS-EXPECTED-COUNT  pic 9(2) value 14.
01 WS-EXPECTED-TABLE-AREA.
   05 FILLER pic X(8) value 'FEEDSPLT'.
   05 FILLER pic X(8) value 'FIZZBUZ1'.
   05 FILLER pic X(8) value 'FIZZBUZ2'.
   05 FILLER pic X(8) value 'FIZZBUZ3'.
   05 FILLER pic X(8) value 'FIZZMRG '.
   05 FILLER pic X(8) value 'XTRROUTE'.
   05 FILLER pic X(8) value 'BALCHK  '.
   05 FILLER pic X(8) value 'HOLDAGE '.
   05 FILLER pic X(8) value 'TRENDRPT'.
   05 FILLER pic X(8) value 'AUDROLL '.
   05 FILLER pic X(8) value 'AUDINDEX'.
   05 FILLER pic X(8) value 'CTLROLL '.
   05 FILLER pic X(8) value 'ACKRECON'.
   05 FILLER pic X(8) value 'CARRYROT'.
01 WS-EXPECTED-TABLE redefines WS-EXPECTED-TABLE-AREA.
   05 WS-EXPECTED-STEP occurs 14 times pic X(8).
01 WS-EXP-IDX         pic 9(2).

*> The date's posted records, tabled for matching against the
