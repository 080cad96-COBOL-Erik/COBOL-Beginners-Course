fd  REPORT-FILE.
01 MERGED-REPORT-RECORD pic X(109).
fd  RUN-CONTROL-FILE.
01 MERGED-CONTROL-RECORD pic X(1190).
fd  RUN-STATUS-FILE.
copy RSTATREC.
working-storage section.
         15 WS-MG-DIV-LABEL   pic X(10).
         15 WS-MG-DIV-CODE    pic X(2).
         15 WS-MG-DIV-MATCH   pic 9(7).
   05 WS-MG-CANCELS         pic 9(7) value 0.
   05 WS-MG-VOIDED          pic 9(7) value 0.
   05 WS-MG-CANCEL-REJECTS  pic 9(7) value 0.
   05 WS-MG-AMENDS          pic 9(7) value 0.
   05 WS-MG-RECALLS         pic 9(7) value 0.
   05 WS-MG-HELD            pic 9(7) value 0.
   05 WS-MG-CARRY-DROPS     pic 9(7) value 0.

*> Control-record image on its way out - same shape as CTLREC.
01 WS-OUT-CONTROL.
         15 WS-OC-DIV-LABEL   pic X(10).
         15 WS-OC-DIV-CODE    pic X(2).
         15 WS-OC-DIV-MATCH   pic 9(7).
   05 WS-OC-CANCELS         pic 9(7).
   05 WS-OC-VOIDED          pic 9(7).
   05 WS-OC-CANCEL-REJECTS  pic 9(7).
   05 WS-OC-AMENDS          pic 9(7).
   05 WS-OC-RECALLS         pic 9(7).
   05 WS-OC-HELD            pic 9(7).
   05 WS-OC-CARRY-DROPS     pic 9(7).

procedure division.
move function current-date to WS-RUN-DATE-TIME-RAW
    add RC-DEFER-COUNT to WS-MG-DEFERRED
    add RC-PLAIN-COUNT to WS-MG-PLAIN
    add RC-MULTI-COUNT to WS-MG-MULTI
    add RC-CANCEL-COUNT to WS-MG-CANCELS
    add RC-VOID-COUNT to WS-MG-VOIDED
    add RC-CANCEL-REJ-COUNT to WS-MG-CANCEL-REJECTS
    add RC-AMEND-COUNT to WS-MG-AMENDS
    add RC-RECALL-COUNT to WS-MG-RECALLS
    add RC-HELD-COUNT to WS-MG-HELD
    add RC-CARRY-DROP-COUNT to WS-MG-CARRY-DROPS
    perform varying WS-SET-IDX from 1 by 1
          until WS-SET-IDX > WS-MG-SET-COUNT
       add RC-SET-RECORDS(WS-SET-IDX)
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD
    move spaces to MERGED-REPORT-RECORD
    string 'HELD BY OPERATOR HOLD : ' delimited by size
           WS-MG-HELD delimited by size
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD
    move spaces to MERGED-REPORT-RECORD
    string 'EXCEPTION COUNT       : ' delimited by size
           WS-MG-EXCEPTIONS delimited by size
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD
    move spaces to MERGED-REPORT-RECORD
    string 'CANCELS READ          : ' delimited by size
           WS-MG-CANCELS delimited by size
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD
    move spaces to MERGED-REPORT-RECORD
    string 'WORK ORDERS VOIDED    : ' delimited by size
           WS-MG-VOIDED delimited by size
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD
    move spaces to MERGED-REPORT-RECORD
    string 'CANCELS REJECTED      : ' delimited by size
           WS-MG-CANCEL-REJECTS delimited by size
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD
    move spaces to MERGED-REPORT-RECORD
    string 'AMENDS READ           : ' delimited by size
           WS-MG-AMENDS delimited by size
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD
    move spaces to MERGED-REPORT-RECORD
    string 'RECALLS WRITTEN       : ' delimited by size
           WS-MG-RECALLS delimited by size
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD
    move spaces to MERGED-REPORT-RECORD
    string 'CARRIED COPIES DROPPED: ' delimited by size
           WS-MG-CARRY-DROPS delimited by size
           into MERGED-REPORT-RECORD
    write MERGED-REPORT-RECORD.

WRITE-MERGED-CONTROL.
    move WS-MG-PLAIN to WS-OC-PLAIN
    move WS-MG-MULTI to WS-OC-MULTI
    move WS-MG-SET-COUNT to WS-OC-SET-COUNT
    move WS-MG-CANCELS to WS-OC-CANCELS
    move WS-MG-VOIDED to WS-OC-VOIDED
    move WS-MG-CANCEL-REJECTS to WS-OC-CANCEL-REJECTS
    move WS-MG-AMENDS to WS-OC-AMENDS
    move WS-MG-RECALLS to WS-OC-RECALLS
    move WS-MG-HELD to WS-OC-HELD
    move WS-MG-CARRY-DROPS to WS-OC-CARRY-DROPS
    perform varying WS-SET-IDX from 1 by 1
          until WS-SET-IDX > WS-MG-SET-COUNT
       move WS-MG-SET-CODE(WS-SET-IDX)
