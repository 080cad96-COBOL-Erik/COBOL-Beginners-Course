identification division.
program-id. HoldMnt.
*> Operator hold maintenance and release. Applies place/release
*> transactions (HOLDTRN) against the hold control file (HOLDCTL),
*> writes the updated control file to HOLDOUT and a before/after
*> change log to CHGLOG, then passes the held-items file (HELDIN)
*> through to HELDOUT. A held work order that a release in this
*> run covers - and that no hold still on file covers - goes to
*> the release batch (RLSOUT) instead, framed with its own header
*> and trailer so it rides into the next run's WORKIN the way the
*> repair resubmit and capacity deferral batches do. A held work
*> order whose master row has moved on since (cancelled by the
*> plant, or sent again and dispositioned afresh) is dropped from
*> the held file rather than released.
environment division.
input-output section.
file-control.
    select HOLD-CONTROL-FILE assign to "HOLDCTL"
        organization is line sequential
        file status is WS-HOLDCTL-STATUS.
    select HOLD-TRAN-FILE assign to "HOLDTRN"
        organization is line sequential
        file status is WS-HOLDTRN-STATUS.
    select HOLD-NEW-FILE assign to "HOLDOUT"
        organization is line sequential
        file status is WS-HOLDOUT-STATUS.
    select HELD-IN-FILE assign to "HELDIN"
        organization is line sequential
        file status is WS-HELDIN-STATUS.
    select HELD-OUT-FILE assign to "HELDOUT"
        organization is line sequential
        file status is WS-HELDOUT-STATUS.
    select RELEASE-FILE assign to "RLSOUT"
        organization is line sequential
        file status is WS-RLSOUT-STATUS.
    select DIVISOR-PARM-FILE assign to "PARMIN"
        organization is line sequential
        file status is WS-PARMIN-STATUS.
    select WORK-ORDER-MASTER assign to "WOMAST"
        organization is indexed
        access is random
        record key is WM-WO-NUMBER
        file status is WS-WOMAST-STATUS.
    select CHANGE-LOG-FILE assign to "CHGLOG"
        organization is line sequential
        file status is WS-CHGLOG-STATUS.
data division.
file section.
fd  HOLD-CONTROL-FILE.
copy HOLDREC.
fd  HOLD-TRAN-FILE.
copy HTRNREC.
fd  HOLD-NEW-FILE.
01 HOLD-NEW-RECORD    pic X(80).
fd  HELD-IN-FILE.
copy HELDREC.
fd  HELD-OUT-FILE.
01 HELD-OUT-RECORD    pic X(120).
fd  RELEASE-FILE.
copy WORKREC.
fd  DIVISOR-PARM-FILE.
copy PARMREC.
fd  WORK-ORDER-MASTER.
copy WOMREC.
fd  CHANGE-LOG-FILE.
copy CHGWREC.
working-storage section.
01 WS-HOLDCTL-STATUS  pic XX.
01 WS-HOLDTRN-STATUS  pic XX.
01 WS-HOLDOUT-STATUS  pic XX.
01 WS-HELDIN-STATUS   pic XX.
01 WS-HELDOUT-STATUS  pic XX.
01 WS-RLSOUT-STATUS   pic XX.
01 WS-PARMIN-STATUS   pic XX.
01 WS-WOMAST-STATUS   pic XX.
01 WS-CHGLOG-STATUS   pic XX.
01 WS-MASTER-EOF-SWITCH pic X value 'N'.
   88 WS-MASTER-EOF     value 'Y'.
01 WS-TRAN-EOF-SWITCH pic X value 'N'.
   88 WS-TRAN-EOF       value 'Y'.
01 WS-PARM-EOF-SWITCH pic X value 'N'.
   88 WS-PARM-EOF       value 'Y'.
01 WS-HELD-EOF-SWITCH pic X value 'N'.
   88 WS-HELD-EOF       value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).
01 WS-RUN-TIME         pic X(8).

*> In-core copy of the hold control file. A hold's key is its type
*> plus the key fields of that type only, so two holds on the same
*> thing always compare equal.
*> Slots used grows as holds are loaded and placed; holds in force
*> drops again as they are lifted (the slot is only flagged).
01 WS-SLOT-COUNT      pic 9(3) value 0.
01 WS-HOLD-COUNT      pic 9(3) value 0.
01 WS-HOLD-TABLE-AREA.
   05 WS-HOLD-TABLE occurs 100 times.
      10 HE-HOLD-KEY.
         15 HE-HOLD-TYPE    pic X(1).
         15 HE-WO-NUMBER    pic X(7).
         15 HE-SOURCE-CODE  pic X(2).
         15 HE-SET-CODE     pic X(2).
         15 HE-CLASS-CODE   pic X(20).
      10 HE-HOLD-DATE    pic X(8).
      10 HE-USER-ID      pic X(8).
      10 HE-REASON       pic X(24).
      10 HE-DELETE-FLAG  pic X(1).

*> The keys released in this run - the held-file pass releases
*> every held work order one of them covers.
01 WS-RELEASE-COUNT   pic 9(3) value 0.
01 WS-RELEASE-TABLE-AREA.
   05 WS-RELEASE-TABLE occurs 100 times.
      10 RK-HOLD-KEY.
         15 RK-HOLD-TYPE    pic X(1).
         15 RK-WO-NUMBER    pic X(7).
         15 RK-SOURCE-CODE  pic X(2).
         15 RK-SET-CODE     pic X(2).
         15 RK-CLASS-CODE   pic X(20).

01 WS-TABLE-IDX       pic 9(3).
01 WS-FOUND-IDX       pic 9(3).

*> The transaction's key, built the way the table keys are.
01 WS-TRAN-KEY.
   05 WS-TK-HOLD-TYPE    pic X(1).
   05 WS-TK-WO-NUMBER    pic X(7).
   05 WS-TK-SOURCE-CODE  pic X(2).
   05 WS-TK-SET-CODE     pic X(2).
   05 WS-TK-CLASS-CODE   pic X(20).

*> One key tested against the held work order in hand.
01 WS-TEST-KEY.
   05 WS-TS-HOLD-TYPE    pic X(1).
   05 WS-TS-WO-NUMBER    pic X(7).
   05 WS-TS-SOURCE-CODE  pic X(2).
   05 WS-TS-SET-CODE     pic X(2).
   05 WS-TS-CLASS-CODE   pic X(20).
01 WS-COVER-SWITCH    pic X.
   88 WS-KEY-COVERS     value 'Y'.
01 WS-RELEASED-SWITCH pic X.
   88 WS-ITEM-RELEASED  value 'Y'.
01 WS-STILL-HELD-SWITCH pic X.
   88 WS-ITEM-STILL-HELD value 'Y'.
01 WS-CURRENT-SWITCH  pic X.
   88 WS-ITEM-CURRENT   value 'Y'.

*> Every rule set and class code on the divisor master, whatever
*> the version's effective date - a class hold may only name a
*> class its set can produce.
01 WS-CODE-COUNT      pic 9(2) value 0.
01 WS-CODE-TABLE-AREA.
   05 WS-CODE-TABLE occurs 50 times.
      10 PC-SET-CODE     pic X(2).
      10 PC-CLASS-CODE   pic X(2).
01 WS-CODE-IDX        pic 9(2).
01 WS-CODE-POS        pic 9(2).
01 WS-CODE-PIECE      pic X(2).
01 WS-SET-FOUND-SWITCH pic X.
   88 WS-SET-FOUND      value 'Y'.
01 WS-PIECE-FOUND-SWITCH pic X.
   88 WS-PIECE-FOUND    value 'Y'.
01 WS-CLASS-SWITCH    pic X.
   88 WS-CLASS-OK       value 'Y'.
01 WS-CLASS-END-SWITCH pic X.
   88 WS-CLASS-ENDED    value 'Y'.

01 WS-TRAN-COUNT      pic 9(5) value 0.
01 WS-APPLIED-COUNT   pic 9(5) value 0.
01 WS-REJECT-COUNT    pic 9(5) value 0.
01 WS-HELD-READ-COUNT pic 9(7) value 0.
01 WS-RELEASED-COUNT  pic 9(7) value 0.
01 WS-KEPT-COUNT      pic 9(7) value 0.
01 WS-BLOCKED-COUNT   pic 9(7) value 0.
01 WS-DROPPED-COUNT   pic 9(7) value 0.

01 WS-REJECT-SWITCH   pic X.
   88 WS-TRAN-REJECTED  value 'Y'.
01 WS-REJECT-REASON   pic X(40).

*> Before/after images for the change log - the key first, then
*> the date it was placed and the reason as far as it fits.
01 WS-HOLD-IMAGE.
   05 WS-HI-HOLD-KEY      pic X(32).
   05 WS-HI-HOLD-DATE     pic X(8).
   05 WS-HI-REASON        pic X(20).
01 WS-BEFORE-IMAGE    pic X(60).
01 WS-AFTER-IMAGE     pic X(60).

*> Batch framing for the release file. The header is written
*> lazily, only when the first work order is released, and is
*> dated the day it was written - the same way the deferral batch
*> is - so a run that releases nothing adds nothing to the feed.
01 WS-RLS-BATCH-SWITCH pic X value 'N'.
   88 WS-RLS-BATCH-OPEN    value 'Y'.
01 WS-RELEASE-HASH    pic 9(13) value 0.

*> Image of a hold row on its way out to HOLDOUT - built here
*> rather than in the closed HOLDCTL record area.
01 WS-NEW-HOLD-RECORD.
   05 WS-NH-HOLD-TYPE     pic X(1).
   05 FILLER              pic X(1).
   05 WS-NH-WO-NUMBER     pic X(7).
   05 FILLER              pic X(1).
   05 WS-NH-SOURCE-CODE   pic X(2).
   05 FILLER              pic X(1).
   05 WS-NH-SET-CODE      pic X(2).
   05 FILLER              pic X(1).
   05 WS-NH-CLASS-CODE    pic X(20).
   05 FILLER              pic X(1).
   05 WS-NH-HOLD-DATE     pic X(8).
   05 FILLER              pic X(1).
   05 WS-NH-USER-ID       pic X(8).
   05 FILLER              pic X(1).
   05 WS-NH-REASON        pic X(24).
   05 FILLER              pic X(1).

procedure division.
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
move WS-CD-TIME to WS-RUN-TIME

perform LOAD-RULE-CODES
perform LOAD-HOLD-CONTROL
perform OPEN-MAINT-FILES

perform until WS-TRAN-EOF
   read HOLD-TRAN-FILE
      at end
         set WS-TRAN-EOF to true
      not at end
         add 1 to WS-TRAN-COUNT
         perform APPLY-TRANSACTION
   end-read
end-perform

perform WRITE-NEW-HOLD-CONTROL

perform until WS-HELD-EOF
   read HELD-IN-FILE
      at end
         set WS-HELD-EOF to true
      not at end
         add 1 to WS-HELD-READ-COUNT
         perform PROCESS-HELD-ITEM
   end-read
end-perform

*> The release batch closes with its own trailer so the next
*> run's feed controls can prove it arrived whole.
if WS-RLS-BATCH-OPEN
   move spaces to BATCH-TRAILER-RECORD
   move 'T' to BT-RECORD-TYPE
   move WS-RELEASED-COUNT to BT-RECORD-COUNT
   move WS-RELEASE-HASH to BT-HASH-TOTAL
   write BATCH-TRAILER-RECORD
end-if

close HOLD-TRAN-FILE
close HOLD-NEW-FILE
close CHANGE-LOG-FILE
if WS-HELDIN-STATUS not = '35'
   close HELD-IN-FILE
end-if
close HELD-OUT-FILE
close RELEASE-FILE
close WORK-ORDER-MASTER

display 'HOLDMNT: TRANSACTIONS READ    : ' WS-TRAN-COUNT
display 'HOLDMNT: TRANSACTIONS APPLIED : ' WS-APPLIED-COUNT
display 'HOLDMNT: TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
display 'HOLDMNT: HOLDS NOW IN FORCE   : ' WS-HOLD-COUNT
display 'HOLDMNT: HELD ITEMS READ      : ' WS-HELD-READ-COUNT
display 'HOLDMNT: RELEASED TO THE FEED : ' WS-RELEASED-COUNT
display 'HOLDMNT: KEPT ON HOLD         : ' WS-KEPT-COUNT
display 'HOLDMNT:  (UNDER ANOTHER HOLD : ' WS-BLOCKED-COUNT ')'
display 'HOLDMNT: DROPPED - SUPERSEDED : ' WS-DROPPED-COUNT
if WS-REJECT-COUNT > 0
   move 4 to return-code
end-if
goback.

OPEN-MAINT-FILES.
    open input HOLD-TRAN-FILE
    if WS-HOLDTRN-STATUS not = '00'
       display 'HOLDMNT: UNABLE TO OPEN HOLDTRN, STATUS='
          WS-HOLDTRN-STATUS
       move 8 to return-code
       stop run
    end-if
    open output HOLD-NEW-FILE
    if WS-HOLDOUT-STATUS not = '00'
       display 'HOLDMNT: UNABLE TO OPEN HOLDOUT, STATUS='
          WS-HOLDOUT-STATUS
       move 8 to return-code
       stop run
    end-if
    *> The change log accumulates across runs - EXTEND it, falling
    *> back to OUTPUT the very first time (status 35, file not found).
    open extend CHANGE-LOG-FILE
    if WS-CHGLOG-STATUS = '35'
       open output CHANGE-LOG-FILE
    end-if
    if WS-CHGLOG-STATUS not = '00'
       display 'HOLDMNT: UNABLE TO OPEN CHGLOG, STATUS='
          WS-CHGLOG-STATUS
       move 8 to return-code
       stop run
    end-if
    *> Nothing has been held yet on the very first run (status 35).
    open input HELD-IN-FILE
    if WS-HELDIN-STATUS = '35'
       set WS-HELD-EOF to true
    else
       if WS-HELDIN-STATUS not = '00'
          display 'HOLDMNT: UNABLE TO OPEN HELDIN, STATUS='
             WS-HELDIN-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    open output HELD-OUT-FILE
    if WS-HELDOUT-STATUS not = '00'
       display 'HOLDMNT: UNABLE TO OPEN HELDOUT, STATUS='
          WS-HELDOUT-STATUS
       move 8 to return-code
       stop run
    end-if
    *> The release file may already carry a batch from an earlier
    *> run today that the overnight job has not yet taken in -
    *> EXTEND it so that batch survives, falling back to OUTPUT
    *> when there is none (status 35).
    open extend RELEASE-FILE
    if WS-RLSOUT-STATUS = '35'
       open output RELEASE-FILE
    end-if
    if WS-RLSOUT-STATUS not = '00'
       display 'HOLDMNT: UNABLE TO OPEN RLSOUT, STATUS='
          WS-RLSOUT-STATUS
       move 8 to return-code
       stop run
    end-if
    open input WORK-ORDER-MASTER
    if WS-WOMAST-STATUS not = '00'
       display 'HOLDMNT: UNABLE TO OPEN WOMAST, STATUS='
          WS-WOMAST-STATUS
       move 8 to return-code
       stop run
    end-if.

LOAD-RULE-CODES.
    open input DIVISOR-PARM-FILE
    if WS-PARMIN-STATUS not = '00'
       display 'HOLDMNT: UNABLE TO OPEN PARMIN, STATUS='
          WS-PARMIN-STATUS
       move 8 to return-code
       stop run
    end-if
    perform until WS-PARM-EOF
       read DIVISOR-PARM-FILE
          at end
             set WS-PARM-EOF to true
          not at end
             perform STORE-RULE-CODE
       end-read
    end-perform
    close DIVISOR-PARM-FILE.

STORE-RULE-CODE.
    move 0 to WS-FOUND-IDX
    perform varying WS-CODE-IDX from 1 by 1
          until WS-CODE-IDX > WS-CODE-COUNT
       if PC-SET-CODE(WS-CODE-IDX) = DP-SET-CODE
          and PC-CLASS-CODE(WS-CODE-IDX) = DP-CODE
          move WS-CODE-IDX to WS-FOUND-IDX
       end-if
    end-perform
    if WS-FOUND-IDX = 0
       if WS-CODE-COUNT = 50
          display 'HOLDMNT: PARMIN HAS MORE THAN 50 SET/CODE '
             'PAIRS - INCREASE THE CODE TABLE AND RERUN'
          move 12 to return-code
          stop run
       else
          add 1 to WS-CODE-COUNT
          move DP-SET-CODE to PC-SET-CODE(WS-CODE-COUNT)
          move DP-CODE to PC-CLASS-CODE(WS-CODE-COUNT)
       end-if
    end-if.

*> The very first run has no control file yet (status 35) - no
*> holds, built up from the transactions.
LOAD-HOLD-CONTROL.
    move 0 to WS-SLOT-COUNT
    move 0 to WS-HOLD-COUNT
    open input HOLD-CONTROL-FILE
    if WS-HOLDCTL-STATUS = '35'
       set WS-MASTER-EOF to true
    else
       if WS-HOLDCTL-STATUS not = '00'
          display 'HOLDMNT: UNABLE TO OPEN HOLDCTL, STATUS='
             WS-HOLDCTL-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    perform until WS-MASTER-EOF
       read HOLD-CONTROL-FILE
          at end
             set WS-MASTER-EOF to true
          not at end
             if WS-SLOT-COUNT = 100
                display 'HOLDMNT: HOLDCTL HAS MORE THAN 100 HOLDS '
                   '- INCREASE THE HOLD TABLE AND RERUN'
                move 12 to return-code
                stop run
             else
                add 1 to WS-SLOT-COUNT
                add 1 to WS-HOLD-COUNT
                move HD-HOLD-TYPE to HE-HOLD-TYPE(WS-SLOT-COUNT)
                move HD-WO-NUMBER to HE-WO-NUMBER(WS-SLOT-COUNT)
                move HD-SOURCE-CODE to HE-SOURCE-CODE(WS-SLOT-COUNT)
                move HD-SET-CODE to HE-SET-CODE(WS-SLOT-COUNT)
                move HD-CLASS-CODE to HE-CLASS-CODE(WS-SLOT-COUNT)
                move HD-HOLD-DATE to HE-HOLD-DATE(WS-SLOT-COUNT)
                move HD-USER-ID to HE-USER-ID(WS-SLOT-COUNT)
                move HD-REASON to HE-REASON(WS-SLOT-COUNT)
                move 'N' to HE-DELETE-FLAG(WS-SLOT-COUNT)
             end-if
       end-read
    end-perform
    if WS-HOLDCTL-STATUS not = '35'
       close HOLD-CONTROL-FILE
    end-if.

APPLY-TRANSACTION.
    move 'N' to WS-REJECT-SWITCH
    move spaces to WS-REJECT-REASON
    perform BUILD-TRAN-KEY
    perform VALIDATE-TRANSACTION
    if WS-TRAN-REJECTED
       add 1 to WS-REJECT-COUNT
       display 'HOLDMNT: REJECTED ' HT-ACTION ' ' WS-TRAN-KEY
          ' - ' function trim(WS-REJECT-REASON)
    else
       add 1 to WS-APPLIED-COUNT
       evaluate HT-ACTION
       when 'A'
          add 1 to WS-SLOT-COUNT
          add 1 to WS-HOLD-COUNT
          move WS-SLOT-COUNT to WS-FOUND-IDX
          move WS-TRAN-KEY to HE-HOLD-KEY(WS-FOUND-IDX)
          move WS-RUN-DATE to HE-HOLD-DATE(WS-FOUND-IDX)
          move HT-USER-ID to HE-USER-ID(WS-FOUND-IDX)
          move HT-REASON to HE-REASON(WS-FOUND-IDX)
          move 'N' to HE-DELETE-FLAG(WS-FOUND-IDX)
          move spaces to WS-BEFORE-IMAGE
          perform BUILD-HOLD-IMAGE
          move WS-HOLD-IMAGE to WS-AFTER-IMAGE
       when 'R'
          *> A release names the key whether or not a hold with it
          *> is still on file, so a held work order can be let go by
          *> its own key - but it goes only when no hold left on
          *> file covers it; one a wider hold still covers stays
          *> held until that hold is released too.
          if WS-FOUND-IDX > 0
             perform BUILD-HOLD-IMAGE
             move 'Y' to HE-DELETE-FLAG(WS-FOUND-IDX)
             subtract 1 from WS-HOLD-COUNT
          else
             move spaces to WS-HOLD-IMAGE
             move WS-TRAN-KEY to WS-HI-HOLD-KEY
          end-if
          move WS-HOLD-IMAGE to WS-BEFORE-IMAGE
          move spaces to WS-AFTER-IMAGE
          add 1 to WS-RELEASE-COUNT
          move WS-TRAN-KEY to RK-HOLD-KEY(WS-RELEASE-COUNT)
       end-evaluate
       perform WRITE-CHANGE-LOG
    end-if.

*> Only the key fields of the hold's own type go into the key -
*> anything keyed in the other columns is ignored.
BUILD-TRAN-KEY.
    move spaces to WS-TRAN-KEY
    move HT-HOLD-TYPE to WS-TK-HOLD-TYPE
    evaluate HT-HOLD-TYPE
    when 'W'
       move HT-WO-NUMBER to WS-TK-WO-NUMBER
    when 'S'
       move HT-SOURCE-CODE to WS-TK-SOURCE-CODE
    when 'C'
       move HT-SET-CODE to WS-TK-SET-CODE
       move HT-CLASS-CODE to WS-TK-CLASS-CODE
    end-evaluate.

VALIDATE-TRANSACTION.
    perform CHECK-CLASS-CODE

    move 0 to WS-FOUND-IDX
    perform varying WS-TABLE-IDX from 1 by 1
          until WS-TABLE-IDX > WS-SLOT-COUNT
       if HE-DELETE-FLAG(WS-TABLE-IDX) = 'N'
          and HE-HOLD-KEY(WS-TABLE-IDX) = WS-TRAN-KEY
          move WS-TABLE-IDX to WS-FOUND-IDX
       end-if
    end-perform

    evaluate true
    when HT-ACTION not = 'A' and HT-ACTION not = 'R'
       move 'Y' to WS-REJECT-SWITCH
       move 'ACTION MUST BE A OR R' to WS-REJECT-REASON
    when HT-HOLD-TYPE not = 'W' and HT-HOLD-TYPE not = 'S'
          and HT-HOLD-TYPE not = 'C'
       move 'Y' to WS-REJECT-SWITCH
       move 'HOLD TYPE MUST BE W, S OR C' to WS-REJECT-REASON
    when HT-HOLD-TYPE = 'W'
          and (HT-WO-NUMBER is not numeric
               or HT-WO-NUMBER = '0000000')
       move 'Y' to WS-REJECT-SWITCH
       move 'WORK ORDER NUMBER NOT USABLE' to WS-REJECT-REASON
    when HT-HOLD-TYPE = 'S' and HT-SOURCE-CODE = spaces
       move 'Y' to WS-REJECT-SWITCH
       move 'BLANK SOURCE/PLANT CODE' to WS-REJECT-REASON
    when HT-HOLD-TYPE = 'C' and HT-CLASS-CODE = spaces
       move 'Y' to WS-REJECT-SWITCH
       move 'BLANK CLASS CODE' to WS-REJECT-REASON
    when HT-ACTION = 'A' and WS-FOUND-IDX > 0
       move 'Y' to WS-REJECT-SWITCH
       move 'HOLD ALREADY ON FILE' to WS-REJECT-REASON
    when HT-ACTION = 'A' and WS-SLOT-COUNT = 100
       move 'Y' to WS-REJECT-SWITCH
       move 'HOLD TABLE FULL (100 HOLDS)' to WS-REJECT-REASON
    when HT-ACTION = 'R' and WS-RELEASE-COUNT = 100
       move 'Y' to WS-REJECT-SWITCH
       move 'TOO MANY RELEASES IN ONE RUN (100)'
          to WS-REJECT-REASON
    *> A class hold that can never match would hold nothing and
    *> look as though it were working.
    when HT-ACTION = 'A' and HT-HOLD-TYPE = 'C' and not WS-SET-FOUND
       move 'Y' to WS-REJECT-SWITCH
       move 'RULE SET NOT ON THE DIVISOR MASTER'
          to WS-REJECT-REASON
    when HT-ACTION = 'A' and HT-HOLD-TYPE = 'C' and not WS-CLASS-OK
       move 'Y' to WS-REJECT-SWITCH
       move 'CLASS CODE NOT MADE OF THE SET''S CODES'
          to WS-REJECT-REASON
    end-evaluate.

*> The class code on an extract is the codes of every rule the
*> work order matched, strung together two bytes apiece - so a
*> class hold's class code must read as one or more of its set's
*> codes, left-justified with nothing after the first blank pair.
CHECK-CLASS-CODE.
    move 'N' to WS-SET-FOUND-SWITCH
    perform varying WS-CODE-IDX from 1 by 1
          until WS-CODE-IDX > WS-CODE-COUNT
       if PC-SET-CODE(WS-CODE-IDX) = HT-SET-CODE
          set WS-SET-FOUND to true
       end-if
    end-perform

    move 'Y' to WS-CLASS-SWITCH
    move 'N' to WS-CLASS-END-SWITCH
    perform varying WS-CODE-POS from 1 by 2
          until WS-CODE-POS > 19
       move HT-CLASS-CODE(WS-CODE-POS:2) to WS-CODE-PIECE
       evaluate true
       when WS-CODE-PIECE = spaces
          set WS-CLASS-ENDED to true
       when WS-CLASS-ENDED
          move 'N' to WS-CLASS-SWITCH
       when other
          move 'N' to WS-PIECE-FOUND-SWITCH
          perform varying WS-CODE-IDX from 1 by 1
                until WS-CODE-IDX > WS-CODE-COUNT
             if PC-SET-CODE(WS-CODE-IDX) = HT-SET-CODE
                and PC-CLASS-CODE(WS-CODE-IDX) = WS-CODE-PIECE
                set WS-PIECE-FOUND to true
             end-if
          end-perform
          if not WS-PIECE-FOUND
             move 'N' to WS-CLASS-SWITCH
          end-if
       end-evaluate
    end-perform.

BUILD-HOLD-IMAGE.
    move HE-HOLD-KEY(WS-FOUND-IDX) to WS-HI-HOLD-KEY
    move HE-HOLD-DATE(WS-FOUND-IDX) to WS-HI-HOLD-DATE
    move HE-REASON(WS-FOUND-IDX) to WS-HI-REASON.

WRITE-CHANGE-LOG.
    move spaces to CHANGE-LOG-WIDE-RECORD
    move WS-RUN-DATE to CW-CHANGE-DATE
    move WS-RUN-TIME to CW-CHANGE-TIME
    move HT-USER-ID to CW-USER-ID
    move HT-ACTION to CW-ACTION
    move WS-BEFORE-IMAGE to CW-BEFORE-IMAGE
    move WS-AFTER-IMAGE to CW-AFTER-IMAGE
    write CHANGE-LOG-WIDE-RECORD.

WRITE-NEW-HOLD-CONTROL.
    perform varying WS-TABLE-IDX from 1 by 1
          until WS-TABLE-IDX > WS-SLOT-COUNT
       if HE-DELETE-FLAG(WS-TABLE-IDX) = 'N'
          move spaces to WS-NEW-HOLD-RECORD
          move HE-HOLD-TYPE(WS-TABLE-IDX) to WS-NH-HOLD-TYPE
          move HE-WO-NUMBER(WS-TABLE-IDX) to WS-NH-WO-NUMBER
          move HE-SOURCE-CODE(WS-TABLE-IDX) to WS-NH-SOURCE-CODE
          move HE-SET-CODE(WS-TABLE-IDX) to WS-NH-SET-CODE
          move HE-CLASS-CODE(WS-TABLE-IDX) to WS-NH-CLASS-CODE
          move HE-HOLD-DATE(WS-TABLE-IDX) to WS-NH-HOLD-DATE
          move HE-USER-ID(WS-TABLE-IDX) to WS-NH-USER-ID
          move HE-REASON(WS-TABLE-IDX) to WS-NH-REASON
          move WS-NEW-HOLD-RECORD to HOLD-NEW-RECORD
          write HOLD-NEW-RECORD
       end-if
    end-perform.

*> Each held work order is first checked against the master: it
*> is still held only while its row is at H from the day it was
*> stopped. Then it is released if a release in this run covers
*> it and no hold still on file does; otherwise it stays held.
PROCESS-HELD-ITEM.
    perform CHECK-HELD-ITEM-CURRENT
    if not WS-ITEM-CURRENT
       add 1 to WS-DROPPED-COUNT
       display 'HOLDMNT: HELD WORK ORDER ' HL-WO-NUMBER
          ' OF ' HL-HELD-DATE ' SUPERSEDED ON THE MASTER - DROPPED'
    else
       move 'N' to WS-RELEASED-SWITCH
       move 'N' to WS-STILL-HELD-SWITCH
       perform varying WS-TABLE-IDX from 1 by 1
             until WS-TABLE-IDX > WS-RELEASE-COUNT
          move RK-HOLD-KEY(WS-TABLE-IDX) to WS-TEST-KEY
          perform CHECK-KEY-COVERS-ITEM
          if WS-KEY-COVERS
             set WS-ITEM-RELEASED to true
          end-if
       end-perform
       perform varying WS-TABLE-IDX from 1 by 1
             until WS-TABLE-IDX > WS-SLOT-COUNT
          if HE-DELETE-FLAG(WS-TABLE-IDX) = 'N'
             move HE-HOLD-KEY(WS-TABLE-IDX) to WS-TEST-KEY
             perform CHECK-KEY-COVERS-ITEM
             if WS-KEY-COVERS
                set WS-ITEM-STILL-HELD to true
             end-if
          end-if
       end-perform
       evaluate true
       when WS-ITEM-RELEASED and not WS-ITEM-STILL-HELD
          perform WRITE-RELEASED-ITEM
       when WS-ITEM-RELEASED
          add 1 to WS-BLOCKED-COUNT
          add 1 to WS-KEPT-COUNT
          display 'HOLDMNT: WORK ORDER ' HL-WO-NUMBER
             ' NOT RELEASED - ANOTHER HOLD STILL COVERS IT'
          move HELD-WORK-ORDER-RECORD to HELD-OUT-RECORD
          write HELD-OUT-RECORD
       when other
          add 1 to WS-KEPT-COUNT
          move HELD-WORK-ORDER-RECORD to HELD-OUT-RECORD
          write HELD-OUT-RECORD
       end-evaluate
    end-if.

*> A plant cancel voids the row, and a later sending of the same
*> number (an amend, or the plant sending it again) gives it a
*> newer date - either way this copy is no longer the one to ship.
CHECK-HELD-ITEM-CURRENT.
    move 'N' to WS-CURRENT-SWITCH
    move HL-WO-NUMBER to WM-WO-NUMBER
    read WORK-ORDER-MASTER
       invalid key
          continue
       not invalid key
          if WM-STATUS = 'H' and WM-RUN-DATE = HL-HELD-DATE
             set WS-ITEM-CURRENT to true
          end-if
    end-read.

*> Same matching as the classifier's hold check, against the
*> details the held record carries.
CHECK-KEY-COVERS-ITEM.
    move 'N' to WS-COVER-SWITCH
    evaluate WS-TS-HOLD-TYPE
    when 'W'
       if WS-TS-WO-NUMBER = HL-WO-NUMBER
          set WS-KEY-COVERS to true
       end-if
    when 'S'
       if WS-TS-SOURCE-CODE = HL-SOURCE-CODE
          set WS-KEY-COVERS to true
       end-if
    when 'C'
       if WS-TS-SET-CODE = HL-SET-CODE
          and WS-TS-CLASS-CODE = HL-CLASS-CODE
          set WS-KEY-COVERS to true
       end-if
    end-evaluate.

*> The work order goes back byte for byte as it first arrived.
WRITE-RELEASED-ITEM.
    if not WS-RLS-BATCH-OPEN
       move spaces to BATCH-HEADER-RECORD
       move 'H' to BH-RECORD-TYPE
       move 'HOLDMNT' to BH-SOURCE-SYSTEM
       move WS-RUN-DATE to BH-BUSINESS-DATE
       write BATCH-HEADER-RECORD
       set WS-RLS-BATCH-OPEN to true
    end-if
    move HL-WORK-ORDER-IMAGE to WORK-ORDER-RECORD
    write WORK-ORDER-RECORD
    add 1 to WS-RELEASED-COUNT
    add HL-WO-NUMBER to WS-RELEASE-HASH.
