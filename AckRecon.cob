*> covers downstream rejects the same way it covers our own
*> input rejects. Orphan acks surface as the merge passes them;
*> their report lines stage on a small work file (ORPHWK) so the
*> report's sections stay in their usual order. RCLIN, the day's
*> recall file (also sorted by work-order number), names work
*> orders the plant cancelled or amended after they shipped; the
*> platform withdraws those, so a pending item shipped before a
*> recall on its key is dropped rather than carried forward - one
*> recall drops one item, as one ack clears one. Unacknowledged items
*> are aged in business days on the sending plant's calendar
*> (CALIN). Every settled item, acknowledged or bounced, also
*> goes to ACKDOUT as a disposition line in the plants' return
*> layout (RTNREC) under its source code; the return-file run
*> picks each plant's lines up from there. The day's settled items
*> are also tallied per plant code, and each plant's acknowledged
*> and bounced counts go to the data-quality event file (DQEVOUT)
*> for the monthly source-system scorecard's NAK rate.
*> The shipment is routed to more than one downstream queue, and
*> each queue returns its own acknowledgements (ACKIN1-ACKIN3, by
*> routing slot). Today's shipped items arrive as the routed
*> details (XTRIN, the destination files' detail lines) and every
*> pending item carries its slot, so each item is settled only by
*> its own queue's acks - an ack from another queue is an orphan
*> there - and RECRPT shows each destination's sent, acknowledged,
*> unacknowledged and orphan counts beside the day's totals. The
*> routing table (ROUTIN) names the destinations. Items carried
*> from before the shipment was routed have no slot; they all went
*> to the slot 1 queue, and are settled there.
environment division.
input-output section.
file-control.
    select EXTRACT-FILE assign to "XTRIN"
        organization is line sequential
        file status is WS-XTRIN-STATUS.
    select ACK-FILE-1 assign to "ACKIN1"
        organization is line sequential
        file status is WS-ACKIN1-STATUS.
    select ACK-FILE-2 assign to "ACKIN2"
        organization is line sequential
        file status is WS-ACKIN2-STATUS.
    select ACK-FILE-3 assign to "ACKIN3"
        organization is line sequential
        file status is WS-ACKIN3-STATUS.
    select ROUTING-FILE assign to "ROUTIN"
        organization is line sequential
        file status is WS-ROUTIN-STATUS.
    select CARRY-IN-FILE assign to "CARRYIN"
        organization is line sequential
        file status is WS-CARRYIN-STATUS.
    select NAK-EXCEPTION-FILE assign to "NAKOUT"
        organization is line sequential
        file status is WS-NAKOUT-STATUS.
    select RECALL-FILE assign to "RCLIN"
        organization is line sequential
        file status is WS-RCLIN-STATUS.
    select ACK-DISPOSITION-FILE assign to "ACKDOUT"
        organization is line sequential
        file status is WS-ACKDOUT-STATUS.
    select ORPHAN-WORK-FILE assign to "ORPHWK"
        organization is line sequential
        file status is WS-ORPHWK-STATUS.
    select QUALITY-EVENT-FILE assign to "DQEVOUT"
        organization is line sequential
        file status is WS-DQEVOUT-STATUS.
    select RUN-STATUS-FILE assign to "RUNSTAT"
        organization is indexed
        access is random
        access is random
        record key is WM-WO-NUMBER
        file status is WS-WOMAST-STATUS.
    select BUSINESS-CALENDAR-FILE assign to "CALIN"
        organization is line sequential
        file status is WS-CALIN-STATUS.
data division.
file section.
fd  EXTRACT-FILE.
copy DSTREC.
*> Every queue's acks are read into the first queue's record area.
fd  ACK-FILE-1.
copy ACKREC.
fd  ACK-FILE-2.
01 ACK-2-RECORD       pic X(49).
fd  ACK-FILE-3.
01 ACK-3-RECORD       pic X(49).
fd  ROUTING-FILE.
copy ROUTREC.
fd  CARRY-IN-FILE.
copy UNACKREC.
fd  CARRY-OUT-FILE.
01 CARRY-OUT-RECORD   pic X(38).
fd  RECON-REPORT-FILE.
01 RECON-REPORT-RECORD pic X(80).
fd  NAK-EXCEPTION-FILE.
copy EXCPREC.
fd  RECALL-FILE.
copy RCLREC.
fd  ACK-DISPOSITION-FILE.
copy RTNREC.
fd  ORPHAN-WORK-FILE.
01 ORPHAN-WORK-RECORD pic X(80).
fd  QUALITY-EVENT-FILE.
copy DQEVREC.
fd  RUN-STATUS-FILE.
copy RSTATREC.
fd  WORK-ORDER-MASTER.
copy WOMREC.
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
working-storage section.
01 WS-XTRIN-STATUS    pic XX.
01 WS-ACKIN1-STATUS   pic XX.
01 WS-ACKIN2-STATUS   pic XX.
01 WS-ACKIN3-STATUS   pic XX.
01 WS-ROUTIN-STATUS   pic XX.
01 WS-CARRYIN-STATUS  pic XX.
01 WS-CARRYOUT-STATUS pic XX.
01 WS-RECRPT-STATUS   pic XX.
01 WS-NAKOUT-STATUS   pic XX.
01 WS-ORPHWK-STATUS   pic XX.
01 WS-DQEVOUT-STATUS  pic XX.
01 WS-ACKDOUT-STATUS  pic XX.
01 WS-RCLIN-STATUS    pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-RUNSTAT-AVAIL-SWITCH pic X value 'N'.
   88 WS-RUNSTAT-AVAILABLE  value 'Y'.
01 WS-STEP-NAME       pic X(8) value 'ACKRECON'.
01 WS-WOMAST-STATUS   pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-WOMAST-AVAIL-SWITCH pic X value 'N'.
   88 WS-WOMAST-AVAILABLE  value 'Y'.
01 WS-XTRIN-EOF-SWITCH pic X value 'N'.
   88 WS-XTRIN-EOF      value 'Y'.
01 WS-ROUTIN-EOF-SWITCH pic X value 'N'.
   88 WS-ROUTIN-EOF     value 'Y'.
01 WS-CARRYIN-EOF-SWITCH pic X value 'N'.
   88 WS-CARRYIN-EOF     value 'Y'.
01 WS-ORPHWK-EOF-SWITCH pic X value 'N'.
   88 WS-ORPHWK-EOF      value 'Y'.
01 WS-RCLIN-EOF-SWITCH pic X value 'N'.
   88 WS-RCLIN-EOF       value 'Y'.
01 WS-ACK-HELD-SWITCH pic X value 'N'.
   88 WS-ACK-HELD        value 'Y'.
01 WS-XTR-HELD-SWITCH pic X value 'N'.
   88 WS-XTR-HELD        value 'Y'.
01 WS-PENDING-FROM-SWITCH pic X value space.
   88 WS-PENDING-CARRIED  value 'C'.
   88 WS-PENDING-SHIPPED  value 'X'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
*> needs. The previous-key fields police the sort order; a feed
*> that arrives unsorted would mis-reconcile silently, so it
*> stops the step instead.
*> Each queue's ack stream has its own lookahead, sort-order key
*> and end-of-file switch; WS-ACK-SLOT says which stream a
*> paragraph is working.
01 WS-ACK-STREAM-AREA.
   05 WS-ACK-STREAM occurs 3 times.
      10 AS-WO-NUMBER    pic 9(7).
      10 AS-ACK-DATE     pic X(8).
      10 AS-DISP-CODE    pic X(1).
      10 AS-REASON-TEXT  pic X(30).
      10 AS-PREV-KEY     pic 9(7).
      10 AS-EOF-SWITCH   pic X(1).
         88 AS-EOF         value 'Y'.
01 WS-ACK-SLOT         pic 9(1).
01 WS-ACK-READ-SWITCH  pic X.
   88 WS-ACK-AT-END      value 'E'.
01 WS-CARRY-HEAD.
   05 WS-CH-WO-NUMBER    pic 9(7).
   05 WS-CH-CLASS-CODE   pic X(20).
   05 WS-CH-SENT-DATE    pic X(8).
   05 WS-CH-SOURCE-CODE  pic X(2).
   05 WS-CH-DEST-SLOT    pic 9(1).
01 WS-XTR-HEAD.
   05 WS-XH-WO-NUMBER    pic 9(7).
   05 WS-XH-CLASS-CODE   pic X(20).
   05 WS-XH-SENT-DATE    pic X(8).
   05 WS-XH-SOURCE-CODE  pic X(2).
   05 WS-XH-DEST-SLOT    pic 9(1).
01 WS-PREV-CARRY-KEY   pic 9(7) value 0.
01 WS-PREV-XTR-KEY     pic 9(7) value 0.
01 WS-RECALL-HEAD.
   05 WS-RH-WO-NUMBER    pic 9(7).
   05 WS-RH-RECALL-DATE  pic X(8).
   05 WS-RH-ACTION       pic X(1).
      88 WS-RH-CANCELLED   value 'C'.
01 WS-PREV-RCL-KEY     pic 9(7) value 0.

01 WS-SEARCH-WO-NUMBER pic 9(7).

   05 WS-BOUNCED-COUNT       pic 9(7) value 0.
   05 WS-UNACKED-COUNT       pic 9(7) value 0.
   05 WS-ORPHAN-ACK-COUNT    pic 9(7) value 0.
   05 WS-RECALL-READ-COUNT   pic 9(7) value 0.
   05 WS-RECALLED-COUNT      pic 9(7) value 0.
   05 WS-RECALL-IDLE-COUNT   pic 9(7) value 0.

*> Settled items per plant code, for the quality events. One slot
*> per source/plant code the day's settled extracts carried.
01 WS-PLANT-TALLY-COUNT pic 9(2) value 0.
01 WS-PLANT-TALLY-AREA.
   05 WS-PLANT-TALLY occurs 20 times.
      10 PT-PLANT-CODE     pic X(2).
      10 PT-ACKED-COUNT    pic 9(7).
      10 PT-BOUNCED-COUNT  pic 9(7).
01 WS-PLANT-TALLY-IDX   pic 9(2).
01 WS-PLANT-FOUND-IDX   pic 9(2).

*> Each destination's reconciliation, by routing slot. The names
*> are the routing table's destinations in effect on the run date.
01 WS-QUEUE-TALLY-AREA.
   05 WS-QUEUE-TALLY occurs 3 times.
      10 QT-DEST-CODE      pic X(8).
      10 QT-EFF-DATE       pic X(8).
      10 QT-SENT-COUNT     pic 9(7).
      10 QT-CARRIED-COUNT  pic 9(7).
      10 QT-ACK-COUNT      pic 9(7).
      10 QT-MATCHED-COUNT  pic 9(7).
      10 QT-BOUNCED-COUNT  pic 9(7).
      10 QT-UNACKED-COUNT  pic 9(7).
      10 QT-ORPHAN-COUNT   pic 9(7).
01 WS-QUEUE-IDX         pic 9(1).

01 WS-QUEUE-HEADING.
   05 FILLER pic X(13) value '  DESTINATION'.
   05 FILLER pic X(9)  value '     SENT'.
   05 FILLER pic X(9)  value '  CARRIED'.
   05 FILLER pic X(9)  value '     ACKS'.
   05 FILLER pic X(9)  value '  MATCHED'.
   05 FILLER pic X(9)  value '  BOUNCED'.
   05 FILLER pic X(9)  value '  UNACKED'.
   05 FILLER pic X(9)  value '  ORPHANS'.
   05 FILLER pic X(4)  value spaces.
01 WS-QUEUE-LINE.
   05 FILLER           pic X(2) value spaces.
   05 WS-QL-SLOT       pic 9(1).
   05 FILLER           pic X(1) value spaces.
   05 WS-QL-DEST-CODE  pic X(8).
   05 FILLER           pic X(1) value spaces.
   05 WS-QL-SENT       pic Z(8)9.
   05 WS-QL-CARRIED    pic Z(8)9.
   05 WS-QL-ACKS       pic Z(8)9.
   05 WS-QL-MATCHED    pic Z(8)9.
   05 WS-QL-BOUNCED    pic Z(8)9.
   05 WS-QL-UNACKED    pic Z(8)9.
   05 WS-QL-ORPHANS    pic Z(8)9.
   05 FILLER           pic X(4) value spaces.

*> Carry-forward image on its way out - same shape as UNACKREC.
01 WS-CARRY-RECORD.
   05 WS-CY-CLASS-CODE   pic X(20).
   05 WS-CY-SENT-DATE    pic X(8).
   05 WS-CY-SOURCE-CODE  pic X(2).
   05 WS-CY-DEST-SLOT    pic 9(1).

01 WS-DETAIL-LINE.
   05 FILLER           pic X(2) value spaces.
   05 FILLER           pic X(2) value spaces.
   05 WS-DL-DATE-TEXT  pic X(11).
   05 WS-DL-DATE       pic X(8).
   05 FILLER           pic X(1) value spaces.
   05 WS-DL-AGE-DAYS   pic ZZZ9.
   05 WS-DL-AGE-TEXT   pic X(14).
   05 FILLER           pic X(1) value spaces.
   05 WS-DL-DEST-CODE  pic X(8).

*> Business-day calendar (CALIN) - only the departures from the
*> Monday-to-Friday week are on file, house rows under a blank
*> plant code and a plant's own rows under its code.
01 WS-CAL-COUNT       pic 9(4) value 0.
01 WS-CAL-TABLE-AREA.
   05 WS-CAL-TABLE occurs 1000 times.
      10 BC-PLANT-CODE   pic X(2).
      10 BC-CAL-DATE     pic X(8).
      10 BC-DAY-TYPE     pic X(1).
01 WS-CAL-IDX         pic 9(4).
01 WS-CAL-PLANT       pic X(2).
01 WS-CAL-TEST-DATE   pic X(8).
01 WS-CAL-FROM-DATE   pic X(8).
01 WS-CAL-TO-DATE     pic X(8).
01 WS-CAL-STEPPED     pic 9(5).
01 WS-CAL-DAY-NUM     pic 9(7).
01 WS-CAL-END-NUM     pic 9(7).
01 WS-CAL-DATE-NUM    pic 9(8).
01 WS-CAL-WEEKDAY     pic 9(1).
01 WS-CAL-PLANT-TYPE  pic X(1).
01 WS-CAL-HOUSE-TYPE  pic X(1).
01 WS-BUSINESS-DAY-SWITCH pic X.
   88 WS-BUSINESS-DAY   value 'B'.
01 WS-CALIN-EOF-SWITCH pic X value 'N'.
   88 WS-CALIN-EOF      value 'Y'.

procedure division.
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE

perform POST-STATUS-START
perform LOAD-BUSINESS-CALENDAR
move spaces to WS-CAL-PLANT
move WS-RUN-DATE to WS-CAL-TEST-DATE
perform CHECK-BUSINESS-DAY
if not WS-BUSINESS-DAY
   display 'ACKRECON: WARNING - RUN DATE ' WS-RUN-DATE
      ' IS NOT A SCHEDULED BUSINESS DAY'
end-if
perform LOAD-DESTINATIONS
perform OPEN-RECON-FILES

move spaces to RECON-REPORT-RECORD
       into RECON-REPORT-RECORD
write RECON-REPORT-RECORD
move spaces to RECON-REPORT-RECORD
move 'UNACKNOWLEDGED, BOUNCED OR RECALLED EXTRACTS:'
   to RECON-REPORT-RECORD
write RECON-REPORT-RECORD

perform varying WS-ACK-SLOT from 1 by 1 until WS-ACK-SLOT > 3
   perform READ-NEXT-ACK
end-perform
perform READ-NEXT-CARRY
perform READ-NEXT-XTR
perform READ-NEXT-RECALL

*> Pending items (carried forward plus shipped today) stream
*> through in work-order sequence; on equal keys the carried item
   perform MATCH-PENDING-ITEM
end-perform

*> Whatever is left on an ack stream matched nothing we sent that
*> queue.
perform varying WS-ACK-SLOT from 1 by 1 until WS-ACK-SLOT > 3
   perform until AS-EOF(WS-ACK-SLOT)
      perform STAGE-ORPHAN-ACK
      perform READ-NEXT-ACK
   end-perform
end-perform
*> A recall left over found nothing still pending that shipped
*> before it - the item was acknowledged before the plant withdrew
*> it, and an amend's corrected copy is not the one recalled.
perform until WS-RCLIN-EOF
   add 1 to WS-RECALL-IDLE-COUNT
   perform READ-NEXT-RECALL
end-perform

move spaces to RECON-REPORT-RECORD
perform COPY-ORPHAN-LINES

perform WRITE-RECON-TOTALS
perform WRITE-QUALITY-EVENTS

close EXTRACT-FILE
close ACK-FILE-1
close ACK-FILE-2
close ACK-FILE-3
if WS-CARRYIN-STATUS not = '35'
   close CARRY-IN-FILE
end-if
close CARRY-OUT-FILE
close RECON-REPORT-FILE
close NAK-EXCEPTION-FILE
close ACK-DISPOSITION-FILE
if WS-RCLIN-STATUS not = '35'
   close RECALL-FILE
end-if
if WS-WOMAST-AVAILABLE
   close WORK-ORDER-MASTER
end-if
       move 8 to return-code
       stop run
    end-if
    open input ACK-FILE-1
    if WS-ACKIN1-STATUS not = '00'
       display 'ACKRECON: UNABLE TO OPEN ACKIN1, STATUS='
          WS-ACKIN1-STATUS
       move 8 to return-code
       stop run
    end-if
    open input ACK-FILE-2
    if WS-ACKIN2-STATUS not = '00'
       display 'ACKRECON: UNABLE TO OPEN ACKIN2, STATUS='
          WS-ACKIN2-STATUS
       move 8 to return-code
       stop run
    end-if
    open input ACK-FILE-3
    if WS-ACKIN3-STATUS not = '00'
       display 'ACKRECON: UNABLE TO OPEN ACKIN3, STATUS='
          WS-ACKIN3-STATUS
       move 8 to return-code
       stop run
    end-if
       move 8 to return-code
       stop run
    end-if
    open output ACK-DISPOSITION-FILE
    if WS-ACKDOUT-STATUS not = '00'
       display 'ACKRECON: UNABLE TO OPEN ACKDOUT, STATUS='
          WS-ACKDOUT-STATUS
       move 8 to return-code
       stop run
    end-if
    *> No recall file (status 35) means nothing was recalled.
    open input RECALL-FILE
    if WS-RCLIN-STATUS = '35'
       set WS-RCLIN-EOF to true
    else
       if WS-RCLIN-STATUS not = '00'
          display 'ACKRECON: UNABLE TO OPEN RCLIN, STATUS='
             WS-RCLIN-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    open output ORPHAN-WORK-FILE
    if WS-ORPHWK-STATUS not = '00'
       display 'ACKRECON: UNABLE TO OPEN ORPHWK, STATUS='
*> and leaves the head fields holding the next usable record.
READ-NEXT-ACK.
    move 'N' to WS-ACK-HELD-SWITCH
    perform until AS-EOF(WS-ACK-SLOT) or WS-ACK-HELD
       perform READ-ACK-RECORD
       if WS-ACK-AT-END
          set AS-EOF(WS-ACK-SLOT) to true
       else
          if AK-WO-NUMBER is not numeric
             display 'ACKRECON: SKIPPING NON-NUMERIC ACK ROW: '
                AK-WO-NUMBER ' FROM ACKIN' WS-ACK-SLOT
          else
             add 1 to WS-ACK-READ-COUNT
             add 1 to QT-ACK-COUNT(WS-ACK-SLOT)
             if AK-WO-NUMBER < AS-PREV-KEY(WS-ACK-SLOT)
                display 'ACKRECON: ACKIN' WS-ACK-SLOT
                   ' IS NOT IN WORK-ORDER '
                   'SEQUENCE - WAS THE SORT STEP BYPASSED?'
                move 12 to return-code
                stop run
             end-if
             move AK-WO-NUMBER to AS-PREV-KEY(WS-ACK-SLOT)
             move AK-WO-NUMBER to AS-WO-NUMBER(WS-ACK-SLOT)
             move AK-ACK-DATE to AS-ACK-DATE(WS-ACK-SLOT)
             move AK-DISP-CODE to AS-DISP-CODE(WS-ACK-SLOT)
             move AK-REASON-TEXT to AS-REASON-TEXT(WS-ACK-SLOT)
             if AK-DISP-CODE not = space
                and AK-DISP-CODE not = 'A'
                and AK-DISP-CODE not = 'R'
                display 'ACKRECON: UNKNOWN ACK DISPOSITION '
                   AK-DISP-CODE ' FOR ' AK-WO-NUMBER
                   ' - TREATED AS A NEGATIVE ACK'
             end-if
             set WS-ACK-HELD to true
          end-if
       end-if
    end-perform.

*> One row from the working stream's queue, into the ack layout.
READ-ACK-RECORD.
    move 'R' to WS-ACK-READ-SWITCH
    evaluate WS-ACK-SLOT
    when 1
       read ACK-FILE-1
          at end
             set WS-ACK-AT-END to true
       end-read
    when 2
       read ACK-FILE-2 into ACK-RECORD
          at end
             set WS-ACK-AT-END to true
       end-read
    when 3
       read ACK-FILE-3 into ACK-RECORD
          at end
             set WS-ACK-AT-END to true
       end-read
    end-evaluate.

READ-NEXT-CARRY.
    if not WS-CARRYIN-EOF
       read CARRY-IN-FILE
             move UA-CLASS-CODE to WS-CH-CLASS-CODE
             move UA-SENT-DATE to WS-CH-SENT-DATE
             move UA-SOURCE-CODE to WS-CH-SOURCE-CODE
             *> An item carried from before the shipment was routed
             *> has no slot - it went to the slot 1 queue.
             if UA-DEST-SLOT >= '1' and UA-DEST-SLOT <= '3'
                move UA-DEST-SLOT to WS-CH-DEST-SLOT
             else
                move 1 to WS-CH-DEST-SLOT
             end-if
             add 1 to QT-CARRIED-COUNT(WS-CH-DEST-SLOT)
       end-read
    end-if.

*> Only the routed details are shipped items - a header or trailer
*> the sort step let through is passed over.
READ-NEXT-XTR.
    move 'N' to WS-XTR-HELD-SWITCH
    perform until WS-XTRIN-EOF or WS-XTR-HELD
       read EXTRACT-FILE
          at end
             set WS-XTRIN-EOF to true
          not at end
             if DR-RECORD-TYPE = 'D'
                add 1 to WS-EXTRACT-READ-COUNT
                if DR-WO-NUMBER < WS-PREV-XTR-KEY
                   display 'ACKRECON: XTRIN IS NOT IN WORK-ORDER '
                      'SEQUENCE - WAS THE SORT STEP BYPASSED?'
                   move 12 to return-code
                   stop run
                end-if
                if DR-DEST-SLOT < '1' or DR-DEST-SLOT > '3'
                   display 'ACKRECON: XTRIN DETAIL ' DR-WO-NUMBER
                      ' CARRIES NO ROUTING SLOT - WAS THE ROUTING '
                      'STEP BYPASSED?'
                   move 12 to return-code
                   stop run
                end-if
                move DR-WO-NUMBER to WS-PREV-XTR-KEY
                move DR-WO-NUMBER to WS-XH-WO-NUMBER
                move DR-CLASS-CODE to WS-XH-CLASS-CODE
                move DR-RUN-DATE to WS-XH-SENT-DATE
                move DR-SOURCE-CODE to WS-XH-SOURCE-CODE
                move DR-DEST-SLOT to WS-XH-DEST-SLOT
                add 1 to QT-SENT-COUNT(WS-XH-DEST-SLOT)
                set WS-XTR-HELD to true
             end-if
       end-read
    end-perform.

READ-NEXT-RECALL.
    if not WS-RCLIN-EOF
       read RECALL-FILE
          at end
             set WS-RCLIN-EOF to true
          not at end
             add 1 to WS-RECALL-READ-COUNT
             if RL-WO-NUMBER < WS-PREV-RCL-KEY
                display 'ACKRECON: RCLIN IS NOT IN WORK-ORDER '
                   'SEQUENCE - WAS THE SORT STEP BYPASSED?'
                move 12 to return-code
                stop run
             end-if
             move RL-WO-NUMBER to WS-PREV-RCL-KEY
             move RL-WO-NUMBER to WS-RH-WO-NUMBER
             move RL-RECALL-DATE to WS-RH-RECALL-DATE
             move RL-ACTION to WS-RH-ACTION
       end-read
    end-if.

    move WS-CH-CLASS-CODE to WS-CY-CLASS-CODE
    move WS-CH-SENT-DATE to WS-CY-SENT-DATE
    move WS-CH-SOURCE-CODE to WS-CY-SOURCE-CODE
    move WS-CH-DEST-SLOT to WS-CY-DEST-SLOT
    set WS-PENDING-CARRIED to true
    perform READ-NEXT-CARRY.

TAKE-XTR-HEAD.
    move WS-XH-CLASS-CODE to WS-CY-CLASS-CODE
    move WS-XH-SENT-DATE to WS-CY-SENT-DATE
    move WS-XH-SOURCE-CODE to WS-CY-SOURCE-CODE
    move WS-XH-DEST-SLOT to WS-CY-DEST-SLOT
    set WS-PENDING-SHIPPED to true
    perform READ-NEXT-XTR.

*> The heart of the merge. Acks below the pending key matched
*> item forward another day.
MATCH-PENDING-ITEM.
    move WS-CY-WO-NUMBER to WS-SEARCH-WO-NUMBER
    perform until WS-RCLIN-EOF
          or WS-RH-WO-NUMBER >= WS-CY-WO-NUMBER
       add 1 to WS-RECALL-IDLE-COUNT
       perform READ-NEXT-RECALL
    end-perform
    *> A recall withdraws the copy that shipped before it - one
    *> carried in from a prior day, or shipped ahead of the recall
    *> date. The copy an amend ships today is the corrected one and
    *> stays pending; when the superseded copy was already
    *> acknowledged, nothing on the key is left for the recall, and
    *> it counts as not pending once the merge passes the key. A
    *> cancel leaves no corrected copy, so it withdraws even a copy
    *> shipped earlier in the same run. Any ack on a dropped item's
    *> key is left for the next pending item on the key or falls
    *> through as an orphan.
    if not WS-RCLIN-EOF
       and WS-RH-WO-NUMBER = WS-CY-WO-NUMBER
       and (WS-PENDING-CARRIED
            or WS-CY-SENT-DATE < WS-RH-RECALL-DATE
            or WS-RH-CANCELLED)
       perform DROP-RECALLED-ITEM
       perform READ-NEXT-RECALL
    else
       perform SETTLE-PENDING-ITEM
    end-if.

*> Only the item's own queue's acks can settle it.
SETTLE-PENDING-ITEM.
    move WS-CY-DEST-SLOT to WS-ACK-SLOT
    perform until AS-EOF(WS-ACK-SLOT)
          or AS-WO-NUMBER(WS-ACK-SLOT) >= WS-CY-WO-NUMBER
       perform STAGE-ORPHAN-ACK
       perform READ-NEXT-ACK
    end-perform
    evaluate true
    when AS-EOF(WS-ACK-SLOT)
       perform WRITE-UNACKED-ITEM
    when AS-WO-NUMBER(WS-ACK-SLOT) > WS-CY-WO-NUMBER
       perform WRITE-UNACKED-ITEM
    when AS-DISP-CODE(WS-ACK-SLOT) = space
       or AS-DISP-CODE(WS-ACK-SLOT) = 'A'
       add 1 to WS-MATCHED-COUNT
       add 1 to QT-MATCHED-COUNT(WS-ACK-SLOT)
       perform FIND-PLANT-TALLY
       if WS-PLANT-FOUND-IDX > 0
          add 1 to PT-ACKED-COUNT(WS-PLANT-FOUND-IDX)
       end-if
       perform MARK-ACKNOWLEDGED
       perform WRITE-ACK-DISPOSITION
       perform READ-NEXT-ACK
    when other
       add 1 to WS-BOUNCED-COUNT
       add 1 to QT-BOUNCED-COUNT(WS-ACK-SLOT)
       perform FIND-PLANT-TALLY
       if WS-PLANT-FOUND-IDX > 0
          add 1 to PT-BOUNCED-COUNT(WS-PLANT-FOUND-IDX)
       end-if
       perform ROUTE-NEGATIVE-ACK
       perform WRITE-ACK-DISPOSITION
       perform READ-NEXT-ACK
    end-evaluate.

*> Finds (or opens) the tally slot for the settling item's plant
*> code. A full table only costs the scorecard that plant's day -
*> the reconciliation itself goes on.
FIND-PLANT-TALLY.
    move 0 to WS-PLANT-FOUND-IDX
    perform varying WS-PLANT-TALLY-IDX from 1 by 1
          until WS-PLANT-TALLY-IDX > WS-PLANT-TALLY-COUNT
             or WS-PLANT-FOUND-IDX > 0
       if PT-PLANT-CODE(WS-PLANT-TALLY-IDX) = WS-CY-SOURCE-CODE
          move WS-PLANT-TALLY-IDX to WS-PLANT-FOUND-IDX
       end-if
    end-perform
    if WS-PLANT-FOUND-IDX = 0
       if WS-PLANT-TALLY-COUNT = 20
          display 'ACKRECON: MORE THAN 20 PLANT CODES SETTLED - '
             'PLANT ' WS-CY-SOURCE-CODE ' LEFT OFF THE QUALITY '
             'EVENTS'
       else
          add 1 to WS-PLANT-TALLY-COUNT
          move WS-PLANT-TALLY-COUNT to WS-PLANT-FOUND-IDX
          move WS-CY-SOURCE-CODE
             to PT-PLANT-CODE(WS-PLANT-FOUND-IDX)
          move 0 to PT-ACKED-COUNT(WS-PLANT-FOUND-IDX)
          move 0 to PT-BOUNCED-COUNT(WS-PLANT-FOUND-IDX)
       end-if
    end-if.

*> Each plant's day goes to the event file as an acknowledged
*> tally and, if anything bounced, a NAK tally, dated the run
*> date. The file is the scorecard's, not the reconciliation's -
*> if it cannot be opened the run carries on without it. It is
*> appended to (status 35 - the first run - creates it).
WRITE-QUALITY-EVENTS.
    open extend QUALITY-EVENT-FILE
    if WS-DQEVOUT-STATUS = '35'
       open output QUALITY-EVENT-FILE
    end-if
    if WS-DQEVOUT-STATUS not = '00'
       display 'ACKRECON: DQEVOUT UNAVAILABLE, STATUS='
          WS-DQEVOUT-STATUS ' - QUALITY EVENTS NOT RECORDED'
    else
       perform varying WS-PLANT-TALLY-IDX from 1 by 1
             until WS-PLANT-TALLY-IDX > WS-PLANT-TALLY-COUNT
          move spaces to DATA-QUALITY-EVENT-RECORD
          move WS-RUN-DATE to DQ-BUSINESS-DATE
          move PT-PLANT-CODE(WS-PLANT-TALLY-IDX) to DQ-PLANT-CODE
          move 0 to DQ-BATCH-SEQ
          move WS-RUN-DATE to DQ-RUN-DATE
          move WS-STEP-NAME to DQ-STEP-NAME
          set DQ-ACKNOWLEDGED to true
          move PT-ACKED-COUNT(WS-PLANT-TALLY-IDX)
             to DQ-RECORD-COUNT
          write DATA-QUALITY-EVENT-RECORD
          if PT-BOUNCED-COUNT(WS-PLANT-TALLY-IDX) > 0
             set DQ-BOUNCED to true
             move PT-BOUNCED-COUNT(WS-PLANT-TALLY-IDX)
                to DQ-RECORD-COUNT
             write DATA-QUALITY-EVENT-RECORD
          end-if
       end-perform
       close QUALITY-EVENT-FILE
    end-if.

MARK-ACKNOWLEDGED.
    if WS-WOMAST-AVAILABLE
       move WS-SEARCH-WO-NUMBER to WM-WO-NUMBER
             display 'ACKRECON: ACKED WORK ORDER ' WM-WO-NUMBER
                ' NOT ON WOMAST'
          not invalid key
             if WM-STATUS not = 'V'
                move 'A' to WM-STATUS
                move WS-RUN-DATE to WM-ACKED-DATE
                rewrite WORK-ORDER-MASTER-RECORD
             end-if
       end-read
    end-if.

    move spaces to EXCEPTION-RECORD
    move WS-CY-WO-NUMBER to EX-WO-RAW
    move 'NAK1' to EX-REASON-CODE
    move AS-REASON-TEXT(WS-ACK-SLOT) to EX-REASON-TEXT
    move WS-CY-SOURCE-CODE to EX-SOURCE-CODE
    write EXCEPTION-RECORD
    if WS-WOMAST-AVAILABLE
       move WS-SEARCH-WO-NUMBER to WM-WO-NUMBER
             display 'ACKRECON: BOUNCED WORK ORDER ' WM-WO-NUMBER
                ' NOT ON WOMAST'
          not invalid key
             if WM-STATUS not = 'V'
                move 'N' to WM-STATUS
                move WS-RUN-DATE to WM-BOUNCED-DATE
                rewrite WORK-ORDER-MASTER-RECORD
             end-if
       end-read
    end-if
    move spaces to WS-DETAIL-LINE
    move WS-CY-WO-NUMBER to WS-DL-WO-NUMBER
    move WS-CY-CLASS-CODE to WS-DL-CLASS-CODE
    move 'BOUNCED ON ' to WS-DL-DATE-TEXT
    move AS-ACK-DATE(WS-ACK-SLOT) to WS-DL-DATE
    move QT-DEST-CODE(WS-CY-DEST-SLOT) to WS-DL-DEST-CODE
    move WS-DETAIL-LINE to RECON-REPORT-RECORD
    write RECON-REPORT-RECORD.

*> The plant hears the class code its work order was acknowledged
*> under, or the NAK reason code and the platform's reason text.
WRITE-ACK-DISPOSITION.
    move spaces to RETURN-DETAIL-RECORD
    move 'D' to RR-RECORD-TYPE
    move WS-CY-WO-NUMBER to RR-WO-RAW
    move WS-CY-SOURCE-CODE to RR-PLANT-CODE
    move AS-ACK-DATE(WS-ACK-SLOT) to RR-DATE
    if AS-DISP-CODE(WS-ACK-SLOT) = space
       or AS-DISP-CODE(WS-ACK-SLOT) = 'A'
       set RR-ACKNOWLEDGED to true
       move WS-CY-CLASS-CODE to RR-CODE
    else
       set RR-BOUNCED to true
       move 'NAK1' to RR-CODE
       move AS-REASON-TEXT(WS-ACK-SLOT) to RR-TEXT
    end-if
    write RETURN-DETAIL-RECORD.

WRITE-UNACKED-ITEM.
    add 1 to WS-UNACKED-COUNT
    add 1 to QT-UNACKED-COUNT(WS-CY-DEST-SLOT)
    move WS-CARRY-RECORD to CARRY-OUT-RECORD
    write CARRY-OUT-RECORD
    move spaces to WS-DETAIL-LINE
    move WS-CY-WO-NUMBER to WS-DL-WO-NUMBER
    move WS-CY-CLASS-CODE to WS-DL-CLASS-CODE
    *> Age is counted in business days on the sending plant's
    *> calendar - an item shipped ahead of a weekend or a plant
    *> holiday has not been waiting those days for its ack.
    move WS-CY-SOURCE-CODE to WS-CAL-PLANT
    move WS-CY-SENT-DATE to WS-CAL-FROM-DATE
    move WS-RUN-DATE to WS-CAL-TO-DATE
    perform COUNT-BUSINESS-DAYS
    if WS-CAL-STEPPED > 0
       move 'AGED, SENT ' to WS-DL-DATE-TEXT
       move WS-CAL-STEPPED to WS-DL-AGE-DAYS
       move ' BUSINESS DAYS' to WS-DL-AGE-TEXT
    else
       move 'SENT ON    ' to WS-DL-DATE-TEXT
    end-if
    move WS-CY-SENT-DATE to WS-DL-DATE
    move QT-DEST-CODE(WS-CY-DEST-SLOT) to WS-DL-DEST-CODE
    move WS-DETAIL-LINE to RECON-REPORT-RECORD
    write RECON-REPORT-RECORD.

*> The recall closes the item out; the master already carries the
*> voided status or the amended copy, so nothing is posted back.
DROP-RECALLED-ITEM.
    add 1 to WS-RECALLED-COUNT
    move spaces to WS-DETAIL-LINE
    move WS-CY-WO-NUMBER to WS-DL-WO-NUMBER
    move WS-CY-CLASS-CODE to WS-DL-CLASS-CODE
    move 'RECALLED ON' to WS-DL-DATE-TEXT
    move WS-RH-RECALL-DATE to WS-DL-DATE
    move QT-DEST-CODE(WS-CY-DEST-SLOT) to WS-DL-DEST-CODE
    move WS-DETAIL-LINE to RECON-REPORT-RECORD
    write RECON-REPORT-RECORD.

STAGE-ORPHAN-ACK.
    add 1 to WS-ORPHAN-ACK-COUNT
    add 1 to QT-ORPHAN-COUNT(WS-ACK-SLOT)
    move spaces to WS-DETAIL-LINE
    move AS-WO-NUMBER(WS-ACK-SLOT) to WS-DL-WO-NUMBER
    move 'ACKED ON  ' to WS-DL-DATE-TEXT
    move AS-ACK-DATE(WS-ACK-SLOT) to WS-DL-DATE
    move QT-DEST-CODE(WS-ACK-SLOT) to WS-DL-DEST-CODE
    move WS-DETAIL-LINE to ORPHAN-WORK-RECORD
    write ORPHAN-WORK-RECORD.

    string 'ACKS NEVER SENT       : ' delimited by size
           WS-ORPHAN-ACK-COUNT delimited by size
           into RECON-REPORT-RECORD
    write RECON-REPORT-RECORD
    move spaces to RECON-REPORT-RECORD
    string 'RECALLS READ          : ' delimited by size
           WS-RECALL-READ-COUNT delimited by size
           into RECON-REPORT-RECORD
    write RECON-REPORT-RECORD
    move spaces to RECON-REPORT-RECORD
    string 'RECALLED, DROPPED     : ' delimited by size
           WS-RECALLED-COUNT delimited by size
           into RECON-REPORT-RECORD
    write RECON-REPORT-RECORD
    move spaces to RECON-REPORT-RECORD
    string 'RECALLS NOT PENDING   : ' delimited by size
           WS-RECALL-IDLE-COUNT delimited by size
           into RECON-REPORT-RECORD
    write RECON-REPORT-RECORD
    move spaces to RECON-REPORT-RECORD
    write RECON-REPORT-RECORD
    move 'RECONCILIATION BY DESTINATION:' to RECON-REPORT-RECORD
    write RECON-REPORT-RECORD
    move WS-QUEUE-HEADING to RECON-REPORT-RECORD
    write RECON-REPORT-RECORD
    perform varying WS-QUEUE-IDX from 1 by 1 until WS-QUEUE-IDX > 3
       if QT-DEST-CODE(WS-QUEUE-IDX) not = spaces
          or QT-SENT-COUNT(WS-QUEUE-IDX) > 0
          or QT-CARRIED-COUNT(WS-QUEUE-IDX) > 0
          or QT-ACK-COUNT(WS-QUEUE-IDX) > 0
          move WS-QUEUE-IDX to WS-QL-SLOT
          move QT-DEST-CODE(WS-QUEUE-IDX) to WS-QL-DEST-CODE
          move QT-SENT-COUNT(WS-QUEUE-IDX) to WS-QL-SENT
          move QT-CARRIED-COUNT(WS-QUEUE-IDX) to WS-QL-CARRIED
          move QT-ACK-COUNT(WS-QUEUE-IDX) to WS-QL-ACKS
          move QT-MATCHED-COUNT(WS-QUEUE-IDX) to WS-QL-MATCHED
          move QT-BOUNCED-COUNT(WS-QUEUE-IDX) to WS-QL-BOUNCED
          move QT-UNACKED-COUNT(WS-QUEUE-IDX) to WS-QL-UNACKED
          move QT-ORPHAN-COUNT(WS-QUEUE-IDX) to WS-QL-ORPHANS
          move WS-QUEUE-LINE to RECON-REPORT-RECORD
          write RECON-REPORT-RECORD
       end-if
    end-perform.

*> The destination names come off the routing table's destination
*> rows - the latest version of each slot in effect on the run
*> date, as the routing step reads them. They only label the
*> report; without the table the destinations print unnamed.
LOAD-DESTINATIONS.
    perform varying WS-QUEUE-IDX from 1 by 1 until WS-QUEUE-IDX > 3
       move spaces to QT-DEST-CODE(WS-QUEUE-IDX)
       move spaces to QT-EFF-DATE(WS-QUEUE-IDX)
       move 0 to QT-SENT-COUNT(WS-QUEUE-IDX)
       move 0 to QT-CARRIED-COUNT(WS-QUEUE-IDX)
       move 0 to QT-ACK-COUNT(WS-QUEUE-IDX)
       move 0 to QT-MATCHED-COUNT(WS-QUEUE-IDX)
       move 0 to QT-BOUNCED-COUNT(WS-QUEUE-IDX)
       move 0 to QT-UNACKED-COUNT(WS-QUEUE-IDX)
       move 0 to QT-ORPHAN-COUNT(WS-QUEUE-IDX)
       move 0 to AS-PREV-KEY(WS-QUEUE-IDX)
       move 'N' to AS-EOF-SWITCH(WS-QUEUE-IDX)
    end-perform
    open input ROUTING-FILE
    if WS-ROUTIN-STATUS not = '00'
       display 'ACKRECON: ROUTIN UNAVAILABLE, STATUS='
          WS-ROUTIN-STATUS ' - DESTINATIONS NOT NAMED'
    else
       perform until WS-ROUTIN-EOF
          read ROUTING-FILE
             at end
                set WS-ROUTIN-EOF to true
             not at end
                if RO-DESTINATION
                   and RO-DEST-SLOT >= '1' and RO-DEST-SLOT <= '3'
                   and (RO-EFF-DATE = spaces
                        or RO-EFF-DATE <= WS-RUN-DATE)
                   move RO-DEST-SLOT to WS-QUEUE-IDX
                   if QT-DEST-CODE(WS-QUEUE-IDX) = spaces
                      or RO-EFF-DATE > QT-EFF-DATE(WS-QUEUE-IDX)
                      move RO-DEST-CODE to QT-DEST-CODE(WS-QUEUE-IDX)
                      move RO-EFF-DATE to QT-EFF-DATE(WS-QUEUE-IDX)
                   end-if
                end-if
          end-read
       end-perform
       close ROUTING-FILE
    end-if.

*> The status file is informational - if it cannot be opened the
*> run proceeds and only the morning report goes blind. A record
    move return-code to ST-RETURN-CODE
    move WS-ACK-READ-COUNT to ST-IN-COUNT
    move WS-UNACKED-COUNT to ST-OUT-COUNT.

*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'ACKRECON: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'ACKRECON: UNABLE TO OPEN CALIN, STATUS='
             WS-CALIN-STATUS
          move 8 to return-code
          stop run
       end-if
       perform until WS-CALIN-EOF
          read BUSINESS-CALENDAR-FILE
             at end
                set WS-CALIN-EOF to true
             not at end
                perform STORE-CALENDAR-ENTRY
          end-read
       end-perform
       close BUSINESS-CALENDAR-FILE
    end-if.

STORE-CALENDAR-ENTRY.
    if CL-CAL-DATE is not numeric
       or (CL-DAY-TYPE not = 'B' and CL-DAY-TYPE not = 'H')
       display 'ACKRECON: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'ACKRECON: CALIN HAS MORE THAN 1000 ROWS - '
             'INCREASE THE CALENDAR TABLE AND RERUN'
          move 12 to return-code
          stop run
       else
          add 1 to WS-CAL-COUNT
          move CL-PLANT-CODE to BC-PLANT-CODE(WS-CAL-COUNT)
          move CL-CAL-DATE to BC-CAL-DATE(WS-CAL-COUNT)
          move CL-DAY-TYPE to BC-DAY-TYPE(WS-CAL-COUNT)
       end-if
    end-if.

*> Sets WS-BUSINESS-DAY for WS-CAL-TEST-DATE on the calendar of
*> plant WS-CAL-PLANT (spaces for the house calendar). The plant's
*> own row for the date wins, then the house row, then the plain
*> week - day 1 of the integer calendar, 1601-01-01, was a Monday.
CHECK-BUSINESS-DAY.
    move space to WS-CAL-PLANT-TYPE
    move space to WS-CAL-HOUSE-TYPE
    perform varying WS-CAL-IDX from 1 by 1
          until WS-CAL-IDX > WS-CAL-COUNT
       if BC-CAL-DATE(WS-CAL-IDX) = WS-CAL-TEST-DATE
          if BC-PLANT-CODE(WS-CAL-IDX) = spaces
             move BC-DAY-TYPE(WS-CAL-IDX) to WS-CAL-HOUSE-TYPE
          else
             if BC-PLANT-CODE(WS-CAL-IDX) = WS-CAL-PLANT
                move BC-DAY-TYPE(WS-CAL-IDX) to WS-CAL-PLANT-TYPE
             end-if
          end-if
       end-if
    end-perform
    evaluate true
    when WS-CAL-TEST-DATE is not numeric
       move 'H' to WS-BUSINESS-DAY-SWITCH
    when WS-CAL-PLANT-TYPE not = space
       move WS-CAL-PLANT-TYPE to WS-BUSINESS-DAY-SWITCH
    when WS-CAL-HOUSE-TYPE not = space
       move WS-CAL-HOUSE-TYPE to WS-BUSINESS-DAY-SWITCH
    when other
       compute WS-CAL-WEEKDAY = function mod(function integer-of-date(
          function numval(WS-CAL-TEST-DATE)) - 1, 7)
       if WS-CAL-WEEKDAY < 5
          move 'B' to WS-BUSINESS-DAY-SWITCH
       else
          move 'H' to WS-BUSINESS-DAY-SWITCH
       end-if
    end-evaluate.

*> Counts the business days after WS-CAL-FROM-DATE up to and
*> including WS-CAL-TO-DATE on plant WS-CAL-PLANT's calendar into
*> WS-CAL-STEPPED - zero when the from date is not the earlier
*> or either one is not a date.
COUNT-BUSINESS-DAYS.
    move 0 to WS-CAL-STEPPED
    move 0 to WS-CAL-DAY-NUM
    move 0 to WS-CAL-END-NUM
    if WS-CAL-FROM-DATE is numeric and WS-CAL-TO-DATE is numeric
       compute WS-CAL-DAY-NUM = function integer-of-date(
          function numval(WS-CAL-FROM-DATE))
       compute WS-CAL-END-NUM = function integer-of-date(
          function numval(WS-CAL-TO-DATE))
    end-if
    perform until WS-CAL-DAY-NUM >= WS-CAL-END-NUM
          or WS-CAL-DAY-NUM = 0
       add 1 to WS-CAL-DAY-NUM
       compute WS-CAL-DATE-NUM
          = function date-of-integer(WS-CAL-DAY-NUM)
       move WS-CAL-DATE-NUM to WS-CAL-TEST-DATE
       perform CHECK-BUSINESS-DAY
       if WS-BUSINESS-DAY
          add 1 to WS-CAL-STEPPED
       end-if
    end-perform.
