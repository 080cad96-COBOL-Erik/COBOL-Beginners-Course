    select SOURCE-REGISTRY-FILE assign to "SRCREG"
        organization is line sequential
        file status is WS-SRCREG-STATUS.
    select RECALL-FILE assign to "RCLOUT"
        organization is line sequential
        file status is WS-RCLOUT-STATUS.
    select RUN-STATUS-FILE assign to "RUNSTAT"
        organization is indexed
        access is random
        access is random
        record key is WM-WO-NUMBER
        file status is WS-WOMAST-STATUS.
    select BUSINESS-CALENDAR-FILE assign to "CALIN"
        organization is line sequential
        file status is WS-CALIN-STATUS.
    select HOLD-CONTROL-FILE assign to "HOLDCTL"
        organization is line sequential
        file status is WS-HOLDCTL-STATUS.
    select HELD-FILE assign to "HLDOUT"
        organization is line sequential
        file status is WS-HLDOUT-STATUS.
    select CARRY-DROP-FILE assign to "DRPOUT"
        organization is line sequential
        file status is WS-DRPOUT-STATUS.
    select CANCEL-DISPOSITION-FILE assign to "CNDOUT"
        organization is line sequential
        file status is WS-CNDOUT-STATUS.
data division.
file section.
fd  WORK-ORDER-FILE.
copy CTLREC.
fd  SOURCE-REGISTRY-FILE.
copy SRCREC.
*> Recalls for work orders a plant cancelled or amended after we
*> had already extracted them - shipped to the queue platform
*> alongside the extract files.
fd  RECALL-FILE.
copy RCLREC.
fd  RUN-STATUS-FILE.
copy RSTATREC.
fd  WORK-ORDER-MASTER.
copy WOMREC.
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
fd  HOLD-CONTROL-FILE.
copy HOLDREC.
*> Work orders stopped by an operator hold - classified and
*> audited, but kept off the extract files until released.
fd  HELD-FILE.
copy HELDREC.
*> Stale copies dropped from our own carry batches - a work order
*> the plant cancelled or amended after the copy was carried.
fd  CARRY-DROP-FILE.
copy DROPREC.
*> What became of each cancel - voided, or refused with the reason -
*> as a disposition line in the plants' return layout, so the
*> return-file run can answer the plant that sent it.
fd  CANCEL-DISPOSITION-FILE.
copy RTNREC.
working-storage section.
01 FizzBuzzGroup.
   05 IN-N     pic 9(7).
01 WS-DEFOUT-STATUS   pic XX.
01 WS-CTLOUT-STATUS   pic XX.
01 WS-SRCREG-STATUS   pic XX.
01 WS-RCLOUT-STATUS   pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-RUNSTAT-AVAIL-SWITCH pic X value 'N'.
   88 WS-RUNSTAT-AVAILABLE  value 'Y'.
01 WS-WOMAST-STATUS   pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-HOLDCTL-STATUS  pic XX.
01 WS-HLDOUT-STATUS   pic XX.
01 WS-DRPOUT-STATUS   pic XX.
01 WS-CNDOUT-STATUS   pic XX.
01 WS-WOMAST-AVAIL-SWITCH pic X value 'N'.
   88 WS-WOMAST-AVAILABLE  value 'Y'.
01 WS-DUP-SWITCH      pic X value 'N'.
   88 WS-DUPLICATE-WO      value 'Y'.
01 WS-VOIDED-SWITCH   pic X value 'N'.
   88 WS-VOIDED-WO         value 'Y'.
01 WS-AMEND-SWITCH    pic X value 'N'.
   88 WS-AMENDING          value 'Y'.
01 WS-DROP-REASON     pic X value space.
   88 WS-CARRY-DROP        value 'V' 'S'.
01 WS-EOF-SWITCH      pic X value 'N'.
   88 WS-EOF          value 'Y'.
01 WS-PARM-EOF-SWITCH pic X value 'N'.
   88 WS-SRCREG-EOF    value 'Y'.
01 WS-CAPIN-EOF-SWITCH pic X value 'N'.
   88 WS-CAPIN-EOF     value 'Y'.
01 WS-HOLDCTL-EOF-SWITCH pic X value 'N'.
   88 WS-HOLDCTL-EOF   value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-EXTRACT-COUNT      pic 9(7) value 0.
   05 WS-EXPRESS-COUNT      pic 9(7) value 0.
   05 WS-DEFERRED-COUNT     pic 9(7) value 0.
   05 WS-CANCEL-COUNT       pic 9(7) value 0.
   05 WS-VOID-COUNT         pic 9(7) value 0.
   05 WS-CANCEL-REJ-COUNT   pic 9(7) value 0.
   05 WS-AMEND-COUNT        pic 9(7) value 0.
   05 WS-RECALL-COUNT       pic 9(7) value 0.
   05 WS-HELD-COUNT         pic 9(7) value 0.
   05 WS-CARRY-DROP-COUNT   pic 9(7) value 0.

*> A cancel or amend names its work order after the type byte;
*> the amend's corrected detail is rebuilt here in the ordinary
*> detail layout before it goes through the detail processing.
01 WS-AMEND-IMAGE.
   05 WS-AI-WO-NUMBER     pic 9(7).
   05 WS-AI-SOURCE-CODE   pic X(2).
   05 WS-AI-EXPEDITE-FLAG pic X(1).
   05 FILLER              pic X(70).
01 WS-CHANGE-SOURCE-CODE  pic X(2).
01 WS-CANCEL-REASON       pic X(26).

01 WS-VALID-SWITCH    pic X value 'Y'.
   88 WS-VALID-RECORD   value 'Y'.

*> In-core copy of the source-system registry, looked up for every
*> batch header. The entry matched by the open batch's header is
*> remembered so the trailer's volume check reads its range. Each
*> source system holds the latest version of its row in effect on
*> the run date.
01 WS-REG-COUNT       pic 9(2) value 0.
01 WS-REG-TABLE-AREA.
   05 WS-REG-TABLE occurs 20 times.
      10 RG-PLANT-CODE    pic X(2).
      10 RG-MIN-COUNT     pic 9(7).
      10 RG-MAX-COUNT     pic 9(7).
      10 RG-EFF-DATE      pic X(8).
01 WS-REG-IDX         pic 9(2).
01 WS-REG-FOUND-IDX   pic 9(2).
01 WS-ACTIVE-REG-IDX  pic 9(2) value 0.

*> Daily intake caps by rule set and class code, with the running
*> usage alongside. Once a class spends its cap, further records
*> for it defer to tomorrow instead of extracting today. Each class
*> holds the latest version of its cap in effect on the run date.
01 WS-CAP-COUNT       pic 9(2) value 0.
01 WS-CAP-TABLE-AREA.
   05 WS-CAP-TABLE occurs 20 times.
      10 CAP-CLASS-CODE   pic X(20).
      10 CAP-LIMIT        pic 9(7).
      10 CAP-USED         pic 9(7).
      10 CAP-EFF-DATE     pic X(8).
01 WS-CAP-IDX         pic 9(2).
01 WS-CAP-FOUND-IDX   pic 9(2).
01 WS-DEFER-SWITCH    pic X value 'N'.
   88 WS-DEFER-RECORD     value 'Y'.

*> Operator holds in force (HOLDCTL), checked for every record
*> that would otherwise leave on an extract. The type of the
*> first hold that matches is carried onto the held record.
01 WS-HOLD-COUNT      pic 9(3) value 0.
01 WS-HOLD-TABLE-AREA.
   05 WS-HOLD-TABLE occurs 100 times.
      10 HC-HOLD-TYPE     pic X(1).
      10 HC-WO-NUMBER     pic X(7).
      10 HC-SOURCE-CODE   pic X(2).
      10 HC-SET-CODE      pic X(2).
      10 HC-CLASS-CODE    pic X(20).
01 WS-HOLD-IDX        pic 9(3).
01 WS-HOLD-FOUND-IDX  pic 9(3).
01 WS-HOLD-SWITCH     pic X value 'N'.
   88 WS-HOLD-RECORD      value 'Y'.

*> Batch framing for the deferred file. The header is written
*> lazily, only when the first record defers, and is stamped with
*> the date it was written - the same way the repair resubmit
   05 WS-DT-HASH        pic 9(13).
   05 FILLER            pic X(59).

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
01 WS-CAL-RESULT-DATE pic X(8).
01 WS-CAL-DAYS        pic 9(5).
01 WS-CAL-STEPPED     pic 9(5).
01 WS-CAL-DAY-NUM     pic 9(7).
01 WS-CAL-DATE-NUM    pic 9(8).
01 WS-CAL-WEEKDAY     pic 9(1).
01 WS-CAL-PLANT-TYPE  pic X(1).
01 WS-CAL-HOUSE-TYPE  pic X(1).
01 WS-BUSINESS-DAY-SWITCH pic X.
   88 WS-BUSINESS-DAY   value 'B'.
01 WS-CALIN-EOF-SWITCH pic X value 'N'.
   88 WS-CALIN-EOF      value 'Y'.
*> An internal batch may be this many business days older than the
*> run date - the deferral written on the last business day rides
*> in after a weekend or holiday gap, anything older is stale.
01 WS-LATE-BATCH-DAYS     pic 9(2) value 1.
01 WS-EARLIEST-BATCH-DATE pic X(8).

procedure division.
accept WS-ARG-LINE from command-line
move WS-ARG-LINE(1:1) to WS-DRY-RUN-SWITCH

perform LOAD-DIVISOR-PARMS
perform LOAD-SOURCE-REGISTRY
perform LOAD-BUSINESS-CALENDAR
perform SET-BUSINESS-DAY-LIMITS
perform LOAD-CAPACITY-PARMS
perform LOAD-HOLD-CONTROL
perform LOAD-CHECKPOINT
perform OPEN-BATCH-FILES

            perform PROCESS-BATCH-HEADER
         when 'T'
            perform PROCESS-BATCH-TRAILER
         when 'C'
            perform PROCESS-CANCEL-RECORD
         when 'A'
            perform PROCESS-AMEND-RECORD
         when other
            perform PROCESS-DETAIL-RECORD
         end-evaluate
close EXTRACT-FILE
close EXPRESS-FILE
close DEFERRED-FILE
close RECALL-FILE
close HELD-FILE
close CARRY-DROP-FILE
close CANCEL-DISPOSITION-FILE
if WS-WOMAST-AVAILABLE
   close WORK-ORDER-MASTER
end-if
       open extend EXTRACT-FILE
       open extend EXPRESS-FILE
       open extend DEFERRED-FILE
       open extend RECALL-FILE
       open extend HELD-FILE
       open extend CARRY-DROP-FILE
       open extend CANCEL-DISPOSITION-FILE
    else
       if WS-DRY-RUN
          *> A dry run's only real output is the preview report - RPTOUT
          if WS-DEFOUT-STATUS = '35'
             open output DEFERRED-FILE
          end-if
          open extend RECALL-FILE
          if WS-RCLOUT-STATUS = '35'
             open output RECALL-FILE
          end-if
          open extend HELD-FILE
          if WS-HLDOUT-STATUS = '35'
             open output HELD-FILE
          end-if
          open extend CARRY-DROP-FILE
          if WS-DRPOUT-STATUS = '35'
             open output CARRY-DROP-FILE
          end-if
          open extend CANCEL-DISPOSITION-FILE
          if WS-CNDOUT-STATUS = '35'
             open output CANCEL-DISPOSITION-FILE
          end-if
       else
          open output REPORT-FILE
          open output EXCEPTION-FILE
          open output EXTRACT-FILE
          open output EXPRESS-FILE
          open output DEFERRED-FILE
          open output RECALL-FILE
          open output HELD-FILE
          open output CARRY-DROP-FILE
          open output CANCEL-DISPOSITION-FILE
       end-if
    end-if

       move 8 to return-code
       stop run
    end-if
    if WS-RCLOUT-STATUS not = '00'
       display 'FIZZBUZZ: UNABLE TO OPEN RCLOUT, STATUS=' WS-RCLOUT-STATUS
       move 8 to return-code
       stop run
    end-if
    if WS-HLDOUT-STATUS not = '00'
       display 'FIZZBUZZ: UNABLE TO OPEN HLDOUT, STATUS=' WS-HLDOUT-STATUS
       move 8 to return-code
       stop run
    end-if
    if WS-DRPOUT-STATUS not = '00'
       display 'FIZZBUZZ: UNABLE TO OPEN DRPOUT, STATUS=' WS-DRPOUT-STATUS
       move 8 to return-code
       stop run
    end-if
    if WS-CNDOUT-STATUS not = '00'
       display 'FIZZBUZZ: UNABLE TO OPEN CNDOUT, STATUS=' WS-CNDOUT-STATUS
       move 8 to return-code
       stop run
    end-if

    *> The work-order master is only maintained on live runs - a
    *> dry run previews a parm change and must not disturb the
    *> internal batch (blank plant code on the registry - the
    *> splitter's partitions, the repair resubmit, the capacity
    *> deferral) is dated the day it was written and legitimately
    *> rides in later, so a future date is wrong for it and so is
    *> one older than the late-batch tolerance allows - counted in
    *> business days on the house calendar, so the deferral batch
    *> survives a weekend or holiday gap but a stale one does not.
    if RG-PLANT-CODE(WS-ACTIVE-REG-IDX) = spaces
       if BH-BUSINESS-DATE > WS-RUN-DATE
          display 'FIZZBUZZ: INTERNAL BATCH FROM '
             BH-BUSINESS-DATE
          perform TERMINATE-BAD-FEED
       end-if
       if BH-BUSINESS-DATE < WS-EARLIEST-BATCH-DATE
          display 'FIZZBUZZ: INTERNAL BATCH FROM '
             BH-SOURCE-SYSTEM ' DATED ' BH-BUSINESS-DATE
             ' IS OLDER THAN ' WS-LATE-BATCH-DAYS
             ' BUSINESS DAY(S) BEFORE ' WS-RUN-DATE
          perform TERMINATE-BAD-FEED
       end-if
    else
       if BH-BUSINESS-DATE not = WS-RUN-DATE
          display 'FIZZBUZZ: BATCH BUSINESS DATE '
       stop run
    end-if.

*> Registry rows are effective-dated the way the divisor rules
*> are: of a source system's versions whose effective date is
*> blank (always in effect) or on/before the run date, the latest
*> one wins. Future-dated versions wait for their business day.
STORE-REGISTRY-ENTRY.
    if SG-SOURCE-SYSTEM = spaces
       or SG-MIN-COUNT is not numeric
       display 'FIZZBUZZ: SKIPPING INVALID SRCREG ROW: '
          SG-SOURCE-SYSTEM
    else
       if SG-EFF-DATE not = spaces and SG-EFF-DATE > WS-RUN-DATE
          continue
       else
          move 0 to WS-REG-FOUND-IDX
          perform varying WS-REG-IDX from 1 by 1
                until WS-REG-IDX > WS-REG-COUNT
             if RG-SOURCE-SYSTEM(WS-REG-IDX) = SG-SOURCE-SYSTEM
                move WS-REG-IDX to WS-REG-FOUND-IDX
             end-if
          end-perform
          evaluate true
          when WS-REG-FOUND-IDX > 0
             if SG-EFF-DATE > RG-EFF-DATE(WS-REG-FOUND-IDX)
                perform MOVE-REGISTRY-ENTRY
             end-if
          when WS-REG-COUNT = 20
             display 'FIZZBUZZ: SRCREG HAS MORE THAN 20 SOURCE '
                'SYSTEMS - INCREASE THE REGISTRY TABLE AND RERUN'
             move 12 to return-code
             stop run
          when other
             add 1 to WS-REG-COUNT
             move WS-REG-COUNT to WS-REG-FOUND-IDX
             perform MOVE-REGISTRY-ENTRY
          end-evaluate
       end-if
    end-if.

MOVE-REGISTRY-ENTRY.
    move SG-SOURCE-SYSTEM to RG-SOURCE-SYSTEM(WS-REG-FOUND-IDX)
    move SG-PLANT-CODE to RG-PLANT-CODE(WS-REG-FOUND-IDX)
    move SG-MIN-COUNT to RG-MIN-COUNT(WS-REG-FOUND-IDX)
    move SG-MAX-COUNT to RG-MAX-COUNT(WS-REG-FOUND-IDX)
    move SG-EFF-DATE to RG-EFF-DATE(WS-REG-FOUND-IDX).

FIND-REGISTRY-ENTRY.
    move 0 to WS-ACTIVE-REG-IDX
    perform varying WS-REG-IDX from 1 by 1
       perform PROCESS-BATCH-HEADER
    when 'T'
       perform PROCESS-BATCH-TRAILER
    when 'C'
    when 'A'
       add 1 to WS-BATCH-READ-COUNT
       if WC-WO-NUMBER is numeric
          add WC-WO-NUMBER to WS-BATCH-HASH-TOTAL
       end-if
    when other
       add 1 to WS-BATCH-READ-COUNT
       if WO-NUMBER is numeric
    if WO-NUMBER is numeric
       add WO-NUMBER to WS-BATCH-HASH-TOTAL
    end-if
    perform CHECK-CARRY-REARRIVAL
    if WS-CARRY-DROP
       perform WRITE-CARRY-DROP-RECORD
    else
       perform PROCESS-RECEIVED-DETAIL
    end-if.

*> A detail that is not a stale carried copy is received: it is
*> counted in the read count, validated, checked against the
*> master, and classified.
PROCESS-RECEIVED-DETAIL.
    add 1 to WS-TOTAL-COUNT
    perform VALIDATE-WORK-ORDER
    if WS-INVALID-RECORD
       if not WS-DRY-RUN
          move WO-NUMBER to EX-WO-RAW
          move WO-SOURCE-CODE to EX-SOURCE-CODE
          write EXCEPTION-RECORD
          perform WRITE-AUDIT-REJECT
          perform RECORD-MASTER-REJECT
       perform TALLY-SET-EXCEPTION
    else
       perform CHECK-WORK-ORDER-MASTER
       if WS-DUPLICATE-WO or WS-VOIDED-WO
          if not WS-DRY-RUN
             move spaces to EXCEPTION-RECORD
             move WO-NUMBER to EX-WO-RAW
             move WO-SOURCE-CODE to EX-SOURCE-CODE
             if WS-VOIDED-WO
                move 'BAD5' to EX-REASON-CODE
                move 'WORK ORDER WAS CANCELLED'
                   to EX-REASON-TEXT
             else
                move 'BAD3' to EX-REASON-CODE
                move 'DUPLICATE WORK ORDER THIS DATE'
                   to EX-REASON-TEXT
             end-if
             write EXCEPTION-RECORD
             perform WRITE-AUDIT-REJECT
          end-if
          if not WS-DRY-RUN
             move spaces to EXCEPTION-RECORD
             move WO-NUMBER to EX-WO-RAW
             move WO-SOURCE-CODE to EX-SOURCE-CODE
             move 'BAD4' to EX-REASON-CODE
             string 'NO RULE SET FOR SOURCE CODE '
                      delimited by size
          if not WS-DRY-RUN
             perform WRITE-AUDIT-RECORD
             move 'N' to WS-DEFER-SWITCH
             move 'N' to WS-HOLD-SWITCH
             if WS-MATCH-COUNT > 0
                perform CHECK-HOLD-CONTROL
                if WS-HOLD-RECORD
                   perform WRITE-HELD-RECORD
                else
                   perform CHECK-CLASS-CAPACITY
                   if WS-DEFER-RECORD
                      perform WRITE-DEFERRED-RECORD
                   else
                      perform WRITE-EXTRACT-RECORD
                   end-if
                end-if
             end-if
             perform UPDATE-MASTER-DISPOSITION
       end-if
    end-if.

*> A cancel voids the work order on the master. It counts in the
*> batch controls like any record on the feed but is neither
*> classified nor audited, so it stays out of the read count. A
*> work order that already left on an extract (X) or was already
*> taken in by the queue (A) is recalled from the platform as
*> well. A cancel for a number we never received, or one already
*> voided, has nothing to act on and is rejected on the log.
*> Either way the answer goes to the cancel disposition file under
*> the plant that sent the cancel.
PROCESS-CANCEL-RECORD.
    if not WS-BATCH-OPEN
       display 'FIZZBUZZ: CANCEL RECORD ' WC-WO-NUMBER
          ' OUTSIDE ANY BATCH - HEADER MISSING'
       perform TERMINATE-BAD-FEED
    end-if
    add 1 to WS-BATCH-READ-COUNT
    if WC-WO-NUMBER is numeric
       add WC-WO-NUMBER to WS-BATCH-HASH-TOTAL
    end-if
    add 1 to WS-CANCEL-COUNT
    if WS-WOMAST-AVAILABLE
       move spaces to WS-CANCEL-REASON
       if WC-WO-NUMBER is not numeric or WC-WO-NUMBER = zero
          move 'WORK ORDER NUMBER UNUSABLE' to WS-CANCEL-REASON
       else
          move WC-WO-NUMBER to WM-WO-NUMBER
          read WORK-ORDER-MASTER
             invalid key
                move 'WORK ORDER NEVER RECEIVED'
                   to WS-CANCEL-REASON
             not invalid key
                if WM-STATUS = 'V'
                   move 'WORK ORDER ALREADY VOIDED'
                      to WS-CANCEL-REASON
                end-if
          end-read
       end-if
       if WS-CANCEL-REASON not = spaces
          add 1 to WS-CANCEL-REJ-COUNT
          display 'FIZZBUZZ: CANCEL FOR ' WC-WO-NUMBER
             ' REJECTED - ' WS-CANCEL-REASON
          perform WRITE-CANCEL-DISPOSITION
       else
          if WM-STATUS = 'X' or WM-STATUS = 'A'
             move WM-SOURCE-CODE to WS-CHANGE-SOURCE-CODE
             move 'C' to RL-ACTION
             perform WRITE-RECALL-RECORD
          end-if
          move WS-RUN-DATE to WM-RUN-DATE
          move 'V' to WM-STATUS
          rewrite WORK-ORDER-MASTER-RECORD
             invalid key
                display 'FIZZBUZZ: WOMAST REWRITE FAILED FOR '
                   WM-WO-NUMBER ', STATUS=' WS-WOMAST-STATUS
          end-rewrite
          add 1 to WS-VOID-COUNT
          display 'FIZZBUZZ: WORK ORDER ' WC-WO-NUMBER ' VOIDED'
          perform WRITE-CANCEL-DISPOSITION
       end-if
    end-if.

*> The number goes back exactly as it arrived, so an unusable one
*> still finds its way home; a blank reason means the void took.
WRITE-CANCEL-DISPOSITION.
    move spaces to RETURN-DETAIL-RECORD
    move 'D' to RR-RECORD-TYPE
    move WC-WO-NUMBER to RR-WO-RAW
    move WC-SOURCE-CODE to RR-PLANT-CODE
    move WS-RUN-DATE to RR-DATE
    if WS-CANCEL-REASON = spaces
       set RR-VOIDED to true
       move 'CANCELLED - VOIDED' to RR-TEXT
    else
       set RR-CANCEL-REFUSED to true
       move WS-CANCEL-REASON to RR-TEXT
    end-if
    write RETURN-DETAIL-RECORD.

*> An amend is the corrected work order itself: it is rebuilt in
*> the detail layout and goes through the ordinary detail
*> processing - classified, audited, extracted, and counted in the
*> read count like any detail. If the copy it supersedes already
*> left on an extract, that copy is recalled first so the platform
*> never holds both, and the master is stamped superseded today so
*> an older copy still riding a carry batch is dropped when it
*> comes round. An amend for a number we never received is simply
*> a first sending; one for a voided number is rejected by the
*> master check as any later detail would be.
PROCESS-AMEND-RECORD.
    if not WS-BATCH-OPEN
       display 'FIZZBUZZ: AMEND RECORD ' WC-WO-NUMBER
          ' OUTSIDE ANY BATCH - HEADER MISSING'
       perform TERMINATE-BAD-FEED
    end-if
    add 1 to WS-AMEND-COUNT
    if WS-WOMAST-AVAILABLE
       and WC-WO-NUMBER is numeric and WC-WO-NUMBER not = zero
       move WC-WO-NUMBER to WM-WO-NUMBER
       read WORK-ORDER-MASTER
          invalid key
             continue
          not invalid key
             if WM-STATUS = 'X' or WM-STATUS = 'A'
                move WM-SOURCE-CODE to WS-CHANGE-SOURCE-CODE
                move 'A' to RL-ACTION
                perform WRITE-RECALL-RECORD
             end-if
             if WM-STATUS not = 'V'
                move WS-RUN-DATE to WM-SUPERSEDED-DATE
                rewrite WORK-ORDER-MASTER-RECORD
                   invalid key
                      display 'FIZZBUZZ: WOMAST REWRITE FAILED FOR '
                         WM-WO-NUMBER ', STATUS=' WS-WOMAST-STATUS
                end-rewrite
             end-if
       end-read
    end-if
    move spaces to WS-AMEND-IMAGE
    move WC-WO-NUMBER to WS-AI-WO-NUMBER
    move WC-SOURCE-CODE to WS-AI-SOURCE-CODE
    move WC-EXPEDITE-FLAG to WS-AI-EXPEDITE-FLAG
    move WS-AMEND-IMAGE to WORK-ORDER-RECORD
    set WS-AMENDING to true
    perform PROCESS-DETAIL-RECORD
    move 'N' to WS-AMEND-SWITCH.

*> A detail carried back in on one of our own batches bears the
*> carry stamp of the day the copy was taken (stamped here when
*> it was deferred or held, by FEEDSPLT off the batch header for
*> a repair resubmit). If the plant has since cancelled the work
*> order, or amended it after the copy was taken, the copy is
*> stale - the cancel or the amend already settled the work order,
*> so the copy is dropped rather than rejected or extracted again.
*> An amend made on the carry date itself is not later than the
*> copy and does not drop it - the amend's own deferral or hold is
*> carried on that date. Only a live run can look at the master.
CHECK-CARRY-REARRIVAL.
    move space to WS-DROP-REASON
    if WS-WOMAST-AVAILABLE and WO-CARRY-DATE not = spaces
       and WO-NUMBER is numeric and not WS-AMENDING
       move WO-NUMBER to WM-WO-NUMBER
       read WORK-ORDER-MASTER
          invalid key
             continue
          not invalid key
             evaluate true
             when WM-STATUS = 'V'
                move 'V' to WS-DROP-REASON
             when WM-SUPERSEDED-DATE not = spaces
                and WM-SUPERSEDED-DATE > WO-CARRY-DATE
                move 'S' to WS-DROP-REASON
             end-evaluate
       end-read
    end-if.

*> The dropped copy rides to the drop file byte for byte behind
*> the reason, so the balancing step can count it and an operator
*> can see what was carried.
WRITE-CARRY-DROP-RECORD.
    move spaces to CARRY-DROP-RECORD
    move WS-RUN-DATE to CD-DROP-DATE
    move WS-DROP-REASON to CD-REASON
    if CD-SUPERSEDED
       move WM-SUPERSEDED-DATE to CD-SUPERSEDED-DATE
    end-if
    move WORK-ORDER-RECORD to CD-WORK-ORDER-IMAGE
    write CARRY-DROP-RECORD
    add 1 to WS-CARRY-DROP-COUNT
    display 'FIZZBUZZ: CARRIED COPY OF ' WO-NUMBER ' FROM '
       WO-CARRY-SOURCE ' DROPPED - REASON ' WS-DROP-REASON.

*> The master row just read names the copy being recalled - the
*> class code and source code it shipped under, so the platform
*> can find it in the right queue; the action byte is set by the
*> caller.
WRITE-RECALL-RECORD.
    move WM-WO-NUMBER to RL-WO-NUMBER
    move WM-SHIPPED-CLASS-CODE to RL-CLASSIFICATION
    move WS-RUN-DATE to RL-RECALL-DATE
    move WS-CHANGE-SOURCE-CODE to RL-SOURCE-CODE
    write RECALL-RECORD
    add 1 to WS-RECALL-COUNT.

FIND-RULE-SET.
    move 0 to WS-ACTIVE-SET-IDX
    perform varying WS-SET-IDX from 1 by 1
*> processed twice; a same-day row still at R is our own in-flight
*> marker from an abended run being reprocessed after restart, not
*> a duplicate. A prior-day row is the same work order coming round
*> again legitimately - it is re-received for today. A voided row
*> stays voided: the plant cancelled the work order, and anything
*> arriving for it afterwards is rejected rather than revived -
*> under its own reason (BAD5), not as a duplicate. An amend is
*> the plant correcting a work order it already sent, so it is
*> never a duplicate of that earlier sending.
CHECK-WORK-ORDER-MASTER.
    move 'N' to WS-DUP-SWITCH
    move 'N' to WS-VOIDED-SWITCH
    if WS-WOMAST-AVAILABLE
       move WO-NUMBER to WM-WO-NUMBER
       read WORK-ORDER-MASTER
          invalid key
             move spaces to WORK-ORDER-MASTER-RECORD
             move WO-NUMBER to WM-WO-NUMBER
             move WS-RUN-DATE to WM-RUN-DATE
             move 'R' to WM-STATUS
             move spaces to WM-CLASSIFICATION
             perform STAMP-MASTER-RECEIPT
             write WORK-ORDER-MASTER-RECORD
          not invalid key
             evaluate true
             when WM-STATUS = 'V'
                set WS-VOIDED-WO to true
             when WM-RUN-DATE = WS-RUN-DATE
                and WM-STATUS not = 'R'
                and not WS-AMENDING
                set WS-DUPLICATE-WO to true
             when other
                perform STAMP-MASTER-RECEIPT
                move WS-RUN-DATE to WM-RUN-DATE
                move 'R' to WM-STATUS
                move spaces to WM-CLASSIFICATION
                rewrite WORK-ORDER-MASTER-RECORD
             end-evaluate
       end-read
    end-if.

*> The received date marks the start of the work order's current
*> cycle. It is kept when the work order comes round again - after
*> a deferral, a repair or a bounce the wait is still the plant's -
*> and only an acknowledged work order received again (or a row
*> with no receipt on it) starts afresh with its stages cleared.
STAMP-MASTER-RECEIPT.
    if WM-STATUS = 'A' or WM-RECEIVED-DATE = spaces
       move spaces to WM-STAGE-DATES
       move WS-RUN-DATE to WM-RECEIVED-DATE
    end-if
    move WO-SOURCE-CODE to WM-SOURCE-CODE
    move WO-EXPEDITE-FLAG to WM-EXPEDITE-FLAG.

*> A deferred record is classified but not extracted - it stays
*> at C, and tomorrow's run takes it back through the full cycle.
*> A held record is classified but not extracted either; it sits
*> at H until a release brings it round again. Each stage reached
*> today is dated on the master.
UPDATE-MASTER-DISPOSITION.
    if WS-WOMAST-AVAILABLE
       move WO-NUMBER to WM-WO-NUMBER
       move WS-RUN-DATE to WM-RUN-DATE
       move WS-RUN-DATE to WM-CLASSIFIED-DATE
       evaluate true
       when WS-HOLD-RECORD
          move 'H' to WM-STATUS
       when WS-MATCH-COUNT > 0 and not WS-DEFER-RECORD
          move 'X' to WM-STATUS
          move WS-RUN-DATE to WM-EXTRACTED-DATE
          move WS-CLASS-CODE to WM-SHIPPED-CLASS-CODE
       when other
          move 'C' to WM-STATUS
       end-evaluate
       if WS-DEFER-RECORD
          move WS-RUN-DATE to WM-DEFERRED-DATE
       end-if
       move WS-CLASS-LABEL to WM-CLASSIFICATION
       rewrite WORK-ORDER-MASTER-RECORD
       move WO-NUMBER to WM-WO-NUMBER
       read WORK-ORDER-MASTER
          invalid key
             move spaces to WORK-ORDER-MASTER-RECORD
             move WO-NUMBER to WM-WO-NUMBER
             move WS-RUN-DATE to WM-RUN-DATE
             move 'J' to WM-STATUS
             move EX-REASON-CODE to WM-CLASSIFICATION
             perform STAMP-MASTER-RECEIPT
             write WORK-ORDER-MASTER-RECORD
          not invalid key
             perform STAMP-MASTER-RECEIPT
             move WS-RUN-DATE to WM-RUN-DATE
             move 'J' to WM-STATUS
             move EX-REASON-CODE to WM-CLASSIFICATION
       end-if
    end-if.

*> An operator hold outranks everything downstream of it - an
*> expedited work order is held like any other, and a held record
*> does not spend its class's capacity. Holds are matched in the
*> order they are on file; the first that covers the record is the
*> one recorded against it.
CHECK-HOLD-CONTROL.
    move 0 to WS-HOLD-FOUND-IDX
    perform varying WS-HOLD-IDX from 1 by 1
          until WS-HOLD-IDX > WS-HOLD-COUNT
             or WS-HOLD-FOUND-IDX > 0
       evaluate HC-HOLD-TYPE(WS-HOLD-IDX)
       when 'W'
          if HC-WO-NUMBER(WS-HOLD-IDX) = WO-NUMBER
             move WS-HOLD-IDX to WS-HOLD-FOUND-IDX
          end-if
       when 'S'
          if HC-SOURCE-CODE(WS-HOLD-IDX) = WO-SOURCE-CODE
             move WS-HOLD-IDX to WS-HOLD-FOUND-IDX
          end-if
       when 'C'
          if HC-SET-CODE(WS-HOLD-IDX)
                = RS-SET-CODE(WS-ACTIVE-SET-IDX)
             and HC-CLASS-CODE(WS-HOLD-IDX) = WS-CLASS-CODE
             move WS-HOLD-IDX to WS-HOLD-FOUND-IDX
          end-if
       end-evaluate
    end-perform
    if WS-HOLD-FOUND-IDX > 0
       set WS-HOLD-RECORD to true
    end-if.

*> The held record carries the input record byte for byte behind
*> the hold details, so a release feeds back exactly what arrived -
*> stamped as a copy carried from today, so an amend made while it
*> sits on hold drops it when it is released.
WRITE-HELD-RECORD.
    move 'FIZZBUZZ' to WO-CARRY-SOURCE
    move WS-RUN-DATE to WO-CARRY-DATE
    move spaces to HELD-WORK-ORDER-RECORD
    move WS-RUN-DATE to HL-HELD-DATE
    move HC-HOLD-TYPE(WS-HOLD-FOUND-IDX) to HL-HOLD-TYPE
    move RS-SET-CODE(WS-ACTIVE-SET-IDX) to HL-SET-CODE
    move WS-CLASS-CODE to HL-CLASS-CODE
    move WORK-ORDER-RECORD to HL-WORK-ORDER-IMAGE
    write HELD-WORK-ORDER-RECORD
    add 1 to WS-HELD-COUNT.

*> The input record rides to the deferred file byte for byte, so
*> tomorrow's classification sees exactly what today's saw -
*> source code, expedite flag and all - stamped as a copy carried
*> from today.
WRITE-DEFERRED-RECORD.
    if not WS-DEF-BATCH-OPEN
       move spaces to WS-DEF-HEADER
       write DEFERRED-RECORD
       set WS-DEF-BATCH-OPEN to true
    end-if
    move 'FIZZBUZZ' to WO-CARRY-SOURCE
    move WS-RUN-DATE to WO-CARRY-DATE
    move WORK-ORDER-RECORD to DEFERRED-RECORD
    write DEFERRED-RECORD
    add 1 to WS-DEFERRED-COUNT
       close CAPACITY-PARM-FILE
    end-evaluate.

*> Caps are effective-dated like the divisor rules - of a class's
*> versions in effect on the run date (blank effective date, or
*> on/before it) the latest one wins.
STORE-CAPACITY-PARM.
    if CA-DAILY-CAP is not numeric or CA-DAILY-CAP = 0
       or CA-CLASS-CODE = spaces
       display 'FIZZBUZZ: SKIPPING INVALID CAPIN ROW, CLASS='
          CA-CLASS-CODE
    else
       if CA-EFF-DATE not = spaces and CA-EFF-DATE > WS-RUN-DATE
          continue
       else
          move 0 to WS-CAP-FOUND-IDX
          perform varying WS-CAP-IDX from 1 by 1
                until WS-CAP-IDX > WS-CAP-COUNT
             if CAP-SET-CODE(WS-CAP-IDX) = CA-SET-CODE
                and CAP-CLASS-CODE(WS-CAP-IDX) = CA-CLASS-CODE
                move WS-CAP-IDX to WS-CAP-FOUND-IDX
             end-if
          end-perform
          evaluate true
          when WS-CAP-FOUND-IDX > 0
             if CA-EFF-DATE > CAP-EFF-DATE(WS-CAP-FOUND-IDX)
                move CA-DAILY-CAP to CAP-LIMIT(WS-CAP-FOUND-IDX)
                move CA-EFF-DATE to CAP-EFF-DATE(WS-CAP-FOUND-IDX)
             end-if
          when WS-CAP-COUNT = 20
             display 'FIZZBUZZ: CAPIN NAMES MORE THAN 20 CLASS '
                'CAPS - INCREASE THE CAP TABLE AND RERUN'
             move 12 to return-code
             stop run
          when other
             add 1 to WS-CAP-COUNT
             move CA-SET-CODE to CAP-SET-CODE(WS-CAP-COUNT)
             move CA-CLASS-CODE to CAP-CLASS-CODE(WS-CAP-COUNT)
             move CA-DAILY-CAP to CAP-LIMIT(WS-CAP-COUNT)
             move CA-EFF-DATE to CAP-EFF-DATE(WS-CAP-COUNT)
             move 0 to CAP-USED(WS-CAP-COUNT)
          end-evaluate
       end-if
    end-if.

*> The hold control file is optional - with none on file (status
*> 35) nothing is held.
LOAD-HOLD-CONTROL.
    move 0 to WS-HOLD-COUNT
    open input HOLD-CONTROL-FILE
    evaluate true
    when WS-HOLDCTL-STATUS = '35'
       continue
    when WS-HOLDCTL-STATUS not = '00'
       display 'FIZZBUZZ: UNABLE TO OPEN HOLDCTL, STATUS='
          WS-HOLDCTL-STATUS
       move 8 to return-code
       stop run
    when other
       perform until WS-HOLDCTL-EOF
          read HOLD-CONTROL-FILE
             at end
                set WS-HOLDCTL-EOF to true
             not at end
                perform STORE-HOLD-ENTRY
          end-read
       end-perform
       close HOLD-CONTROL-FILE
    end-evaluate
    if WS-HOLD-COUNT > 0
       display 'FIZZBUZZ: OPERATOR HOLDS IN FORCE: ' WS-HOLD-COUNT
    end-if.

STORE-HOLD-ENTRY.
    if not HD-WO-HOLD and not HD-SOURCE-HOLD and not HD-CLASS-HOLD
       display 'FIZZBUZZ: SKIPPING INVALID HOLDCTL ROW, TYPE='
          HD-HOLD-TYPE
    else
       if WS-HOLD-COUNT = 100
          display 'FIZZBUZZ: HOLDCTL HAS MORE THAN 100 HOLDS - '
             'INCREASE THE HOLD TABLE AND RERUN'
          move 12 to return-code
          stop run
       else
          add 1 to WS-HOLD-COUNT
          move HD-HOLD-TYPE to HC-HOLD-TYPE(WS-HOLD-COUNT)
          move HD-WO-NUMBER to HC-WO-NUMBER(WS-HOLD-COUNT)
          move HD-SOURCE-CODE to HC-SOURCE-CODE(WS-HOLD-COUNT)
          move HD-SET-CODE to HC-SET-CODE(WS-HOLD-COUNT)
          move HD-CLASS-CODE to HC-CLASS-CODE(WS-HOLD-COUNT)
       end-if
    end-if.

                move CKPT-DEFER-COUNT to WS-DEFERRED-COUNT
                move CKPT-DEFER-HASH to WS-DEFER-HASH
                move CKPT-DEF-BATCH-FLAG to WS-DEF-BATCH-SWITCH
                move CKPT-CANCEL-COUNT to WS-CANCEL-COUNT
                move CKPT-VOID-COUNT to WS-VOID-COUNT
                move CKPT-CANCEL-REJ-COUNT to WS-CANCEL-REJ-COUNT
                move CKPT-AMEND-COUNT to WS-AMEND-COUNT
                move CKPT-RECALL-COUNT to WS-RECALL-COUNT
                move CKPT-HELD-COUNT to WS-HELD-COUNT
                move CKPT-CARRY-DROP-COUNT to WS-CARRY-DROP-COUNT
                if CKPT-CAP-COUNT not = WS-CAP-COUNT
                   perform CHECKPOINT-CAP-MISMATCH
                end-if
    move WS-DEFERRED-COUNT to CKPT-DEFER-COUNT
    move WS-DEFER-HASH to CKPT-DEFER-HASH
    move WS-DEF-BATCH-SWITCH to CKPT-DEF-BATCH-FLAG
    move WS-CANCEL-COUNT to CKPT-CANCEL-COUNT
    move WS-VOID-COUNT to CKPT-VOID-COUNT
    move WS-CANCEL-REJ-COUNT to CKPT-CANCEL-REJ-COUNT
    move WS-AMEND-COUNT to CKPT-AMEND-COUNT
    move WS-RECALL-COUNT to CKPT-RECALL-COUNT
    move WS-HELD-COUNT to CKPT-HELD-COUNT
    move WS-CARRY-DROP-COUNT to CKPT-CARRY-DROP-COUNT
    move WS-CAP-COUNT to CKPT-CAP-COUNT
    perform varying WS-CAP-IDX from 1 by 1
          until WS-CAP-IDX > WS-CAP-COUNT
    move WS-DEFERRED-COUNT to RC-DEFER-COUNT
    move WS-PLAIN-COUNT to RC-PLAIN-COUNT
    move WS-MULTI-MATCH-COUNT to RC-MULTI-COUNT
    move WS-CANCEL-COUNT to RC-CANCEL-COUNT
    move WS-VOID-COUNT to RC-VOID-COUNT
    move WS-CANCEL-REJ-COUNT to RC-CANCEL-REJ-COUNT
    move WS-AMEND-COUNT to RC-AMEND-COUNT
    move WS-RECALL-COUNT to RC-RECALL-COUNT
    move WS-HELD-COUNT to RC-HELD-COUNT
    move WS-CARRY-DROP-COUNT to RC-CARRY-DROP-COUNT
    move WS-RULE-SET-COUNT to RC-SET-COUNT
    perform varying WS-SET-IDX from 1 by 1
          until WS-SET-IDX > WS-RULE-SET-COUNT
           into REPORT-RECORD
    write REPORT-RECORD
    move spaces to REPORT-RECORD
    string 'HELD BY OPERATOR HOLD : ' delimited by size
           WS-HELD-COUNT delimited by size
           into REPORT-RECORD
    write REPORT-RECORD
    move spaces to REPORT-RECORD
    string 'EXCEPTION COUNT       : ' delimited by size
           WS-EXCEPTION-COUNT delimited by size
           into REPORT-RECORD
    write REPORT-RECORD
    move spaces to REPORT-RECORD
    string 'CANCELS READ          : ' delimited by size
           WS-CANCEL-COUNT delimited by size
           into REPORT-RECORD
    write REPORT-RECORD
    move spaces to REPORT-RECORD
    string 'WORK ORDERS VOIDED    : ' delimited by size
           WS-VOID-COUNT delimited by size
           into REPORT-RECORD
    write REPORT-RECORD
    move spaces to REPORT-RECORD
    string 'CANCELS REJECTED      : ' delimited by size
           WS-CANCEL-REJ-COUNT delimited by size
           into REPORT-RECORD
    write REPORT-RECORD
    move spaces to REPORT-RECORD
    string 'AMENDS READ           : ' delimited by size
           WS-AMEND-COUNT delimited by size
           into REPORT-RECORD
    write REPORT-RECORD
    move spaces to REPORT-RECORD
    string 'RECALLS WRITTEN       : ' delimited by size
           WS-RECALL-COUNT delimited by size
           into REPORT-RECORD
    write REPORT-RECORD
    move spaces to REPORT-RECORD
    string 'CARRIED COPIES DROPPED: ' delimited by size
           WS-CARRY-DROP-COUNT delimited by size
           into REPORT-RECORD
    write REPORT-RECORD.

LOAD-DIVISOR-PARMS.
          move 0 to RS-DIVISOR-COUNT(WS-ACTIVE-SET-IDX)
       end-if
    end-if.

*> The run date is measured on the house calendar. A run on a day
*> the calendar does not schedule is allowed - a catch-up run over
*> a weekend - but it must not pass in silence. The earliest date
*> an internal batch may carry is worked out once, here.
SET-BUSINESS-DAY-LIMITS.
    move spaces to WS-CAL-PLANT
    move WS-RUN-DATE to WS-CAL-TEST-DATE
    perform CHECK-BUSINESS-DAY
    if not WS-BUSINESS-DAY
       display 'FIZZBUZZ: WARNING - RUN DATE ' WS-RUN-DATE
          ' IS NOT A SCHEDULED BUSINESS DAY'
    end-if
    move WS-RUN-DATE to WS-CAL-FROM-DATE
    move WS-LATE-BATCH-DAYS to WS-CAL-DAYS
    perform STEP-BACK-BUSINESS-DAYS
    move WS-CAL-RESULT-DATE to WS-EARLIEST-BATCH-DATE.

*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'FIZZBUZZ: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'FIZZBUZZ: UNABLE TO OPEN CALIN, STATUS='
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
       display 'FIZZBUZZ: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'FIZZBUZZ: CALIN HAS MORE THAN 1000 ROWS - '
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

*> Steps WS-CAL-DAYS business days back from WS-CAL-FROM-DATE on
*> plant WS-CAL-PLANT's calendar into WS-CAL-RESULT-DATE - zero
*> days, or a from date that is not a date, leaves it where it is.
STEP-BACK-BUSINESS-DAYS.
    move WS-CAL-FROM-DATE to WS-CAL-TEST-DATE
    move 0 to WS-CAL-DAY-NUM
    if WS-CAL-FROM-DATE is numeric
       compute WS-CAL-DAY-NUM = function integer-of-date(
          function numval(WS-CAL-FROM-DATE))
    end-if
    move 0 to WS-CAL-STEPPED
    perform until WS-CAL-STEPPED >= WS-CAL-DAYS
          or WS-CAL-DAY-NUM < 2
       subtract 1 from WS-CAL-DAY-NUM
       compute WS-CAL-DATE-NUM
          = function date-of-integer(WS-CAL-DAY-NUM)
       move WS-CAL-DATE-NUM to WS-CAL-TEST-DATE
       perform CHECK-BUSINESS-DAY
       if WS-BUSINESS-DAY
          add 1 to WS-CAL-STEPPED
       end-if
    end-perform
    move WS-CAL-TEST-DATE to WS-CAL-RESULT-DATE.
