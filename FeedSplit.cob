*> range is flagged on SYSOUT so a half-empty feed does not
*> masquerade as a quiet day. The ranges are disjoint, which also
*> keeps the partitions' work-order master updates from colliding.
*> Cancel and amend records are routed by the work-order number
*> they name, so a change always lands in the same partition as
*> the work order it changes. A detail riding in on one of our own
*> internal batches keeps the carry stamp it was written with, or
*> is stamped with that batch's source and date if it has none, so
*> the classifier can drop a carried copy the plant has since
*> cancelled or amended.
*> Batch dates are measured on the business-day calendar (CALIN):
*> an internal batch may lag the feed by one business day, and a
*> feed or plant batch dated on an unscheduled day is flagged.
*> Every batch also leaves its mark on the data-quality event file
*> (DQEVOUT): one event for each batch that arrives whole, one for
*> a volume-range breach, and one for the batch that stops the
*> feed, late or failed, with the reason - the monthly scorecard
*> reads them back per source system instead of the job logs.
environment division.
input-output section.
file-control.
        access is random
        record key is ST-STATUS-KEY
        file status is WS-RUNSTAT-STATUS.
    select BUSINESS-CALENDAR-FILE assign to "CALIN"
        organization is line sequential
        file status is WS-CALIN-STATUS.
    select QUALITY-EVENT-FILE assign to "DQEVOUT"
        organization is line sequential
        file status is WS-DQEVOUT-STATUS.
data division.
file section.
fd  WORK-ORDER-FILE.
01 PARTITION-2-RECORD  pic X(80).
fd  PARTITION-3-FILE.
01 PARTITION-3-RECORD  pic X(80).
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
fd  QUALITY-EVENT-FILE.
copy DQEVREC.
working-storage section.
01 WS-WORKIN-STATUS   pic XX.
01 WS-WORKP1-STATUS   pic XX.
01 WS-WORKP3-STATUS   pic XX.
01 WS-SRCREG-STATUS   pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-DQEVOUT-STATUS  pic XX.
01 WS-DQEVOUT-AVAIL-SWITCH pic X value 'N'.
   88 WS-DQEVOUT-AVAILABLE  value 'Y'.
01 WS-RUNSTAT-AVAIL-SWITCH pic X value 'N'.
   88 WS-RUNSTAT-AVAILABLE  value 'Y'.
01 WS-STEP-NAME       pic X(8) value 'FEEDSPLT'.

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
01 WS-VOLUME-FLAG-COUNT pic 9(3) value 0.

01 WS-BATCH-COUNT        pic 9(3) value 0.
01 WS-BATCH-READ-COUNT   pic 9(7) value 0.
01 WS-BATCH-HASH-TOTAL   pic 9(13) value 0.
01 WS-FEED-DATE          pic X(8) value spaces.

*> The open batch as its header named it, kept for the quality
*> events - the header record area is gone by the trailer. Blank
*> between batches, so a stray record after a trailer is charged
*> to no source rather than the wrong one.
01 WS-BATCH-SOURCE       pic X(8) value spaces.
01 WS-BATCH-PLANT        pic X(2) value spaces.
01 WS-BATCH-DATE         pic X(8) value spaces.
01 WS-BATCH-SEQ          pic 9(3) value 0.
01 WS-STOP-REASON        pic X(4) value spaces.
01 WS-DQ-EVENT-TYPE      pic X(4).
01 WS-DQ-REASON-CODE     pic X(4).

01 WS-PARTITION-NO    pic 9(1).
01 WS-SPLIT-COUNTERS.
   05 WS-PART-HASH  occurs 3 times pic 9(13) value 0.
01 WS-READ-COUNT      pic 9(7) value 0.
01 WS-EXPEDITE-COUNT  pic 9(7) value 0.
01 WS-CANCEL-COUNT    pic 9(7) value 0.
01 WS-AMEND-COUNT     pic 9(7) value 0.

01 WS-SPLIT-HEADER.
   05 WS-SH-RECORD-TYPE pic X(1).
   05 WS-ST-HASH        pic 9(13).
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
*> feed date - the deferral written on the last business day rides
*> in after a weekend or holiday gap, anything older is stale.
01 WS-LATE-BATCH-DAYS     pic 9(2) value 1.
01 WS-EARLIEST-BATCH-DATE pic X(8).

procedure division.
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
perform POST-STATUS-START
perform LOAD-SOURCE-REGISTRY
perform LOAD-BUSINESS-CALENDAR
perform OPEN-SPLIT-FILES
perform OPEN-QUALITY-EVENT-FILE

perform until WS-EOF
   read WORK-ORDER-FILE
            perform PROCESS-FEED-HEADER
         when 'T'
            perform PROCESS-FEED-TRAILER
         when 'C'
         when 'A'
            perform ROUTE-CHANGE-RECORD
         when other
            perform ROUTE-DETAIL-RECORD
         end-evaluate
if WS-BATCH-OPEN
   display 'FEEDSPLT: FEED INCOMPLETE - END OF WORKIN WITH NO '
      'BATCH TRAILER'
   move 'TRLR' to WS-STOP-REASON
   perform TERMINATE-BAD-FEED
end-if
if WS-BATCH-COUNT = 0
   display 'FEEDSPLT: FEED INCOMPLETE - WORKIN CARRIES NO BATCH '
      'HEADER'
   move 'HDR ' to WS-STOP-REASON
   perform TERMINATE-BAD-FEED
end-if

close PARTITION-1-FILE
close PARTITION-2-FILE
close PARTITION-3-FILE
if WS-DQEVOUT-AVAILABLE
   close QUALITY-EVENT-FILE
end-if

display 'FEEDSPLT: RECORDS READ        : ' WS-READ-COUNT
display 'FEEDSPLT: PARTITION 1 RECORDS : ' WS-PART-COUNT(1)
display 'FEEDSPLT: PARTITION 2 RECORDS : ' WS-PART-COUNT(2)
display 'FEEDSPLT: PARTITION 3 RECORDS : ' WS-PART-COUNT(3)
display 'FEEDSPLT: EXPEDITED RECORDS   : ' WS-EXPEDITE-COUNT
display 'FEEDSPLT: CANCEL RECORDS      : ' WS-CANCEL-COUNT
display 'FEEDSPLT: AMEND RECORDS       : ' WS-AMEND-COUNT
if WS-VOLUME-FLAG-COUNT > 0
   display 'FEEDSPLT: ' WS-VOLUME-FLAG-COUNT ' BATCH(ES) OUTSIDE '
      'THE REGISTERED VOLUME RANGE - SEE THE NOTES ABOVE'

*> A control failure is a controlled stop, not an abend - it
*> posts its ending to the run-status file so the morning report
*> shows a rejected feed rather than a step that died mid-flight,
*> and records the stopped batch on the quality event file as late
*> (dated behind the feed) or failed, with the reason it stopped.
TERMINATE-BAD-FEED.
    if WS-STOP-REASON = 'LATE'
       move 'LATE' to WS-DQ-EVENT-TYPE
       move spaces to WS-DQ-REASON-CODE
    else
       move 'FAIL' to WS-DQ-EVENT-TYPE
       move WS-STOP-REASON to WS-DQ-REASON-CODE
    end-if
    perform WRITE-QUALITY-EVENT
    if WS-DQEVOUT-AVAILABLE
       close QUALITY-EVENT-FILE
    end-if
    move 12 to return-code
    perform POST-STATUS-END
    stop run.
       stop run
    end-if.

*> Registry rows are effective-dated the way the divisor rules
*> are: of a source system's versions whose effective date is
*> blank (always in effect) or on/before the run date, the latest
*> one wins. Future-dated versions wait for their business day.
STORE-REGISTRY-ENTRY.
    if SG-SOURCE-SYSTEM = spaces
       or SG-MIN-COUNT is not numeric
       display 'FEEDSPLT: SKIPPING INVALID SRCREG ROW: '
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
             display 'FEEDSPLT: SRCREG HAS MORE THAN 20 SOURCE '
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
    if WS-BATCH-OPEN
       display 'FEEDSPLT: BATCH HEADER FROM ' BH-SOURCE-SYSTEM
          ' ARRIVED INSIDE AN OPEN BATCH - TRAILER MISSING'
       move 'TRLR' to WS-STOP-REASON
       perform TERMINATE-BAD-FEED
    end-if
    move BH-SOURCE-SYSTEM to WS-BATCH-SOURCE
    move BH-BUSINESS-DATE to WS-BATCH-DATE
    move spaces to WS-BATCH-PLANT
    compute WS-BATCH-SEQ = WS-BATCH-COUNT + 1
    move 0 to WS-BATCH-READ-COUNT
    *> An unregistered source stops the feed here, before anything
    *> fans out - a misrouted feed from a system never onboarded
    *> must not sail through on clean dates and controls alone.
    if WS-ACTIVE-REG-IDX = 0
       display 'FEEDSPLT: SOURCE SYSTEM ' BH-SOURCE-SYSTEM
          ' IS NOT ON THE SOURCE REGISTRY - FEED STOPPED'
       move 'SRC ' to WS-STOP-REASON
       perform TERMINATE-BAD-FEED
    end-if
    move RG-PLANT-CODE(WS-ACTIVE-REG-IDX) to WS-BATCH-PLANT
    if WS-BATCH-COUNT = 0
       move BH-BUSINESS-DATE to WS-FEED-DATE
       perform SET-FEED-DATE-LIMITS
       perform WRITE-PARTITION-HEADERS
    else
       *> An internal batch (blank plant code on the registry -
       *> the repair resubmit, the capacity deferral) is dated
       *> the day it was written and legitimately rides in
       *> later, so a date after the feed's is wrong for it and
       *> so is one older than the late-batch tolerance allows -
       *> counted in business days on the house calendar, so the
       *> deferral batch survives a weekend or holiday gap but a
       *> stale one does not. External batches must agree on the
       *> business date.
       if RG-PLANT-CODE(WS-ACTIVE-REG-IDX) = spaces
          if BH-BUSINESS-DATE > WS-FEED-DATE
             display 'FEEDSPLT: INTERNAL BATCH FROM '
                BH-SOURCE-SYSTEM ' CARRIES FUTURE BUSINESS '
                'DATE ' BH-BUSINESS-DATE
             move 'DATE' to WS-STOP-REASON
             perform TERMINATE-BAD-FEED
          end-if
          if BH-BUSINESS-DATE < WS-EARLIEST-BATCH-DATE
             display 'FEEDSPLT: INTERNAL BATCH FROM '
                BH-SOURCE-SYSTEM ' DATED ' BH-BUSINESS-DATE
                ' IS OLDER THAN ' WS-LATE-BATCH-DAYS
                ' BUSINESS DAY(S) BEFORE ' WS-FEED-DATE
             move 'LATE' to WS-STOP-REASON
             perform TERMINATE-BAD-FEED
          end-if
       else
             display 'FEEDSPLT: BATCH BUSINESS DATE '
                BH-BUSINESS-DATE ' FROM ' BH-SOURCE-SYSTEM
                ' DISAGREES WITH FIRST BATCH DATE ' WS-FEED-DATE
             if BH-BUSINESS-DATE < WS-FEED-DATE
                move 'LATE' to WS-STOP-REASON
             else
                move 'DATE' to WS-STOP-REASON
             end-if
             perform TERMINATE-BAD-FEED
          end-if
       end-if
    end-if
    *> A plant sending on a day its own calendar does not
    *> schedule is flagged, not stopped - the date itself agreed.
    if RG-PLANT-CODE(WS-ACTIVE-REG-IDX) not = spaces
       move RG-PLANT-CODE(WS-ACTIVE-REG-IDX) to WS-CAL-PLANT
       move BH-BUSINESS-DATE to WS-CAL-TEST-DATE
       perform CHECK-BUSINESS-DAY
       if not WS-BUSINESS-DAY
          display 'FEEDSPLT: WARNING - BATCH FROM '
             BH-SOURCE-SYSTEM ' DATED ' BH-BUSINESS-DATE
             ' IS NOT A SCHEDULED BUSINESS DAY FOR PLANT '
             RG-PLANT-CODE(WS-ACTIVE-REG-IDX)
       end-if
    end-if
    set WS-BATCH-OPEN to true
    add 1 to WS-BATCH-COUNT
    move 0 to WS-BATCH-READ-COUNT
    move 0 to WS-BATCH-HASH-TOTAL.

*> The feed's business date is measured on the house calendar. A
*> feed dated on a day the calendar does not schedule is allowed
*> - a catch-up over a weekend - but it must not pass in silence.
*> The earliest date an internal batch may carry is worked out
*> once, here.
SET-FEED-DATE-LIMITS.
    move spaces to WS-CAL-PLANT
    move WS-FEED-DATE to WS-CAL-TEST-DATE
    perform CHECK-BUSINESS-DAY
    if not WS-BUSINESS-DAY
       display 'FEEDSPLT: WARNING - FEED BUSINESS DATE '
          WS-FEED-DATE ' IS NOT A SCHEDULED BUSINESS DAY'
    end-if
    move WS-FEED-DATE to WS-CAL-FROM-DATE
    move WS-LATE-BATCH-DAYS to WS-CAL-DAYS
    perform STEP-BACK-BUSINESS-DAYS
    move WS-CAL-RESULT-DATE to WS-EARLIEST-BATCH-DATE.

PROCESS-FEED-TRAILER.
    if not WS-BATCH-OPEN
       display 'FEEDSPLT: BATCH TRAILER WITH NO OPEN BATCH'
       move 'HDR ' to WS-STOP-REASON
       perform TERMINATE-BAD-FEED
    end-if
    if BT-RECORD-COUNT is not numeric
       or BT-HASH-TOTAL is not numeric
       display 'FEEDSPLT: BATCH TRAILER CONTROL FIELDS ARE NOT '
          'NUMERIC'
       move 'TRLR' to WS-STOP-REASON
       perform TERMINATE-BAD-FEED
    end-if
    if BT-RECORD-COUNT not = WS-BATCH-READ-COUNT
       display 'FEEDSPLT: TRAILER COUNT ' BT-RECORD-COUNT
          ' DISAGREES WITH RECORDS READ ' WS-BATCH-READ-COUNT
       move 'CNT ' to WS-STOP-REASON
       perform TERMINATE-BAD-FEED
    end-if
    if BT-HASH-TOTAL not = WS-BATCH-HASH-TOTAL
       display 'FEEDSPLT: TRAILER HASH ' BT-HASH-TOTAL
          ' DISAGREES WITH COMPUTED HASH ' WS-BATCH-HASH-TOTAL
       move 'HASH' to WS-STOP-REASON
       perform TERMINATE-BAD-FEED
    end-if
    move 'BTCH' to WS-DQ-EVENT-TYPE
    move spaces to WS-DQ-REASON-CODE
    perform WRITE-QUALITY-EVENT
    perform CHECK-BATCH-VOLUME
    move 'N' to WS-BATCH-OPEN-SWITCH
    move spaces to WS-BATCH-SOURCE
    move spaces to WS-BATCH-PLANT
    move spaces to WS-BATCH-DATE.

*> The controls proved the batch arrived whole; the registry's
*> volume range asks whether a whole batch of this size is even
          or WS-BATCH-READ-COUNT
             > RG-MAX-COUNT(WS-ACTIVE-REG-IDX)
          add 1 to WS-VOLUME-FLAG-COUNT
          move 'VOLM' to WS-DQ-EVENT-TYPE
          if WS-BATCH-READ-COUNT < RG-MIN-COUNT(WS-ACTIVE-REG-IDX)
             move 'LOW ' to WS-DQ-REASON-CODE
          else
             move 'HIGH' to WS-DQ-REASON-CODE
          end-if
          perform WRITE-QUALITY-EVENT
          display 'FEEDSPLT: VOLUME WARNING - BATCH FROM '
             RG-SOURCE-SYSTEM(WS-ACTIVE-REG-IDX) ' OF '
             WS-BATCH-READ-COUNT ' RECORDS IS OUTSIDE THE '
       end-if
    end-if.

*> The event file is kept for the monthly scorecard, not for the
*> feed itself - if it cannot be opened the split still runs and
*> only the day's quality events go unrecorded. It is appended to
*> (status 35 - the first run - creates it).
OPEN-QUALITY-EVENT-FILE.
    open extend QUALITY-EVENT-FILE
    if WS-DQEVOUT-STATUS = '35'
       open output QUALITY-EVENT-FILE
    end-if
    if WS-DQEVOUT-STATUS not = '00'
       display 'FEEDSPLT: DQEVOUT UNAVAILABLE, STATUS='
          WS-DQEVOUT-STATUS ' - QUALITY EVENTS NOT RECORDED'
    else
       move 'Y' to WS-DQEVOUT-AVAIL-SWITCH
    end-if.

*> One event for the open batch (or the stray record that stopped
*> the feed between batches). It counts against the batch's own
*> business date; a stop before any dated header falls back to the
*> feed date, then the run date.
WRITE-QUALITY-EVENT.
    if WS-DQEVOUT-AVAILABLE
       move spaces to DATA-QUALITY-EVENT-RECORD
       evaluate true
       when WS-BATCH-DATE is numeric
          move WS-BATCH-DATE to DQ-BUSINESS-DATE
       when WS-FEED-DATE is numeric
          move WS-FEED-DATE to DQ-BUSINESS-DATE
       when other
          move WS-RUN-DATE to DQ-BUSINESS-DATE
       end-evaluate
       move WS-BATCH-SOURCE to DQ-SOURCE-SYSTEM
       move WS-BATCH-PLANT to DQ-PLANT-CODE
       move WS-DQ-EVENT-TYPE to DQ-EVENT-TYPE
       move WS-DQ-REASON-CODE to DQ-REASON-CODE
       move WS-BATCH-SEQ to DQ-BATCH-SEQ
       move WS-BATCH-READ-COUNT to DQ-RECORD-COUNT
       move WS-RUN-DATE to DQ-RUN-DATE
       move WS-STEP-NAME to DQ-STEP-NAME
       write DATA-QUALITY-EVENT-RECORD
    end-if.

ROUTE-DETAIL-RECORD.
    if not WS-BATCH-OPEN
       display 'FEEDSPLT: DETAIL RECORD ' WO-NUMBER
          ' OUTSIDE ANY BATCH - HEADER MISSING'
       move 'HDR ' to WS-STOP-REASON
       perform TERMINATE-BAD-FEED
    end-if
    add 1 to WS-READ-COUNT
    if WO-NUMBER is numeric
       add WO-NUMBER to WS-PART-HASH(WS-PARTITION-NO)
    end-if
    *> Once the batches are merged into a partition the classifier
    *> can no longer see which batch a detail rode in on, so a copy
    *> carried on one of our own batches keeps the date it was
    *> taken (a deferred or held copy is stamped when written) or
    *> takes the batch's source and date; a plant's detail goes out
    *> blank.
    if WS-BATCH-PLANT = spaces
       if WO-CARRY-DATE = spaces
          move WS-BATCH-SOURCE to WO-CARRY-SOURCE
          move WS-BATCH-DATE to WO-CARRY-DATE
       end-if
    else
       move spaces to WO-CARRY-SOURCE
       move spaces to WO-CARRY-DATE
    end-if
    perform WRITE-PARTITION-RECORD.

*> A cancel or amend counts and hashes on the work-order number it
*> names, exactly as the detail it changes did, and follows that
*> number into its partition. A number that is not numeric rides
*> in partition 1 and is rejected there.
ROUTE-CHANGE-RECORD.
    if not WS-BATCH-OPEN
       display 'FEEDSPLT: CHANGE RECORD ' WC-WO-NUMBER
          ' OUTSIDE ANY BATCH - HEADER MISSING'
       move 'HDR ' to WS-STOP-REASON
       perform TERMINATE-BAD-FEED
    end-if
    add 1 to WS-READ-COUNT
    add 1 to WS-BATCH-READ-COUNT
    if WC-CANCEL
       add 1 to WS-CANCEL-COUNT
    else
       add 1 to WS-AMEND-COUNT
    end-if
    if WC-WO-NUMBER is numeric
       add WC-WO-NUMBER to WS-BATCH-HASH-TOTAL
    end-if
    evaluate true
    when WC-WO-NUMBER is not numeric
       move 1 to WS-PARTITION-NO
    when WC-WO-NUMBER <= WS-P1-HIGH-BOUND
       move 1 to WS-PARTITION-NO
    when WC-WO-NUMBER <= WS-P2-HIGH-BOUND
       move 2 to WS-PARTITION-NO
    when other
       move 3 to WS-PARTITION-NO
    end-evaluate
    add 1 to WS-PART-COUNT(WS-PARTITION-NO)
    if WC-WO-NUMBER is numeric
       add WC-WO-NUMBER to WS-PART-HASH(WS-PARTITION-NO)
    end-if
    perform WRITE-PARTITION-RECORD.

WRITE-PARTITION-RECORD.
    evaluate WS-PARTITION-NO
    when 1
       move WORK-ORDER-RECORD to PARTITION-1-RECORD
    move WS-PART-HASH(3) to WS-ST-HASH
    move WS-SPLIT-TRAILER to PARTITION-3-RECORD
    write PARTITION-3-RECORD.

*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'FEEDSPLT: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'FEEDSPLT: UNABLE TO OPEN CALIN, STATUS='
             WS-CALIN-STATUS
          move 12 to return-code
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
       display 'FEEDSPLT: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'FEEDSPLT: CALIN HAS MORE THAN 1000 ROWS - '
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
