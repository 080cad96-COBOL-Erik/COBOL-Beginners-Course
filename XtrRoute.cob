identification division.
program-id. XtrRoute.
*> Fans the day's consolidated extract out to the downstream
*> queues. Every work order on XTRIN (the regular extract) and
*> EXPIN (the express extract) is routed by its rule set (the
*> extract's source code) and class code through the routing table
*> (ROUTIN) to a destination queue, and written to that
*> destination's file - REGOUTn for the regular shipment, EXPOUTn
*> for the express one, n being the destination's routing slot.
*> Each file is framed like the inbound feed: a header naming the
*> destination, the business date and the service, the details,
*> and a trailer with the detail count and a hash total of the
*> work-order numbers, so each queue loader can prove it received
*> its whole file. A destination with nothing routed to it today
*> still gets its header and a zero trailer - an empty shipment is
*> proven the same way. A slot with no destination defined gets no
*> file content at all.
*> A work order whose class has no route of its own follows its
*> rule set's default route (blank class code); one with neither
*> stops the step, before anything ships - the routing table needs
*> the row added. The balancing step proves the routed files add
*> back to the run-control extract and express counts.
environment division.
input-output section.
file-control.
    select EXTRACT-FILE assign to "XTRIN"
        organization is line sequential
        file status is WS-XTRIN-STATUS.
    select EXPRESS-FILE assign to "EXPIN"
        organization is line sequential
        file status is WS-EXPIN-STATUS.
    select ROUTING-FILE assign to "ROUTIN"
        organization is line sequential
        file status is WS-ROUTIN-STATUS.
    select REGULAR-1-FILE assign to "REGOUT1"
        organization is line sequential
        file status is WS-REGOUT1-STATUS.
    select REGULAR-2-FILE assign to "REGOUT2"
        organization is line sequential
        file status is WS-REGOUT2-STATUS.
    select REGULAR-3-FILE assign to "REGOUT3"
        organization is line sequential
        file status is WS-REGOUT3-STATUS.
    select EXPRESS-1-FILE assign to "EXPOUT1"
        organization is line sequential
        file status is WS-EXPOUT1-STATUS.
    select EXPRESS-2-FILE assign to "EXPOUT2"
        organization is line sequential
        file status is WS-EXPOUT2-STATUS.
    select EXPRESS-3-FILE assign to "EXPOUT3"
        organization is line sequential
        file status is WS-EXPOUT3-STATUS.
    select RUN-STATUS-FILE assign to "RUNSTAT"
        organization is indexed
        access is random
        record key is ST-STATUS-KEY
        file status is WS-RUNSTAT-STATUS.
data division.
file section.
fd  EXTRACT-FILE.
copy XTRREC.
fd  EXPRESS-FILE.
01 EXPRESS-RECORD.
   05 EP-WO-NUMBER     pic 9(7).
   05 EP-CLASS-CODE    pic X(20).
   05 EP-RUN-DATE      pic X(8).
   05 EP-SOURCE-CODE   pic X(2).
fd  ROUTING-FILE.
copy ROUTREC.
*> The routed layout is built in the first slot's record area and
*> handed to whichever slot's file the line belongs to.
fd  REGULAR-1-FILE.
copy DSTREC.
fd  REGULAR-2-FILE.
01 REGULAR-2-RECORD    pic X(80).
fd  REGULAR-3-FILE.
01 REGULAR-3-RECORD    pic X(80).
fd  EXPRESS-1-FILE.
01 EXPRESS-1-RECORD    pic X(80).
fd  EXPRESS-2-FILE.
01 EXPRESS-2-RECORD    pic X(80).
fd  EXPRESS-3-FILE.
01 EXPRESS-3-RECORD    pic X(80).
fd  RUN-STATUS-FILE.
copy RSTATREC.
working-storage section.
01 WS-XTRIN-STATUS    pic XX.
01 WS-EXPIN-STATUS    pic XX.
01 WS-ROUTIN-STATUS   pic XX.
01 WS-REGOUT1-STATUS  pic XX.
01 WS-REGOUT2-STATUS  pic XX.
01 WS-REGOUT3-STATUS  pic XX.
01 WS-EXPOUT1-STATUS  pic XX.
01 WS-EXPOUT2-STATUS  pic XX.
01 WS-EXPOUT3-STATUS  pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-RUNSTAT-AVAIL-SWITCH pic X value 'N'.
   88 WS-RUNSTAT-AVAILABLE  value 'Y'.
01 WS-STEP-NAME       pic X(8) value 'XTRROUTE'.
01 WS-XTRIN-EOF-SWITCH pic X value 'N'.
   88 WS-XTRIN-EOF      value 'Y'.
01 WS-EXPIN-EOF-SWITCH pic X value 'N'.
   88 WS-EXPIN-EOF      value 'Y'.
01 WS-ROUTIN-EOF-SWITCH pic X value 'N'.
   88 WS-ROUTIN-EOF     value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).

*> The destinations, one per routing slot, each holding the latest
*> version of its row in effect on the run date. The slot is the
*> file pair the destination is written to; the counts and hash
*> totals go on each file's trailer.
01 WS-DEST-AREA.
   05 WS-DEST-TABLE occurs 3 times.
      10 DS-DEST-CODE      pic X(8).
      10 DS-EFF-DATE       pic X(8).
      10 DS-REG-COUNT      pic 9(7).
      10 DS-REG-HASH       pic 9(13).
      10 DS-EXP-COUNT      pic 9(7).
      10 DS-EXP-HASH       pic 9(13).
01 WS-DEST-IDX        pic 9(1).
01 WS-DEST-FOUND-IDX  pic 9(1).
01 WS-SLOT-NO         pic 9(1).

*> The routes, keyed by rule set and class code, each holding the
*> latest version in effect on the run date.
01 WS-ROUTE-COUNT     pic 9(3) value 0.
01 WS-ROUTE-TABLE-AREA.
   05 WS-ROUTE-TABLE occurs 100 times.
      10 RT-SET-CODE       pic X(2).
      10 RT-CLASS-CODE     pic X(20).
      10 RT-DEST-CODE      pic X(8).
      10 RT-EFF-DATE       pic X(8).
      10 RT-SLOT-NO        pic 9(1).
01 WS-ROUTE-IDX       pic 9(3).
01 WS-ROUTE-FOUND-IDX pic 9(3).

*> The work order being routed - regular or express, the same
*> shape.
01 WS-ROUTE-ITEM.
   05 WS-RI-WO-NUMBER    pic 9(7).
   05 WS-RI-CLASS-CODE   pic X(20).
   05 WS-RI-RUN-DATE     pic X(8).
   05 WS-RI-SOURCE-CODE  pic X(2).
01 WS-SERVICE         pic X(1).
   88 WS-REGULAR-SERVICE  value 'R'.
   88 WS-EXPRESS-SERVICE  value 'E'.

01 WS-ROUTED-LINE     pic X(80).
01 WS-READ-COUNT      pic 9(7) value 0.
01 WS-ROUTED-COUNT    pic 9(7) value 0.
01 WS-DEFAULT-COUNT   pic 9(7) value 0.

procedure division.
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
perform POST-STATUS-START
perform LOAD-ROUTING-TABLE
perform OPEN-ROUTE-FILES

move 'R' to WS-SERVICE
perform WRITE-ROUTED-HEADERS
perform until WS-XTRIN-EOF
   read EXTRACT-FILE
      at end
         set WS-XTRIN-EOF to true
      not at end
         add 1 to WS-READ-COUNT
         move EXTRACT-RECORD to WS-ROUTE-ITEM
         perform ROUTE-EXTRACT-ITEM
   end-read
end-perform
perform WRITE-ROUTED-TRAILERS

move 'E' to WS-SERVICE
perform WRITE-ROUTED-HEADERS
perform until WS-EXPIN-EOF
   read EXPRESS-FILE
      at end
         set WS-EXPIN-EOF to true
      not at end
         add 1 to WS-READ-COUNT
         move EXPRESS-RECORD to WS-ROUTE-ITEM
         perform ROUTE-EXTRACT-ITEM
   end-read
end-perform
perform WRITE-ROUTED-TRAILERS

close EXTRACT-FILE
close EXPRESS-FILE
close REGULAR-1-FILE
close REGULAR-2-FILE
close REGULAR-3-FILE
close EXPRESS-1-FILE
close EXPRESS-2-FILE
close EXPRESS-3-FILE

display 'XTRROUTE: EXTRACTS READ=' WS-READ-COUNT
   ' ROUTED=' WS-ROUTED-COUNT
   ' (BY SET DEFAULT=' WS-DEFAULT-COUNT ')'
perform varying WS-DEST-IDX from 1 by 1 until WS-DEST-IDX > 3
   if DS-DEST-CODE(WS-DEST-IDX) not = spaces
      display 'XTRROUTE: SLOT ' WS-DEST-IDX
         ' ' DS-DEST-CODE(WS-DEST-IDX)
         ' REGULAR=' DS-REG-COUNT(WS-DEST-IDX)
         ' EXPRESS=' DS-EXP-COUNT(WS-DEST-IDX)
   end-if
end-perform
perform POST-STATUS-END
goback.

*> The routing table is required - with no table nothing can be
*> routed, so a missing ROUTIN stops the step like any other input.
LOAD-ROUTING-TABLE.
    perform varying WS-DEST-IDX from 1 by 1 until WS-DEST-IDX > 3
       move spaces to DS-DEST-CODE(WS-DEST-IDX)
       move spaces to DS-EFF-DATE(WS-DEST-IDX)
       move 0 to DS-REG-COUNT(WS-DEST-IDX)
       move 0 to DS-REG-HASH(WS-DEST-IDX)
       move 0 to DS-EXP-COUNT(WS-DEST-IDX)
       move 0 to DS-EXP-HASH(WS-DEST-IDX)
    end-perform
    open input ROUTING-FILE
    if WS-ROUTIN-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN ROUTIN, STATUS='
          WS-ROUTIN-STATUS
       move 12 to return-code
       stop run
    end-if
    perform until WS-ROUTIN-EOF
       read ROUTING-FILE
          at end
             set WS-ROUTIN-EOF to true
          not at end
             evaluate true
             when RO-EFF-DATE not = spaces
                and RO-EFF-DATE > WS-RUN-DATE
                continue
             when RO-DESTINATION
                perform STORE-DESTINATION
             when RO-ROUTE
                perform STORE-ROUTE
             when other
                display 'XTRROUTE: SKIPPING INVALID ROUTIN ROW: '
                   ROUTING-RECORD
             end-evaluate
       end-read
    end-perform
    close ROUTING-FILE
    perform RESOLVE-ROUTE-SLOTS.

*> Of a slot's versions in effect the latest wins, as with every
*> effective-dated table in the system.
STORE-DESTINATION.
    if RO-DEST-SLOT < '1' or RO-DEST-SLOT > '3'
       or RO-DEST-CODE = spaces
       display 'XTRROUTE: SKIPPING INVALID ROUTIN DESTINATION ROW: '
          ROUTING-RECORD
    else
       move RO-DEST-SLOT to WS-SLOT-NO
       if DS-DEST-CODE(WS-SLOT-NO) = spaces
          or RO-EFF-DATE > DS-EFF-DATE(WS-SLOT-NO)
          move RO-DEST-CODE to DS-DEST-CODE(WS-SLOT-NO)
          move RO-EFF-DATE to DS-EFF-DATE(WS-SLOT-NO)
       end-if
    end-if.

STORE-ROUTE.
    if RO-DEST-CODE = spaces
       display 'XTRROUTE: SKIPPING ROUTIN ROUTE WITH NO DESTINATION: '
          ROUTING-RECORD
    else
       move 0 to WS-ROUTE-FOUND-IDX
       perform varying WS-ROUTE-IDX from 1 by 1
             until WS-ROUTE-IDX > WS-ROUTE-COUNT
          if RT-SET-CODE(WS-ROUTE-IDX) = RO-SET-CODE
             and RT-CLASS-CODE(WS-ROUTE-IDX) = RO-CLASS-CODE
             move WS-ROUTE-IDX to WS-ROUTE-FOUND-IDX
          end-if
       end-perform
       evaluate true
       when WS-ROUTE-FOUND-IDX > 0
          if RO-EFF-DATE > RT-EFF-DATE(WS-ROUTE-FOUND-IDX)
             move RO-DEST-CODE to RT-DEST-CODE(WS-ROUTE-FOUND-IDX)
             move RO-EFF-DATE to RT-EFF-DATE(WS-ROUTE-FOUND-IDX)
          end-if
       when WS-ROUTE-COUNT = 100
          display 'XTRROUTE: ROUTIN NAMES MORE THAN 100 ROUTES - '
             'INCREASE THE ROUTE TABLE AND RERUN'
          move 12 to return-code
          stop run
       when other
          add 1 to WS-ROUTE-COUNT
          move RO-SET-CODE to RT-SET-CODE(WS-ROUTE-COUNT)
          move RO-CLASS-CODE to RT-CLASS-CODE(WS-ROUTE-COUNT)
          move RO-DEST-CODE to RT-DEST-CODE(WS-ROUTE-COUNT)
          move RO-EFF-DATE to RT-EFF-DATE(WS-ROUTE-COUNT)
       end-evaluate
    end-if.

*> Every route must name a destination that has a slot - a route
*> to a queue with no file would lose its work orders, so the step
*> stops before anything is written. A queue defined on two slots
*> is just as ambiguous.
RESOLVE-ROUTE-SLOTS.
    perform varying WS-DEST-IDX from 1 by 1 until WS-DEST-IDX > 2
       if DS-DEST-CODE(WS-DEST-IDX) not = spaces
          perform varying WS-DEST-FOUND-IDX from WS-DEST-IDX by 1
                until WS-DEST-FOUND-IDX > 3
             if WS-DEST-FOUND-IDX > WS-DEST-IDX
                and DS-DEST-CODE(WS-DEST-FOUND-IDX)
                   = DS-DEST-CODE(WS-DEST-IDX)
                display 'XTRROUTE: DESTINATION '
                   DS-DEST-CODE(WS-DEST-IDX)
                   ' IS DEFINED ON MORE THAN ONE SLOT - CORRECT '
                   'ROUTIN AND RERUN'
                move 12 to return-code
                stop run
             end-if
          end-perform
       end-if
    end-perform
    perform varying WS-ROUTE-IDX from 1 by 1
          until WS-ROUTE-IDX > WS-ROUTE-COUNT
       move 0 to RT-SLOT-NO(WS-ROUTE-IDX)
       perform varying WS-DEST-IDX from 1 by 1 until WS-DEST-IDX > 3
          if DS-DEST-CODE(WS-DEST-IDX) = RT-DEST-CODE(WS-ROUTE-IDX)
             move WS-DEST-IDX to RT-SLOT-NO(WS-ROUTE-IDX)
          end-if
       end-perform
       if RT-SLOT-NO(WS-ROUTE-IDX) = 0
          display 'XTRROUTE: ROUTE FOR SET ' RT-SET-CODE(WS-ROUTE-IDX)
             ' CLASS ' RT-CLASS-CODE(WS-ROUTE-IDX)
             ' NAMES DESTINATION ' RT-DEST-CODE(WS-ROUTE-IDX)
             ' WHICH HAS NO SLOT - CORRECT ROUTIN AND RERUN'
          move 12 to return-code
          stop run
       end-if
    end-perform.

OPEN-ROUTE-FILES.
    open input EXTRACT-FILE
    if WS-XTRIN-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN XTRIN, STATUS='
          WS-XTRIN-STATUS
       move 12 to return-code
       stop run
    end-if
    open input EXPRESS-FILE
    if WS-EXPIN-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN EXPIN, STATUS='
          WS-EXPIN-STATUS
       move 12 to return-code
       stop run
    end-if
    open output REGULAR-1-FILE
    if WS-REGOUT1-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN REGOUT1, STATUS='
          WS-REGOUT1-STATUS
       move 12 to return-code
       stop run
    end-if
    open output REGULAR-2-FILE
    if WS-REGOUT2-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN REGOUT2, STATUS='
          WS-REGOUT2-STATUS
       move 12 to return-code
       stop run
    end-if
    open output REGULAR-3-FILE
    if WS-REGOUT3-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN REGOUT3, STATUS='
          WS-REGOUT3-STATUS
       move 12 to return-code
       stop run
    end-if
    open output EXPRESS-1-FILE
    if WS-EXPOUT1-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN EXPOUT1, STATUS='
          WS-EXPOUT1-STATUS
       move 12 to return-code
       stop run
    end-if
    open output EXPRESS-2-FILE
    if WS-EXPOUT2-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN EXPOUT2, STATUS='
          WS-EXPOUT2-STATUS
       move 12 to return-code
       stop run
    end-if
    open output EXPRESS-3-FILE
    if WS-EXPOUT3-STATUS not = '00'
       display 'XTRROUTE: UNABLE TO OPEN EXPOUT3, STATUS='
          WS-EXPOUT3-STATUS
       move 12 to return-code
       stop run
    end-if.

*> The class's own route first, then its rule set's default.
ROUTE-EXTRACT-ITEM.
    move 0 to WS-ROUTE-FOUND-IDX
    perform varying WS-ROUTE-IDX from 1 by 1
          until WS-ROUTE-IDX > WS-ROUTE-COUNT
             or WS-ROUTE-FOUND-IDX > 0
       if RT-SET-CODE(WS-ROUTE-IDX) = WS-RI-SOURCE-CODE
          and RT-CLASS-CODE(WS-ROUTE-IDX) = WS-RI-CLASS-CODE
          move WS-ROUTE-IDX to WS-ROUTE-FOUND-IDX
       end-if
    end-perform
    if WS-ROUTE-FOUND-IDX = 0
       perform varying WS-ROUTE-IDX from 1 by 1
             until WS-ROUTE-IDX > WS-ROUTE-COUNT
                or WS-ROUTE-FOUND-IDX > 0
          if RT-SET-CODE(WS-ROUTE-IDX) = WS-RI-SOURCE-CODE
             and RT-CLASS-CODE(WS-ROUTE-IDX) = spaces
             move WS-ROUTE-IDX to WS-ROUTE-FOUND-IDX
          end-if
       end-perform
       if WS-ROUTE-FOUND-IDX = 0
          display 'XTRROUTE: NO ROUTE FOR WORK ORDER ' WS-RI-WO-NUMBER
             ' SET ' WS-RI-SOURCE-CODE ' CLASS ' WS-RI-CLASS-CODE
             ' AND NO DEFAULT FOR ITS SET - ADD A ROUTIN ROUTE AND '
             'RERUN FROM THIS STEP'
          move 12 to return-code
          stop run
       end-if
       add 1 to WS-DEFAULT-COUNT
    end-if
    move RT-SLOT-NO(WS-ROUTE-FOUND-IDX) to WS-SLOT-NO
    add 1 to WS-ROUTED-COUNT
    move spaces to ROUTED-DETAIL-RECORD
    move 'D' to DR-RECORD-TYPE
    move DS-DEST-CODE(WS-SLOT-NO) to DR-DEST-CODE
    move WS-SLOT-NO to DR-DEST-SLOT
    move WS-RI-WO-NUMBER to DR-WO-NUMBER
    move WS-RI-CLASS-CODE to DR-CLASS-CODE
    move WS-RI-RUN-DATE to DR-RUN-DATE
    move WS-RI-SOURCE-CODE to DR-SOURCE-CODE
    move WS-SERVICE to DR-SERVICE
    if WS-REGULAR-SERVICE
       add 1 to DS-REG-COUNT(WS-SLOT-NO)
       add WS-RI-WO-NUMBER to DS-REG-HASH(WS-SLOT-NO)
    else
       add 1 to DS-EXP-COUNT(WS-SLOT-NO)
       add WS-RI-WO-NUMBER to DS-EXP-HASH(WS-SLOT-NO)
    end-if
    move ROUTED-DETAIL-RECORD to WS-ROUTED-LINE
    perform WRITE-ROUTED-LINE.

WRITE-ROUTED-HEADERS.
    perform varying WS-DEST-IDX from 1 by 1 until WS-DEST-IDX > 3
       if DS-DEST-CODE(WS-DEST-IDX) not = spaces
          move spaces to ROUTED-HEADER-RECORD
          move 'H' to DH-RECORD-TYPE
          move DS-DEST-CODE(WS-DEST-IDX) to DH-DEST-CODE
          move WS-DEST-IDX to DH-DEST-SLOT
          move WS-RUN-DATE to DH-BUSINESS-DATE
          move WS-SERVICE to DH-SERVICE
          move WS-DEST-IDX to WS-SLOT-NO
          move ROUTED-HEADER-RECORD to WS-ROUTED-LINE
          perform WRITE-ROUTED-LINE
       end-if
    end-perform.

WRITE-ROUTED-TRAILERS.
    perform varying WS-DEST-IDX from 1 by 1 until WS-DEST-IDX > 3
       if DS-DEST-CODE(WS-DEST-IDX) not = spaces
          move spaces to ROUTED-TRAILER-RECORD
          move 'T' to DT-RECORD-TYPE
          move DS-DEST-CODE(WS-DEST-IDX) to DT-DEST-CODE
          move WS-DEST-IDX to DT-DEST-SLOT
          if WS-REGULAR-SERVICE
             move DS-REG-COUNT(WS-DEST-IDX) to DT-RECORD-COUNT
             move DS-REG-HASH(WS-DEST-IDX) to DT-HASH-TOTAL
          else
             move DS-EXP-COUNT(WS-DEST-IDX) to DT-RECORD-COUNT
             move DS-EXP-HASH(WS-DEST-IDX) to DT-HASH-TOTAL
          end-if
          move WS-DEST-IDX to WS-SLOT-NO
          move ROUTED-TRAILER-RECORD to WS-ROUTED-LINE
          perform WRITE-ROUTED-LINE
       end-if
    end-perform.

*> One line to the slot's file for the shipment being routed.
WRITE-ROUTED-LINE.
    if WS-REGULAR-SERVICE
       evaluate WS-SLOT-NO
       when 1
          move WS-ROUTED-LINE to ROUTED-HEADER-RECORD
          write ROUTED-HEADER-RECORD
       when 2
          move WS-ROUTED-LINE to REGULAR-2-RECORD
          write REGULAR-2-RECORD
       when 3
          move WS-ROUTED-LINE to REGULAR-3-RECORD
          write REGULAR-3-RECORD
       end-evaluate
    else
       evaluate WS-SLOT-NO
       when 1
          move WS-ROUTED-LINE to EXPRESS-1-RECORD
          write EXPRESS-1-RECORD
       when 2
          move WS-ROUTED-LINE to EXPRESS-2-RECORD
          write EXPRESS-2-RECORD
       when 3
          move WS-ROUTED-LINE to EXPRESS-3-RECORD
          write EXPRESS-3-RECORD
       end-evaluate
    end-if.

*> The status file is informational - if it cannot be opened the
*> run proceeds and only the morning report goes blind. A record
*> already on file for this date and step is a restart; it goes
*> back to phase S until this run ends.
POST-STATUS-START.
    open i-o RUN-STATUS-FILE
    if WS-RUNSTAT-STATUS = '35'
       open output RUN-STATUS-FILE
       close RUN-STATUS-FILE
       open i-o RUN-STATUS-FILE
    end-if
    if WS-RUNSTAT-STATUS not = '00'
       display 'XTRROUTE: RUNSTAT UNAVAILABLE, STATUS='
          WS-RUNSTAT-STATUS ' - RUN STATUS NOT POSTED'
    else
       move 'Y' to WS-RUNSTAT-AVAIL-SWITCH
       move WS-RUN-DATE to ST-BUSINESS-DATE
       move WS-STEP-NAME to ST-STEP-NAME
       read RUN-STATUS-FILE
          invalid key
             perform BUILD-START-STATUS
             write RUN-STATUS-RECORD
          not invalid key
             perform BUILD-START-STATUS
             rewrite RUN-STATUS-RECORD
       end-read
    end-if.

BUILD-START-STATUS.
    move WS-RUN-DATE to ST-BUSINESS-DATE
    move WS-STEP-NAME to ST-STEP-NAME
    move 'S' to ST-PHASE
    move WS-CD-TIME to ST-START-TIME
    move spaces to ST-END-TIME
    move 0 to ST-RETURN-CODE
    move 0 to ST-IN-COUNT
    move 0 to ST-OUT-COUNT.

POST-STATUS-END.
    if WS-RUNSTAT-AVAILABLE
       move function current-date to WS-RUN-DATE-TIME-RAW
       move WS-RUN-DATE to ST-BUSINESS-DATE
       move WS-STEP-NAME to ST-STEP-NAME
       read RUN-STATUS-FILE
          invalid key
             move spaces to ST-START-TIME
             perform BUILD-END-STATUS
             write RUN-STATUS-RECORD
          not invalid key
             perform BUILD-END-STATUS
             rewrite RUN-STATUS-RECORD
       end-read
       close RUN-STATUS-FILE
    end-if.

BUILD-END-STATUS.
    move WS-RUN-DATE to ST-BUSINESS-DATE
    move WS-STEP-NAME to ST-STEP-NAME
    move 'E' to ST-PHASE
    move WS-CD-TIME to ST-END-TIME
    move return-code to ST-RETURN-CODE
    move WS-READ-COUNT to ST-IN-COUNT
    move WS-ROUTED-COUNT to ST-OUT-COUNT.
