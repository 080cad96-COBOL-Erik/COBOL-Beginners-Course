identification division.
program-id. CycleRpt.
*> Cycle-time and target report. Measures how long work orders take
*> to move through the stream, from the lifecycle stage dates the
*> work-order master carries (WOMAST, plus the retained archive
*> generations, ARCHIN, for anything the archive sweep has already
*> moved off), and writes CYCRPT: per plant and class, the number
*> of work orders acknowledged inside the reporting window (the
*> run date and the business days before it on the house calendar,
*> CALIN - the window length in business days rides in on the
*> PARM) with the average business days spent in each stage -
*> received to classified (a capacity deferral's wait lands here),
*> classified to extracted, extracted to acknowledged, and the
*> whole cycle - the longest cycle, and how many went over the
*> plant's target. Stage times are counted on the plant's own
*> calendar, so a plant holiday does not count against it. The
*> targets are the plant's receipt-to-acknowledgement business days
*> from the source registry (SRCREG), the tighter express target
*> for an expedited work order. Every breach is then listed by
*> number, followed by the work orders still open on the live
*> master that have already run past their target. The breach
*> lines stage on a small work file (BRCHWK) so the summary prints
*> first.
environment division.
input-output section.
file-control.
    select SOURCE-REGISTRY-FILE assign to "SRCREG"
        organization is line sequential
        file status is WS-SRCREG-STATUS.
    select ARCHIVE-IN-FILE assign to "ARCHIN"
        organization is line sequential
        file status is WS-ARCHIN-STATUS.
    select CYCLE-REPORT-FILE assign to "CYCRPT"
        organization is line sequential
        file status is WS-CYCRPT-STATUS.
    select BREACH-WORK-FILE assign to "BRCHWK"
        organization is line sequential
        file status is WS-BRCHWK-STATUS.
    select WORK-ORDER-MASTER assign to "WOMAST"
        organization is indexed
        access is sequential
        record key is WM-WO-NUMBER
        file status is WS-WOMAST-STATUS.
    select BUSINESS-CALENDAR-FILE assign to "CALIN"
        organization is line sequential
        file status is WS-CALIN-STATUS.
data division.
file section.
fd  SOURCE-REGISTRY-FILE.
copy SRCREC.
*> Archived master rows - same shape as WOMREC, moved whole into
*> the work area below so a live row and an archived one are
*> measured by the same code.
fd  ARCHIVE-IN-FILE.
01 ARCHIVE-IN-RECORD  pic X(115).
fd  CYCLE-REPORT-FILE.
01 CYCLE-REPORT-RECORD pic X(132).
fd  BREACH-WORK-FILE.
01 BREACH-WORK-RECORD pic X(132).
fd  WORK-ORDER-MASTER.
copy WOMREC.
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
working-storage section.
01 WS-SRCREG-STATUS   pic XX.
01 WS-ARCHIN-STATUS   pic XX.
01 WS-CYCRPT-STATUS   pic XX.
01 WS-BRCHWK-STATUS   pic XX.
01 WS-WOMAST-STATUS   pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-SRCREG-EOF-SWITCH pic X value 'N'.
   88 WS-SRCREG-EOF      value 'Y'.
01 WS-ARCHIN-EOF-SWITCH pic X value 'N'.
   88 WS-ARCHIN-EOF      value 'Y'.
01 WS-MASTER-EOF-SWITCH pic X value 'N'.
   88 WS-MASTER-EOF      value 'Y'.
01 WS-BRCHWK-EOF-SWITCH pic X value 'N'.
   88 WS-BRCHWK-EOF      value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).

01 WS-ARG-LINE        pic X(5).
01 WS-WINDOW-DAYS     pic 9(5).
01 WS-WINDOW-START    pic X(8).

*> The work order being measured - a live master row or an
*> archived one, in the master's layout.
01 WS-CYCLE-RECORD.
   05 CY-WO-NUMBER       pic 9(7).
   05 CY-RUN-DATE        pic X(8).
   05 CY-STATUS          pic X(1).
   05 CY-CLASSIFICATION  pic X(20).
   05 CY-SOURCE-CODE     pic X(2).
   05 CY-EXPEDITE-FLAG   pic X(1).
      88 CY-EXPEDITED      value 'E'.
   05 CY-RECEIVED-DATE   pic X(8).
   05 CY-CLASSIFIED-DATE pic X(8).
   05 CY-EXTRACTED-DATE  pic X(8).
   05 CY-DEFERRED-DATE   pic X(8).
   05 CY-ACKED-DATE      pic X(8).
   05 CY-BOUNCED-DATE    pic X(8).
   05 CY-SUPERSEDED-DATE pic X(8).
   05 CY-SHIPPED-CLASS-CODE pic X(20).
01 WS-CYCLE-SOURCE    pic X(7).

*> Per-plant targets from the source registry - the latest version
*> of each plant's row in effect on the run date. Internal sources
*> carry no plant code and are not tabled.
01 WS-TARGET-COUNT    pic 9(3) value 0.
01 WS-TARGET-TABLE-AREA.
   05 WS-TARGET-TABLE occurs 100 times.
      10 TG-PLANT-CODE      pic X(2).
      10 TG-TARGET-DAYS     pic 9(3).
      10 TG-EXPRESS-DAYS    pic 9(3).
      10 TG-EFF-DATE        pic X(8).
01 WS-TARGET-IDX      pic 9(3).
01 WS-TARGET-FOUND-IDX pic 9(3).
01 WS-TARGET-DAYS     pic 9(3).

*> One row per plant and class seen in the window.
01 WS-GROUP-COUNT     pic 9(3) value 0.
01 WS-GROUP-IDX       pic 9(3).
01 WS-GROUP-IDX-2     pic 9(3).
01 WS-GROUP-FOUND-IDX pic 9(3).
01 WS-GROUP-TABLE-AREA.
   05 WS-GROUP-ENTRY occurs 200 times.
      10 GP-PLANT-CODE      pic X(2).
      10 GP-CLASSIFICATION  pic X(20).
      10 GP-ORDERS          pic 9(7).
      10 GP-EXPRESS         pic 9(7).
      10 GP-DEFERRED        pic 9(7).
      10 GP-SUM-RCV-CLS     pic 9(9).
      10 GP-SUM-CLS-XTR     pic 9(9).
      10 GP-SUM-XTR-ACK     pic 9(9).
      10 GP-SUM-RCV-ACK     pic 9(9).
      10 GP-MAX-RCV-ACK     pic 9(5).
      10 GP-BREACHES        pic 9(7).
      10 GP-OPEN-BREACHES   pic 9(7).
01 WS-SWAP-ENTRY      pic X(98).

01 WS-STAGE-DAYS.
   05 WS-RCV-CLS-DAYS    pic 9(5).
   05 WS-CLS-XTR-DAYS    pic 9(5).
   05 WS-XTR-ACK-DAYS    pic 9(5).
   05 WS-RCV-ACK-DAYS    pic 9(5).
01 WS-AVERAGE         pic 9(3)v9.
01 WS-AVERAGE-EDIT    pic ZZ9.9.

01 WS-CYCLE-COUNTERS.
   05 WS-MASTER-READ-COUNT  pic 9(7) value 0.
   05 WS-ARCHIVE-READ-COUNT pic 9(7) value 0.
   05 WS-MEASURED-COUNT     pic 9(7) value 0.
   05 WS-BREACH-COUNT       pic 9(7) value 0.
   05 WS-OPEN-BREACH-COUNT  pic 9(7) value 0.
   05 WS-NO-TARGET-COUNT    pic 9(7) value 0.

01 WS-GROUP-LINE.
   05 WS-GL-PLANT-CODE  pic X(2).
   05 FILLER            pic X(2) value spaces.
   05 WS-GL-CLASS       pic X(20).
   05 FILLER            pic X(1) value spaces.
   05 WS-GL-ORDERS      pic ZZZZZZ9.
   05 FILLER            pic X(1) value spaces.
   05 WS-GL-EXPRESS     pic ZZZZZZ9.
   05 FILLER            pic X(1) value spaces.
   05 WS-GL-DEFERRED    pic ZZZZZZ9.
   05 FILLER            pic X(4) value spaces.
   05 WS-GL-RCV-CLS     pic X(5).
   05 FILLER            pic X(4) value spaces.
   05 WS-GL-CLS-XTR     pic X(5).
   05 FILLER            pic X(4) value spaces.
   05 WS-GL-XTR-ACK     pic X(5).
   05 FILLER            pic X(4) value spaces.
   05 WS-GL-RCV-ACK     pic X(5).
   05 FILLER            pic X(2) value spaces.
   05 WS-GL-MAX         pic ZZZZ9.
   05 FILLER            pic X(1) value spaces.
   05 WS-GL-BREACHES    pic ZZZZZZ9.
   05 FILLER            pic X(1) value spaces.
   05 WS-GL-OPEN        pic ZZZZZZ9.

01 WS-BREACH-LINE.
   05 WS-BL-WO-NUMBER   pic 9(7).
   05 FILLER            pic X(2) value spaces.
   05 WS-BL-PLANT-CODE  pic X(2).
   05 FILLER            pic X(2) value spaces.
   05 WS-BL-CLASS       pic X(20).
   05 FILLER            pic X(1) value spaces.
   05 WS-BL-EXPEDITE    pic X(7).
   05 FILLER            pic X(1) value spaces.
   05 FILLER            pic X(9) value 'RECEIVED '.
   05 WS-BL-RECEIVED    pic X(8).
   05 FILLER            pic X(1) value spaces.
   05 WS-BL-END-LABEL   pic X(6).
   05 WS-BL-END-DATE    pic X(8).
   05 FILLER            pic X(2) value spaces.
   05 FILLER            pic X(5) value 'DAYS '.
   05 WS-BL-DAYS        pic ZZZZ9.
   05 FILLER            pic X(2) value spaces.
   05 FILLER            pic X(7) value 'TARGET '.
   05 WS-BL-TARGET      pic ZZ9.
   05 FILLER            pic X(2) value spaces.
   05 WS-BL-SOURCE      pic X(7).

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
01 WS-CAL-RESULT-DATE pic X(8).
01 WS-CAL-DAYS        pic 9(5).
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
accept WS-ARG-LINE from command-line
if WS-ARG-LINE is not numeric
   display 'CYCLERPT: WINDOW DAYS PARM "' WS-ARG-LINE
      '" IS NOT NUMERIC'
   move 8 to return-code
   stop run
end-if
move function numval(WS-ARG-LINE) to WS-WINDOW-DAYS
if WS-WINDOW-DAYS = 0
   display 'CYCLERPT: WINDOW DAYS PARM MUST BE AT LEAST 1'
   move 8 to return-code
   stop run
end-if
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
*> The window is the run date and the business days before it on
*> the house calendar, so a holiday week still reports a full
*> week of acknowledgements.
perform LOAD-BUSINESS-CALENDAR
move spaces to WS-CAL-PLANT
move WS-RUN-DATE to WS-CAL-TEST-DATE
perform CHECK-BUSINESS-DAY
if not WS-BUSINESS-DAY
   display 'CYCLERPT: WARNING - RUN DATE ' WS-RUN-DATE
      ' IS NOT A SCHEDULED BUSINESS DAY'
end-if
move WS-RUN-DATE to WS-CAL-FROM-DATE
compute WS-CAL-DAYS = WS-WINDOW-DAYS - 1
perform STEP-BACK-BUSINESS-DAYS
move WS-CAL-RESULT-DATE to WS-WINDOW-START

perform LOAD-PLANT-TARGETS
perform OPEN-CYCLE-FILES

*> Archived rows first - only acknowledged ones can fall in the
*> window; a row archived before the master carried stage dates
*> has no received date and is passed over.
move 'ARCHIVE' to WS-CYCLE-SOURCE
perform until WS-ARCHIN-EOF
   read ARCHIVE-IN-FILE
      at end
         set WS-ARCHIN-EOF to true
      not at end
         add 1 to WS-ARCHIVE-READ-COUNT
         move ARCHIVE-IN-RECORD to WS-CYCLE-RECORD
         if CY-STATUS = 'A'
            perform MEASURE-WORK-ORDER
         end-if
   end-read
end-perform
close ARCHIVE-IN-FILE

move 'MASTER' to WS-CYCLE-SOURCE
perform until WS-MASTER-EOF
   read WORK-ORDER-MASTER
      at end
         set WS-MASTER-EOF to true
      not at end
         add 1 to WS-MASTER-READ-COUNT
         move WORK-ORDER-MASTER-RECORD to WS-CYCLE-RECORD
         evaluate CY-STATUS
            when 'A'
               perform MEASURE-WORK-ORDER
            when 'V'
               continue
            when 'C'
               if CY-DEFERRED-DATE not = spaces
                  and CY-DEFERRED-DATE = CY-CLASSIFIED-DATE
                  perform CHECK-OPEN-WORK-ORDER
               end-if
            when other
               perform CHECK-OPEN-WORK-ORDER
         end-evaluate
   end-read
end-perform
close WORK-ORDER-MASTER

perform SORT-GROUP-TABLE
perform WRITE-CYCLE-REPORT

display 'CYCLERPT: WINDOW START        : ' WS-WINDOW-START
display 'CYCLERPT: MASTER RECORDS READ : ' WS-MASTER-READ-COUNT
display 'CYCLERPT: ARCHIVE RECORDS READ: ' WS-ARCHIVE-READ-COUNT
display 'CYCLERPT: ACKED IN WINDOW     : ' WS-MEASURED-COUNT
display 'CYCLERPT: TARGET BREACHES     : ' WS-BREACH-COUNT
display 'CYCLERPT: OPEN PAST TARGET    : ' WS-OPEN-BREACH-COUNT
display 'CYCLERPT: NO TARGET REGISTERED: ' WS-NO-TARGET-COUNT
goback.

*> Only plant rows carry targets; a plant with no target (zero or
*> blank) is still reported, it just cannot breach.
LOAD-PLANT-TARGETS.
    open input SOURCE-REGISTRY-FILE
    if WS-SRCREG-STATUS not = '00'
       display 'CYCLERPT: UNABLE TO OPEN SRCREG, STATUS='
          WS-SRCREG-STATUS
       move 8 to return-code
       stop run
    end-if
    perform until WS-SRCREG-EOF
       read SOURCE-REGISTRY-FILE
          at end
             set WS-SRCREG-EOF to true
          not at end
             if SG-PLANT-CODE not = spaces
                and (SG-EFF-DATE = spaces
                     or SG-EFF-DATE <= WS-RUN-DATE)
                perform STORE-PLANT-TARGET
             end-if
       end-read
    end-perform
    close SOURCE-REGISTRY-FILE.

STORE-PLANT-TARGET.
    move 0 to WS-TARGET-FOUND-IDX
    perform varying WS-TARGET-IDX from 1 by 1
          until WS-TARGET-IDX > WS-TARGET-COUNT
       if TG-PLANT-CODE(WS-TARGET-IDX) = SG-PLANT-CODE
          move WS-TARGET-IDX to WS-TARGET-FOUND-IDX
       end-if
    end-perform
    evaluate true
    when WS-TARGET-FOUND-IDX > 0
       if SG-EFF-DATE > TG-EFF-DATE(WS-TARGET-FOUND-IDX)
          perform MOVE-PLANT-TARGET
       end-if
    when WS-TARGET-COUNT = 100
       display 'CYCLERPT: SRCREG HAS MORE THAN 100 PLANTS - '
          'INCREASE THE TARGET TABLE AND RERUN'
       move 12 to return-code
       stop run
    when other
       add 1 to WS-TARGET-COUNT
       move WS-TARGET-COUNT to WS-TARGET-FOUND-IDX
       perform MOVE-PLANT-TARGET
    end-evaluate.

MOVE-PLANT-TARGET.
    move SG-PLANT-CODE to TG-PLANT-CODE(WS-TARGET-FOUND-IDX)
    move SG-EFF-DATE to TG-EFF-DATE(WS-TARGET-FOUND-IDX)
    move 0 to TG-TARGET-DAYS(WS-TARGET-FOUND-IDX)
    move 0 to TG-EXPRESS-DAYS(WS-TARGET-FOUND-IDX)
    if SG-TARGET-DAYS is numeric
       move SG-TARGET-DAYS to TG-TARGET-DAYS(WS-TARGET-FOUND-IDX)
    end-if
    if SG-EXPRESS-TARGET-DAYS is numeric
       move SG-EXPRESS-TARGET-DAYS
          to TG-EXPRESS-DAYS(WS-TARGET-FOUND-IDX)
    end-if.

OPEN-CYCLE-FILES.
    open input WORK-ORDER-MASTER
    if WS-WOMAST-STATUS not = '00'
       display 'CYCLERPT: UNABLE TO OPEN WOMAST, STATUS='
          WS-WOMAST-STATUS
       move 8 to return-code
       stop run
    end-if
    *> No archive generation yet (status 35) - nothing has been
    *> swept off the live master, not an error.
    open input ARCHIVE-IN-FILE
    if WS-ARCHIN-STATUS = '35'
       set WS-ARCHIN-EOF to true
    else
       if WS-ARCHIN-STATUS not = '00'
          display 'CYCLERPT: UNABLE TO OPEN ARCHIN, STATUS='
             WS-ARCHIN-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    open output CYCLE-REPORT-FILE
    if WS-CYCRPT-STATUS not = '00'
       display 'CYCLERPT: UNABLE TO OPEN CYCRPT, STATUS='
          WS-CYCRPT-STATUS
       move 8 to return-code
       stop run
    end-if
    open output BREACH-WORK-FILE
    if WS-BRCHWK-STATUS not = '00'
       display 'CYCLERPT: UNABLE TO OPEN BRCHWK, STATUS='
          WS-BRCHWK-STATUS
       move 8 to return-code
       stop run
    end-if.

*> An acknowledged work order counts in the window its
*> acknowledgement falls in. Each stage is counted on the plant's
*> calendar - the business days after the earlier stage up to and
*> including the later one, so a same-day stage is zero.
MEASURE-WORK-ORDER.
    if CY-RECEIVED-DATE is numeric
       and CY-ACKED-DATE is numeric
       and CY-ACKED-DATE >= WS-WINDOW-START
       and CY-ACKED-DATE <= WS-RUN-DATE
       add 1 to WS-MEASURED-COUNT
       move CY-SOURCE-CODE to WS-CAL-PLANT
       move CY-RECEIVED-DATE to WS-CAL-FROM-DATE
       move CY-CLASSIFIED-DATE to WS-CAL-TO-DATE
       perform COUNT-BUSINESS-DAYS
       move WS-CAL-STEPPED to WS-RCV-CLS-DAYS
       move CY-CLASSIFIED-DATE to WS-CAL-FROM-DATE
       move CY-EXTRACTED-DATE to WS-CAL-TO-DATE
       perform COUNT-BUSINESS-DAYS
       move WS-CAL-STEPPED to WS-CLS-XTR-DAYS
       move CY-EXTRACTED-DATE to WS-CAL-FROM-DATE
       move CY-ACKED-DATE to WS-CAL-TO-DATE
       perform COUNT-BUSINESS-DAYS
       move WS-CAL-STEPPED to WS-XTR-ACK-DAYS
       move CY-RECEIVED-DATE to WS-CAL-FROM-DATE
       move CY-ACKED-DATE to WS-CAL-TO-DATE
       perform COUNT-BUSINESS-DAYS
       move WS-CAL-STEPPED to WS-RCV-ACK-DAYS
       perform FIND-GROUP-SLOT
       add 1 to GP-ORDERS(WS-GROUP-FOUND-IDX)
       if CY-EXPEDITED
          add 1 to GP-EXPRESS(WS-GROUP-FOUND-IDX)
       end-if
       if CY-DEFERRED-DATE is numeric
          add 1 to GP-DEFERRED(WS-GROUP-FOUND-IDX)
       end-if
       add WS-RCV-CLS-DAYS to GP-SUM-RCV-CLS(WS-GROUP-FOUND-IDX)
       add WS-CLS-XTR-DAYS to GP-SUM-CLS-XTR(WS-GROUP-FOUND-IDX)
       add WS-XTR-ACK-DAYS to GP-SUM-XTR-ACK(WS-GROUP-FOUND-IDX)
       add WS-RCV-ACK-DAYS to GP-SUM-RCV-ACK(WS-GROUP-FOUND-IDX)
       if WS-RCV-ACK-DAYS > GP-MAX-RCV-ACK(WS-GROUP-FOUND-IDX)
          move WS-RCV-ACK-DAYS to GP-MAX-RCV-ACK(WS-GROUP-FOUND-IDX)
       end-if
       perform FIND-PLANT-TARGET
       if WS-TARGET-DAYS > 0
          and WS-RCV-ACK-DAYS > WS-TARGET-DAYS
          add 1 to WS-BREACH-COUNT
          add 1 to GP-BREACHES(WS-GROUP-FOUND-IDX)
          move 'ACKED ' to WS-BL-END-LABEL
          move CY-ACKED-DATE to WS-BL-END-DATE
          perform WRITE-BREACH-LINE
       end-if
    end-if.

*> A work order still in the stream - received, deferred by a
*> capacity cap, extracted, held, or parked as a reject or a bounce
*> awaiting repair - is measured up to the run date. A classified
*> row counts as open only when its latest classification deferred
*> it; one that matched nothing to ship stays at C for good and is
*> not waiting on anything, so the master pass skips it. An open
*> work order is only reported once it has already run past its
*> target; its finished cycle is counted when the acknowledgement
*> comes.
CHECK-OPEN-WORK-ORDER.
    if CY-RECEIVED-DATE is numeric
       and CY-RECEIVED-DATE <= WS-RUN-DATE
       move CY-SOURCE-CODE to WS-CAL-PLANT
       move CY-RECEIVED-DATE to WS-CAL-FROM-DATE
       move WS-RUN-DATE to WS-CAL-TO-DATE
       perform COUNT-BUSINESS-DAYS
       move WS-CAL-STEPPED to WS-RCV-ACK-DAYS
       perform FIND-PLANT-TARGET
       if WS-TARGET-DAYS > 0
          and WS-RCV-ACK-DAYS > WS-TARGET-DAYS
          add 1 to WS-OPEN-BREACH-COUNT
          perform FIND-GROUP-SLOT
          add 1 to GP-OPEN-BREACHES(WS-GROUP-FOUND-IDX)
          move 'OPEN  ' to WS-BL-END-LABEL
          move spaces to WS-BL-END-DATE
          string 'STAT ' delimited by size
                 CY-STATUS delimited by size
                 into WS-BL-END-DATE
          perform WRITE-BREACH-LINE
       end-if
    end-if.

FIND-PLANT-TARGET.
    move 0 to WS-TARGET-DAYS
    perform varying WS-TARGET-IDX from 1 by 1
          until WS-TARGET-IDX > WS-TARGET-COUNT
       if TG-PLANT-CODE(WS-TARGET-IDX) = CY-SOURCE-CODE
          if CY-EXPEDITED
             move TG-EXPRESS-DAYS(WS-TARGET-IDX) to WS-TARGET-DAYS
          else
             move TG-TARGET-DAYS(WS-TARGET-IDX) to WS-TARGET-DAYS
          end-if
       end-if
    end-perform
    if WS-TARGET-DAYS = 0
       add 1 to WS-NO-TARGET-COUNT
    end-if.

*> A work order not yet classified groups under its plant with a
*> blank class.
FIND-GROUP-SLOT.
    move 0 to WS-GROUP-FOUND-IDX
    perform varying WS-GROUP-IDX from 1 by 1
          until WS-GROUP-IDX > WS-GROUP-COUNT
             or WS-GROUP-FOUND-IDX > 0
       if GP-PLANT-CODE(WS-GROUP-IDX) = CY-SOURCE-CODE
          and GP-CLASSIFICATION(WS-GROUP-IDX) = CY-CLASSIFICATION
          move WS-GROUP-IDX to WS-GROUP-FOUND-IDX
       end-if
    end-perform
    if WS-GROUP-FOUND-IDX = 0
       if WS-GROUP-COUNT = 200
          display 'CYCLERPT: MORE THAN 200 PLANT/CLASS GROUPS - '
             'INCREASE THE GROUP TABLE AND RERUN'
          move 12 to return-code
          stop run
       end-if
       add 1 to WS-GROUP-COUNT
       move WS-GROUP-COUNT to WS-GROUP-FOUND-IDX
       initialize WS-GROUP-ENTRY(WS-GROUP-FOUND-IDX)
       move CY-SOURCE-CODE to GP-PLANT-CODE(WS-GROUP-FOUND-IDX)
       move CY-CLASSIFICATION
          to GP-CLASSIFICATION(WS-GROUP-FOUND-IDX)
    end-if.

WRITE-BREACH-LINE.
    move CY-WO-NUMBER to WS-BL-WO-NUMBER
    move CY-SOURCE-CODE to WS-BL-PLANT-CODE
    move CY-CLASSIFICATION to WS-BL-CLASS
    if CY-EXPEDITED
       move 'EXPRESS' to WS-BL-EXPEDITE
    else
       move spaces to WS-BL-EXPEDITE
    end-if
    move CY-RECEIVED-DATE to WS-BL-RECEIVED
    move WS-RCV-ACK-DAYS to WS-BL-DAYS
    move WS-TARGET-DAYS to WS-BL-TARGET
    move WS-CYCLE-SOURCE to WS-BL-SOURCE
    move WS-BREACH-LINE to BREACH-WORK-RECORD
    write BREACH-WORK-RECORD.

*> Straight exchange sort on plant and class - the table is at
*> most 200 rows.
SORT-GROUP-TABLE.
    perform varying WS-GROUP-IDX from 1 by 1
          until WS-GROUP-IDX >= WS-GROUP-COUNT
       perform varying WS-GROUP-IDX-2 from 1 by 1
             until WS-GROUP-IDX-2 >= WS-GROUP-COUNT
          if GP-PLANT-CODE(WS-GROUP-IDX-2)
                > GP-PLANT-CODE(WS-GROUP-IDX-2 + 1)
             or (GP-PLANT-CODE(WS-GROUP-IDX-2)
                   = GP-PLANT-CODE(WS-GROUP-IDX-2 + 1)
                and GP-CLASSIFICATION(WS-GROUP-IDX-2)
                   > GP-CLASSIFICATION(WS-GROUP-IDX-2 + 1))
             move WS-GROUP-ENTRY(WS-GROUP-IDX-2) to WS-SWAP-ENTRY
             move WS-GROUP-ENTRY(WS-GROUP-IDX-2 + 1)
                to WS-GROUP-ENTRY(WS-GROUP-IDX-2)
             move WS-SWAP-ENTRY to WS-GROUP-ENTRY(WS-GROUP-IDX-2 + 1)
          end-if
       end-perform
    end-perform.

WRITE-CYCLE-REPORT.
    move spaces to CYCLE-REPORT-RECORD
    string 'CYCLE-TIME REPORT FOR RUN DATE ' delimited by size
           WS-RUN-DATE delimited by size
           ' - ACKNOWLEDGED ' delimited by size
           WS-WINDOW-START delimited by size
           ' TO ' delimited by size
           WS-RUN-DATE delimited by size
           into CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    move 'AVERAGE BUSINESS DAYS PER STAGE ON THE PLANT CALENDAR:'
       to CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    move spaces to CYCLE-REPORT-RECORD
    string 'PL  CLASS                 ORDERS EXPRESS  DEFERD'
              delimited by size
           '  RCV-CLS  CLS-XTR  XTR-ACK  RCV-ACK    MAX'
              delimited by size
           ' BREACHD PASTDUE' delimited by size
           into CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    perform varying WS-GROUP-IDX from 1 by 1
          until WS-GROUP-IDX > WS-GROUP-COUNT
       perform WRITE-GROUP-LINE
    end-perform
    move spaces to CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    move 'OVER TARGET (RECEIPT TO ACKNOWLEDGEMENT, BUSINESS DAYS):'
       to CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    close BREACH-WORK-FILE
    open input BREACH-WORK-FILE
    perform until WS-BRCHWK-EOF
       read BREACH-WORK-FILE
          at end
             set WS-BRCHWK-EOF to true
          not at end
             move BREACH-WORK-RECORD to CYCLE-REPORT-RECORD
             write CYCLE-REPORT-RECORD
       end-read
    end-perform
    close BREACH-WORK-FILE
    move spaces to CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    move spaces to CYCLE-REPORT-RECORD
    string 'ACKNOWLEDGED IN WINDOW        : ' delimited by size
           WS-MEASURED-COUNT delimited by size
           into CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    move spaces to CYCLE-REPORT-RECORD
    string 'OVER TARGET                   : ' delimited by size
           WS-BREACH-COUNT delimited by size
           into CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    move spaces to CYCLE-REPORT-RECORD
    string 'STILL OPEN AND PAST TARGET    : ' delimited by size
           WS-OPEN-BREACH-COUNT delimited by size
           into CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD
    close CYCLE-REPORT-FILE.

*> A group holding only open work orders past target has no
*> finished orders to average - its stage columns stay blank.
WRITE-GROUP-LINE.
    initialize WS-GROUP-LINE
    move GP-PLANT-CODE(WS-GROUP-IDX) to WS-GL-PLANT-CODE
    move GP-CLASSIFICATION(WS-GROUP-IDX) to WS-GL-CLASS
    move GP-ORDERS(WS-GROUP-IDX) to WS-GL-ORDERS
    move GP-EXPRESS(WS-GROUP-IDX) to WS-GL-EXPRESS
    move GP-DEFERRED(WS-GROUP-IDX) to WS-GL-DEFERRED
    move GP-MAX-RCV-ACK(WS-GROUP-IDX) to WS-GL-MAX
    move GP-BREACHES(WS-GROUP-IDX) to WS-GL-BREACHES
    move GP-OPEN-BREACHES(WS-GROUP-IDX) to WS-GL-OPEN
    if GP-ORDERS(WS-GROUP-IDX) > 0
       compute WS-AVERAGE rounded = GP-SUM-RCV-CLS(WS-GROUP-IDX)
          / GP-ORDERS(WS-GROUP-IDX)
       move WS-AVERAGE to WS-AVERAGE-EDIT
       move WS-AVERAGE-EDIT to WS-GL-RCV-CLS
       compute WS-AVERAGE rounded = GP-SUM-CLS-XTR(WS-GROUP-IDX)
          / GP-ORDERS(WS-GROUP-IDX)
       move WS-AVERAGE to WS-AVERAGE-EDIT
       move WS-AVERAGE-EDIT to WS-GL-CLS-XTR
       compute WS-AVERAGE rounded = GP-SUM-XTR-ACK(WS-GROUP-IDX)
          / GP-ORDERS(WS-GROUP-IDX)
       move WS-AVERAGE to WS-AVERAGE-EDIT
       move WS-AVERAGE-EDIT to WS-GL-XTR-ACK
       compute WS-AVERAGE rounded = GP-SUM-RCV-ACK(WS-GROUP-IDX)
          / GP-ORDERS(WS-GROUP-IDX)
       move WS-AVERAGE to WS-AVERAGE-EDIT
       move WS-AVERAGE-EDIT to WS-GL-RCV-ACK
    end-if
    move WS-GROUP-LINE to CYCLE-REPORT-RECORD
    write CYCLE-REPORT-RECORD.


*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'CYCLERPT: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'CYCLERPT: UNABLE TO OPEN CALIN, STATUS='
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
       display 'CYCLERPT: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'CYCLERPT: CALIN HAS MORE THAN 1000 ROWS - '
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
