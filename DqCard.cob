identification division.
program-id. DqCard.
*> Month-end source-system data-quality scorecard for the plant
*> review meetings. Reads the data-quality event file (DQEVIN) -
*> the batch events the splitter records (batches received whole,
*> volume-range breaches, late and failed batches) and the daily
*> acknowledged/bounced tallies the reconciliation records - and
*> the exception disposition file (DISPIN) for the input rejects
*> and their repairs. One scorecard section prints per source
*> system and plant code on DQRPT, the statement month beside the
*> month before it: reject rate by reason code (BAD1-BAD5) and the
*> duplicate rate (BAD3) against the records the source sent, NAK
*> rate against the items the queue platform settled, volume-range
*> breaches, late and failed batches, and the average days from a
*> reject to its correction - then the same for all sources
*> together. The PARM names the month as YYYYMM, blank for the
*> month the job runs in.
*> The registry (SRCREG) pairs each source system with its plant
*> code, since an event knows one or the other: a batch knows its
*> source system, a reject or an ack only the plant code its work
*> order carried. Reject and ack figures for a plant code no
*> registered system owns print under UNKNOWN.
*> The event file grows every night, so the events of the year
*> before the statement month onward are copied to DQKEEP for the
*> job to put back over the live file - older ones drop off.
*> Rejects count in the month their disposition entry was opened;
*> a repair counts in the month it was corrected, in calendar days
*> from the reject as the repair workflow ages them. Written-off
*> rejects were never repaired and do not count.
environment division.
input-output section.
file-control.
    select EVENT-IN-FILE assign to "DQEVIN"
        organization is line sequential
        file status is WS-DQEVIN-STATUS.
    select DISP-IN-FILE assign to "DISPIN"
        organization is line sequential
        file status is WS-DISPIN-STATUS.
    select SOURCE-REGISTRY-FILE assign to "SRCREG"
        organization is line sequential
        file status is WS-SRCREG-STATUS.
    select SCORECARD-FILE assign to "DQRPT"
        organization is line sequential
        file status is WS-DQRPT-STATUS.
    select EVENT-KEEP-FILE assign to "DQKEEP"
        organization is line sequential
        file status is WS-DQKEEP-STATUS.
data division.
file section.
fd  EVENT-IN-FILE.
copy DQEVREC.
fd  DISP-IN-FILE.
copy EXDISREC.
fd  SOURCE-REGISTRY-FILE.
copy SRCREC.
fd  SCORECARD-FILE.
01 SCORECARD-RECORD   pic X(132).
fd  EVENT-KEEP-FILE.
01 EVENT-KEEP-RECORD  pic X(80).
working-storage section.
01 WS-DQEVIN-STATUS   pic XX.
01 WS-DISPIN-STATUS   pic XX.
01 WS-SRCREG-STATUS   pic XX.
01 WS-DQRPT-STATUS    pic XX.
01 WS-DQKEEP-STATUS   pic XX.
01 WS-DQEVIN-EOF-SWITCH pic X value 'N'.
   88 WS-DQEVIN-EOF     value 'Y'.
01 WS-DISPIN-EOF-SWITCH pic X value 'N'.
   88 WS-DISPIN-EOF     value 'Y'.
01 WS-SRCREG-EOF-SWITCH pic X value 'N'.
   88 WS-SRCREG-EOF     value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).

01 WS-ARG-LINE        pic X(6).
01 WS-CARD-MONTH      pic X(6).
01 WS-PRIOR-MONTH     pic X(6).

*> The statement month's first and last days, the month before it,
*> and the first day of the same month a year earlier - the
*> oldest event kept.
01 WS-MONTH-FIRST-DATE pic 9(8).
01 WS-MONTH-NEXT-DATE  pic 9(8).
01 WS-MONTH-NEXT-PARTS redefines WS-MONTH-NEXT-DATE.
   05 WS-MN-YEAR-MONTH  pic 9(6).
   05 WS-MN-DAY         pic 9(2).
01 WS-MONTH-LAST-DATE  pic 9(8).
01 WS-MONTH-LAST-TEXT  pic X(8).
01 WS-PRIOR-LAST-DATE  pic 9(8).
01 WS-PRIOR-LAST-PARTS redefines WS-PRIOR-LAST-DATE.
   05 WS-PL-YEAR-MONTH  pic 9(6).
   05 WS-PL-DAY         pic 9(2).
01 WS-KEEP-FROM-DATE   pic 9(8).
01 WS-KEEP-FROM-TEXT   pic X(8).

*> In-core copy of the source-system registry - the latest version
*> of each system's row in effect by the end of the statement
*> month.
01 WS-REG-COUNT       pic 9(2) value 0.
01 WS-REG-TABLE-AREA.
   05 WS-REG-TABLE occurs 20 times.
      10 RG-SOURCE-SYSTEM pic X(8).
      10 RG-PLANT-CODE    pic X(2).
      10 RG-EFF-DATE      pic X(8).
01 WS-REG-IDX         pic 9(2).
01 WS-REG-FOUND-IDX   pic 9(2).

*> One scorecard row per source system and plant code, with the
*> statement month's figures in month slot 1 and the prior
*> month's in slot 2. The reject slots are BAD1 to BAD5 in order.
*> The slot after the last row carries the all-sources total.
01 WS-ROW-COUNT       pic 9(2) value 0.
01 WS-CARD-TABLE-AREA.
   05 WS-CARD-ROW occurs 41 times.
      10 SC-SOURCE-SYSTEM    pic X(8).
      10 SC-PLANT-CODE       pic X(2).
      10 SC-MONTH occurs 2 times.
         15 SC-BATCHES          pic 9(7).
         15 SC-RECORDS          pic 9(9).
         15 SC-REJECTS occurs 5 times pic 9(7).
         15 SC-ACKED            pic 9(7).
         15 SC-BOUNCED          pic 9(7).
         15 SC-VOLUME-BREACHES  pic 9(5).
         15 SC-LATE-BATCHES     pic 9(5).
         15 SC-FAILED-BATCHES   pic 9(5).
         15 SC-REPAIRS          pic 9(7).
         15 SC-REPAIR-DAYS      pic 9(9).
*> Holding area for one row while the sort swaps a pair - the
*> row's own layout, field for field.
01 WS-SWAP-ENTRY.
   05 WS-SW-SOURCE-SYSTEM    pic X(8).
   05 WS-SW-PLANT-CODE       pic X(2).
   05 WS-SW-MONTH occurs 2 times.
      10 WS-SW-BATCHES          pic 9(7).
      10 WS-SW-RECORDS          pic 9(9).
      10 WS-SW-REJECTS occurs 5 times pic 9(7).
      10 WS-SW-ACKED            pic 9(7).
      10 WS-SW-BOUNCED          pic 9(7).
      10 WS-SW-VOLUME-BREACHES  pic 9(5).
      10 WS-SW-LATE-BATCHES     pic 9(5).
      10 WS-SW-FAILED-BATCHES   pic 9(5).
      10 WS-SW-REPAIRS          pic 9(7).
      10 WS-SW-REPAIR-DAYS      pic 9(9).
01 WS-ROW-IDX         pic 9(2).
01 WS-ROW-IDX-2       pic 9(2).
01 WS-FOUND-IDX       pic 9(2).
01 WS-TOTAL-IDX       pic 9(2).
01 WS-MON-IDX         pic 9(1).
01 WS-REASON-IDX      pic 9(1).
01 WS-LOOKUP-IDX      pic 9(2).
01 WS-CLEAR-MON-IDX   pic 9(1).
01 WS-CLEAR-REASON-IDX pic 9(1).
01 WS-SORT-KEY-1      pic X(11).
01 WS-SORT-KEY-2      pic X(11).

*> The row an event or disposition entry is being charged to.
01 WS-KEY-SYSTEM      pic X(8).
01 WS-KEY-PLANT       pic X(2).

01 WS-OPEN-DAY-NUM    pic 9(7).
01 WS-RESOLVE-DAY-NUM pic 9(7).

01 WS-CARD-COUNTERS.
   05 WS-EVENT-READ-COUNT    pic 9(7) value 0.
   05 WS-EVENT-USED-COUNT    pic 9(7) value 0.
   05 WS-EVENT-KEPT-COUNT    pic 9(7) value 0.
   05 WS-EVENT-BAD-COUNT     pic 9(7) value 0.
   05 WS-DISP-READ-COUNT     pic 9(7) value 0.
   05 WS-DISP-USED-COUNT     pic 9(7) value 0.
   05 WS-CARD-EVENT-COUNT    pic 9(7) value 0.

*> One measure line: a label, then the statement month, the prior
*> month and the change between them, each already edited.
01 WS-MEASURE-LINE.
   05 FILLER          pic X(2).
   05 ML-LABEL        pic X(34).
   05 ML-THIS         pic X(11).
   05 FILLER          pic X(4).
   05 ML-PRIOR        pic X(11).
   05 FILLER          pic X(4).
   05 ML-CHANGE       pic X(11).
   05 FILLER          pic X(55).
01 WS-LINE-LABEL      pic X(34).

*> Figures for the line being written, slot 1 the statement month
*> and slot 2 the prior month. A rate is the numerator over the
*> denominator, times the scale (100 for a percentage, 1 for an
*> average); a zero denominator has no rate.
01 WS-LINE-FIGURES.
   05 WS-LINE-COUNT occurs 2 times pic 9(9).
   05 WS-RATE-NUM   occurs 2 times pic 9(9).
   05 WS-RATE-DEN   occurs 2 times pic 9(9).
   05 WS-RATE-VALUE occurs 2 times pic 9(7)v99.
01 WS-RATE-SCALE      pic 9(3).
01 WS-RATE-SUFFIX     pic X(1).
01 WS-COUNT-CHANGE    pic S9(9).
01 WS-RATE-CHANGE     pic S9(7)v99.
01 WS-EDIT-COUNT      pic ZZZ,ZZZ,ZZ9.
01 WS-EDIT-COUNT-CHG  pic +++,+++,++9.
01 WS-EDIT-RATE       pic Z(5)9.99.
01 WS-EDIT-RATE-CHG   pic +(5)9.99.

procedure division.
accept WS-ARG-LINE from command-line
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
if WS-ARG-LINE = spaces
   move WS-RUN-DATE(1:6) to WS-CARD-MONTH
else
   if WS-ARG-LINE is not numeric
      or WS-ARG-LINE(5:2) < '01' or WS-ARG-LINE(5:2) > '12'
      display 'DQCARD: SCORECARD MONTH PARM "' WS-ARG-LINE
         '" IS NOT YYYYMM'
      move 8 to return-code
      stop run
   end-if
   move WS-ARG-LINE to WS-CARD-MONTH
end-if
compute WS-MONTH-FIRST-DATE
   = function numval(WS-CARD-MONTH) * 100 + 1
compute WS-MONTH-NEXT-DATE = function date-of-integer(
   function integer-of-date(WS-MONTH-FIRST-DATE) + 31)
move 1 to WS-MN-DAY
compute WS-MONTH-LAST-DATE = function date-of-integer(
   function integer-of-date(WS-MONTH-NEXT-DATE) - 1)
move WS-MONTH-LAST-DATE to WS-MONTH-LAST-TEXT
compute WS-PRIOR-LAST-DATE = function date-of-integer(
   function integer-of-date(WS-MONTH-FIRST-DATE) - 1)
move WS-PL-YEAR-MONTH to WS-PRIOR-MONTH
compute WS-KEEP-FROM-DATE = WS-MONTH-FIRST-DATE - 10000
move WS-KEEP-FROM-DATE to WS-KEEP-FROM-TEXT

perform LOAD-SOURCE-REGISTRY
perform OPEN-SCORECARD-FILES

*> Every registered plant gets a section, quiet month or not -
*> a plant that sent nothing is itself worth a question.
perform varying WS-REG-IDX from 1 by 1
      until WS-REG-IDX > WS-REG-COUNT
   if RG-PLANT-CODE(WS-REG-IDX) not = spaces
      move RG-SOURCE-SYSTEM(WS-REG-IDX) to WS-KEY-SYSTEM
      move RG-PLANT-CODE(WS-REG-IDX) to WS-KEY-PLANT
      perform FIND-CARD-ROW
   end-if
end-perform

perform until WS-DQEVIN-EOF
   read EVENT-IN-FILE
      at end
         set WS-DQEVIN-EOF to true
      not at end
         add 1 to WS-EVENT-READ-COUNT
         perform PROCESS-EVENT
   end-read
end-perform

perform until WS-DISPIN-EOF
   read DISP-IN-FILE
      at end
         set WS-DISPIN-EOF to true
      not at end
         add 1 to WS-DISP-READ-COUNT
         perform PROCESS-DISPOSITION
   end-read
end-perform

perform SORT-CARD-TABLE
perform BUILD-TOTAL-ROW

move spaces to SCORECARD-RECORD
string 'SOURCE-SYSTEM DATA-QUALITY SCORECARD FOR MONTH '
       delimited by size
       WS-CARD-MONTH delimited by size
       ' COMPARED WITH ' delimited by size
       WS-PRIOR-MONTH delimited by size
       ' (RUN ' delimited by size
       WS-RUN-DATE delimited by size
       ')' delimited by size
       into SCORECARD-RECORD
write SCORECARD-RECORD

perform varying WS-ROW-IDX from 1 by 1
      until WS-ROW-IDX > WS-TOTAL-IDX
   perform WRITE-CARD-SECTION
end-perform

close EVENT-IN-FILE
close DISP-IN-FILE
close SCORECARD-FILE
close EVENT-KEEP-FILE

display 'DQCARD: EVENTS READ           : ' WS-EVENT-READ-COUNT
display 'DQCARD: IN THE TWO MONTHS     : ' WS-EVENT-USED-COUNT
display 'DQCARD: EVENTS KEPT           : ' WS-EVENT-KEPT-COUNT
display 'DQCARD: EVENTS SKIPPED        : ' WS-EVENT-BAD-COUNT
display 'DQCARD: DISPOSITIONS READ     : ' WS-DISP-READ-COUNT
display 'DQCARD: IN THE TWO MONTHS     : ' WS-DISP-USED-COUNT
display 'DQCARD: SOURCE ROWS REPORTED  : ' WS-ROW-COUNT
if WS-CARD-EVENT-COUNT = 0
   display 'DQCARD: NO QUALITY EVENTS FOR ' WS-CARD-MONTH
      ' - CHECK THE EVENT FILE'
   move 4 to return-code
end-if
goback.

OPEN-SCORECARD-FILES.
    open input EVENT-IN-FILE
    if WS-DQEVIN-STATUS not = '00'
       display 'DQCARD: UNABLE TO OPEN DQEVIN, STATUS='
          WS-DQEVIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open input DISP-IN-FILE
    if WS-DISPIN-STATUS not = '00'
       display 'DQCARD: UNABLE TO OPEN DISPIN, STATUS='
          WS-DISPIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open output SCORECARD-FILE
    if WS-DQRPT-STATUS not = '00'
       display 'DQCARD: UNABLE TO OPEN DQRPT, STATUS='
          WS-DQRPT-STATUS
       move 8 to return-code
       stop run
    end-if
    open output EVENT-KEEP-FILE
    if WS-DQKEEP-STATUS not = '00'
       display 'DQCARD: UNABLE TO OPEN DQKEEP, STATUS='
          WS-DQKEEP-STATUS
       move 8 to return-code
       stop run
    end-if.

LOAD-SOURCE-REGISTRY.
    open input SOURCE-REGISTRY-FILE
    if WS-SRCREG-STATUS not = '00'
       display 'DQCARD: UNABLE TO OPEN SRCREG, STATUS='
          WS-SRCREG-STATUS
       move 8 to return-code
       stop run
    end-if
    perform until WS-SRCREG-EOF
       read SOURCE-REGISTRY-FILE
          at end
             set WS-SRCREG-EOF to true
          not at end
             perform STORE-REGISTRY-ENTRY
       end-read
    end-perform
    close SOURCE-REGISTRY-FILE.

*> Of a source system's versions in effect by the end of the
*> statement month, the latest wins - the plant code it carried
*> then is the one its month is reported under.
STORE-REGISTRY-ENTRY.
    if SG-SOURCE-SYSTEM = spaces
       display 'DQCARD: SKIPPING INVALID SRCREG ROW: '
          SG-SOURCE-SYSTEM
    else
       if SG-EFF-DATE not = spaces
          and SG-EFF-DATE > WS-MONTH-LAST-TEXT
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
                move SG-PLANT-CODE
                   to RG-PLANT-CODE(WS-REG-FOUND-IDX)
                move SG-EFF-DATE to RG-EFF-DATE(WS-REG-FOUND-IDX)
             end-if
          when WS-REG-COUNT = 20
             display 'DQCARD: SRCREG HAS MORE THAN 20 SOURCE '
                'SYSTEMS - INCREASE THE REGISTRY TABLE AND RERUN'
             move 12 to return-code
             stop run
          when other
             add 1 to WS-REG-COUNT
             move SG-SOURCE-SYSTEM to RG-SOURCE-SYSTEM(WS-REG-COUNT)
             move SG-PLANT-CODE to RG-PLANT-CODE(WS-REG-COUNT)
             move SG-EFF-DATE to RG-EFF-DATE(WS-REG-COUNT)
          end-evaluate
       end-if
    end-if.

*> An event from the last year onward is kept; one from the
*> statement month or the month before it is also charged to its
*> row. An event that is not even dated cannot be charged or kept.
PROCESS-EVENT.
    if DQ-BUSINESS-DATE is not numeric
       add 1 to WS-EVENT-BAD-COUNT
       display 'DQCARD: SKIPPING EVENT WITH BAD BUSINESS DATE '
          DQ-BUSINESS-DATE ' FROM ' DQ-STEP-NAME
    else
       if DQ-BUSINESS-DATE >= WS-KEEP-FROM-TEXT
          move DATA-QUALITY-EVENT-RECORD to EVENT-KEEP-RECORD
          write EVENT-KEEP-RECORD
          add 1 to WS-EVENT-KEPT-COUNT
       end-if
       evaluate DQ-BUSINESS-DATE(1:6)
       when WS-CARD-MONTH
          move 1 to WS-MON-IDX
          add 1 to WS-CARD-EVENT-COUNT
       when WS-PRIOR-MONTH
          move 2 to WS-MON-IDX
       when other
          move 0 to WS-MON-IDX
       end-evaluate
       if WS-MON-IDX > 0
          perform CHARGE-EVENT
       end-if
    end-if.

CHARGE-EVENT.
    move DQ-SOURCE-SYSTEM to WS-KEY-SYSTEM
    move DQ-PLANT-CODE to WS-KEY-PLANT
    perform FIND-CARD-ROW
    if WS-FOUND-IDX > 0
       add 1 to WS-EVENT-USED-COUNT
       evaluate true
       when DQ-BATCH-RECEIVED
          add 1 to SC-BATCHES(WS-FOUND-IDX WS-MON-IDX)
          add DQ-RECORD-COUNT
             to SC-RECORDS(WS-FOUND-IDX WS-MON-IDX)
       when DQ-VOLUME-BREACH
          add 1 to SC-VOLUME-BREACHES(WS-FOUND-IDX WS-MON-IDX)
       when DQ-LATE-BATCH
          add 1 to SC-LATE-BATCHES(WS-FOUND-IDX WS-MON-IDX)
       when DQ-FAILED-BATCH
          add 1 to SC-FAILED-BATCHES(WS-FOUND-IDX WS-MON-IDX)
       when DQ-ACKNOWLEDGED
          add DQ-RECORD-COUNT
             to SC-ACKED(WS-FOUND-IDX WS-MON-IDX)
       when DQ-BOUNCED
          add DQ-RECORD-COUNT
             to SC-BOUNCED(WS-FOUND-IDX WS-MON-IDX)
       when other
          subtract 1 from WS-EVENT-USED-COUNT
          add 1 to WS-EVENT-BAD-COUNT
          display 'DQCARD: SKIPPING EVENT OF UNKNOWN TYPE '
             DQ-EVENT-TYPE ' FROM ' DQ-STEP-NAME
       end-evaluate
    end-if.

*> A reject counts in the month it was opened, under its reason;
*> the NAK entries are the platform's bounces, already counted
*> from the reconciliation's tallies. A corrected entry counts as
*> a repair in the month it was corrected, whatever its reason.
PROCESS-DISPOSITION.
    move spaces to WS-KEY-SYSTEM
    move ED-SOURCE-CODE to WS-KEY-PLANT
    evaluate ED-OPEN-DATE(1:6)
    when WS-CARD-MONTH
       move 1 to WS-MON-IDX
    when WS-PRIOR-MONTH
       move 2 to WS-MON-IDX
    when other
       move 0 to WS-MON-IDX
    end-evaluate
    evaluate ED-REASON-CODE
    when 'BAD1'
       move 1 to WS-REASON-IDX
    when 'BAD2'
       move 2 to WS-REASON-IDX
    when 'BAD3'
       move 3 to WS-REASON-IDX
    when 'BAD4'
       move 4 to WS-REASON-IDX
    when 'BAD5'
       move 5 to WS-REASON-IDX
    when other
       move 0 to WS-REASON-IDX
    end-evaluate
    if WS-MON-IDX > 0 and WS-REASON-IDX > 0
       perform FIND-CARD-ROW
       if WS-FOUND-IDX > 0
          add 1 to WS-DISP-USED-COUNT
          add 1 to SC-REJECTS(WS-FOUND-IDX WS-MON-IDX
             WS-REASON-IDX)
       end-if
    end-if
    if ED-STATUS = 'C'
       and ED-OPEN-DATE is numeric
       and ED-RESOLVE-DATE is numeric
       and ED-RESOLVE-DATE >= ED-OPEN-DATE
       evaluate ED-RESOLVE-DATE(1:6)
       when WS-CARD-MONTH
          move 1 to WS-MON-IDX
       when WS-PRIOR-MONTH
          move 2 to WS-MON-IDX
       when other
          move 0 to WS-MON-IDX
       end-evaluate
       if WS-MON-IDX > 0
          perform FIND-CARD-ROW
          if WS-FOUND-IDX > 0
             compute WS-OPEN-DAY-NUM = function integer-of-date(
                function numval(ED-OPEN-DATE))
             compute WS-RESOLVE-DAY-NUM = function integer-of-date(
                function numval(ED-RESOLVE-DATE))
             add 1 to SC-REPAIRS(WS-FOUND-IDX WS-MON-IDX)
             compute SC-REPAIR-DAYS(WS-FOUND-IDX WS-MON-IDX)
                = SC-REPAIR-DAYS(WS-FOUND-IDX WS-MON-IDX)
                + WS-RESOLVE-DAY-NUM - WS-OPEN-DAY-NUM
          end-if
       end-if
    end-if.

*> Finds (or opens) the row for WS-KEY-SYSTEM and WS-KEY-PLANT,
*> first filling in whichever half the caller did not know from
*> the registry. A plant code no registered system owns, or an
*> event naming neither, goes under UNKNOWN.
FIND-CARD-ROW.
    evaluate true
    when WS-KEY-SYSTEM = spaces and WS-KEY-PLANT not = spaces
       move 'UNKNOWN' to WS-KEY-SYSTEM
       perform varying WS-LOOKUP-IDX from 1 by 1
             until WS-LOOKUP-IDX > WS-REG-COUNT
          if RG-PLANT-CODE(WS-LOOKUP-IDX) = WS-KEY-PLANT
             move RG-SOURCE-SYSTEM(WS-LOOKUP-IDX) to WS-KEY-SYSTEM
          end-if
       end-perform
    when WS-KEY-SYSTEM not = spaces and WS-KEY-PLANT = spaces
       perform varying WS-LOOKUP-IDX from 1 by 1
             until WS-LOOKUP-IDX > WS-REG-COUNT
          if RG-SOURCE-SYSTEM(WS-LOOKUP-IDX) = WS-KEY-SYSTEM
             move RG-PLANT-CODE(WS-LOOKUP-IDX) to WS-KEY-PLANT
          end-if
       end-perform
    when WS-KEY-SYSTEM = spaces
       move 'UNKNOWN' to WS-KEY-SYSTEM
    end-evaluate
    move 0 to WS-FOUND-IDX
    perform varying WS-ROW-IDX from 1 by 1
          until WS-ROW-IDX > WS-ROW-COUNT
             or WS-FOUND-IDX > 0
       if SC-SOURCE-SYSTEM(WS-ROW-IDX) = WS-KEY-SYSTEM
          and SC-PLANT-CODE(WS-ROW-IDX) = WS-KEY-PLANT
          move WS-ROW-IDX to WS-FOUND-IDX
       end-if
    end-perform
    if WS-FOUND-IDX = 0
       if WS-ROW-COUNT = 40
          display 'DQCARD: MORE THAN 40 SOURCE ROWS - '
             WS-KEY-SYSTEM ' ' WS-KEY-PLANT ' DROPPED'
       else
          add 1 to WS-ROW-COUNT
          move WS-ROW-COUNT to WS-FOUND-IDX
          perform CLEAR-CARD-ROW
       end-if
    end-if.

CLEAR-CARD-ROW.
    move WS-KEY-SYSTEM to SC-SOURCE-SYSTEM(WS-FOUND-IDX)
    move WS-KEY-PLANT to SC-PLANT-CODE(WS-FOUND-IDX)
    perform varying WS-CLEAR-MON-IDX from 1 by 1
          until WS-CLEAR-MON-IDX > 2
       move 0 to SC-BATCHES(WS-FOUND-IDX WS-CLEAR-MON-IDX)
       move 0 to SC-RECORDS(WS-FOUND-IDX WS-CLEAR-MON-IDX)
       perform varying WS-CLEAR-REASON-IDX from 1 by 1
             until WS-CLEAR-REASON-IDX > 5
          move 0 to SC-REJECTS(WS-FOUND-IDX WS-CLEAR-MON-IDX
             WS-CLEAR-REASON-IDX)
       end-perform
       move 0 to SC-ACKED(WS-FOUND-IDX WS-CLEAR-MON-IDX)
       move 0 to SC-BOUNCED(WS-FOUND-IDX WS-CLEAR-MON-IDX)
       move 0 to SC-VOLUME-BREACHES(WS-FOUND-IDX WS-CLEAR-MON-IDX)
       move 0 to SC-LATE-BATCHES(WS-FOUND-IDX WS-CLEAR-MON-IDX)
       move 0 to SC-FAILED-BATCHES(WS-FOUND-IDX WS-CLEAR-MON-IDX)
       move 0 to SC-REPAIRS(WS-FOUND-IDX WS-CLEAR-MON-IDX)
       move 0 to SC-REPAIR-DAYS(WS-FOUND-IDX WS-CLEAR-MON-IDX)
    end-perform.

*> Plants in plant-code order, then the sources with no plant code
*> - the internal batches and anything unregistered - after them.
SORT-CARD-TABLE.
    perform varying WS-ROW-IDX from 1 by 1
          until WS-ROW-IDX >= WS-ROW-COUNT
       perform varying WS-ROW-IDX-2 from 1 by 1
             until WS-ROW-IDX-2 >= WS-ROW-COUNT
          perform BUILD-SORT-KEYS
          if WS-SORT-KEY-1 > WS-SORT-KEY-2
             move WS-CARD-ROW(WS-ROW-IDX-2) to WS-SWAP-ENTRY
             move WS-CARD-ROW(WS-ROW-IDX-2 + 1)
                to WS-CARD-ROW(WS-ROW-IDX-2)
             move WS-SWAP-ENTRY to WS-CARD-ROW(WS-ROW-IDX-2 + 1)
          end-if
       end-perform
    end-perform.

BUILD-SORT-KEYS.
    if SC-PLANT-CODE(WS-ROW-IDX-2) = spaces
       move '2' to WS-SORT-KEY-1(1:1)
    else
       move '1' to WS-SORT-KEY-1(1:1)
    end-if
    move SC-PLANT-CODE(WS-ROW-IDX-2) to WS-SORT-KEY-1(2:2)
    move SC-SOURCE-SYSTEM(WS-ROW-IDX-2) to WS-SORT-KEY-1(4:8)
    if SC-PLANT-CODE(WS-ROW-IDX-2 + 1) = spaces
       move '2' to WS-SORT-KEY-2(1:1)
    else
       move '1' to WS-SORT-KEY-2(1:1)
    end-if
    move SC-PLANT-CODE(WS-ROW-IDX-2 + 1) to WS-SORT-KEY-2(2:2)
    move SC-SOURCE-SYSTEM(WS-ROW-IDX-2 + 1) to WS-SORT-KEY-2(4:8).

*> The all-sources row sums every row above it.
BUILD-TOTAL-ROW.
    compute WS-TOTAL-IDX = WS-ROW-COUNT + 1
    move WS-TOTAL-IDX to WS-FOUND-IDX
    move 'ALL' to WS-KEY-SYSTEM
    move spaces to WS-KEY-PLANT
    perform CLEAR-CARD-ROW
    perform varying WS-ROW-IDX from 1 by 1
          until WS-ROW-IDX > WS-ROW-COUNT
       perform varying WS-MON-IDX from 1 by 1
             until WS-MON-IDX > 2
          perform ADD-ROW-TO-TOTAL
       end-perform
    end-perform.

ADD-ROW-TO-TOTAL.
    add SC-BATCHES(WS-ROW-IDX WS-MON-IDX)
       to SC-BATCHES(WS-TOTAL-IDX WS-MON-IDX)
    add SC-RECORDS(WS-ROW-IDX WS-MON-IDX)
       to SC-RECORDS(WS-TOTAL-IDX WS-MON-IDX)
    perform varying WS-REASON-IDX from 1 by 1
          until WS-REASON-IDX > 5
       add SC-REJECTS(WS-ROW-IDX WS-MON-IDX WS-REASON-IDX)
          to SC-REJECTS(WS-TOTAL-IDX WS-MON-IDX WS-REASON-IDX)
    end-perform
    add SC-ACKED(WS-ROW-IDX WS-MON-IDX)
       to SC-ACKED(WS-TOTAL-IDX WS-MON-IDX)
    add SC-BOUNCED(WS-ROW-IDX WS-MON-IDX)
       to SC-BOUNCED(WS-TOTAL-IDX WS-MON-IDX)
    add SC-VOLUME-BREACHES(WS-ROW-IDX WS-MON-IDX)
       to SC-VOLUME-BREACHES(WS-TOTAL-IDX WS-MON-IDX)
    add SC-LATE-BATCHES(WS-ROW-IDX WS-MON-IDX)
       to SC-LATE-BATCHES(WS-TOTAL-IDX WS-MON-IDX)
    add SC-FAILED-BATCHES(WS-ROW-IDX WS-MON-IDX)
       to SC-FAILED-BATCHES(WS-TOTAL-IDX WS-MON-IDX)
    add SC-REPAIRS(WS-ROW-IDX WS-MON-IDX)
       to SC-REPAIRS(WS-TOTAL-IDX WS-MON-IDX)
    add SC-REPAIR-DAYS(WS-ROW-IDX WS-MON-IDX)
       to SC-REPAIR-DAYS(WS-TOTAL-IDX WS-MON-IDX).

*> One section per row. Reject rates are over the records the
*> source sent in its batches; the NAK rate is over the items the
*> platform settled, acknowledged or bounced.
WRITE-CARD-SECTION.
    move spaces to SCORECARD-RECORD
    write SCORECARD-RECORD
    move spaces to SCORECARD-RECORD
    evaluate true
    when WS-ROW-IDX = WS-TOTAL-IDX
       move 'ALL SOURCE SYSTEMS' to SCORECARD-RECORD
    when SC-PLANT-CODE(WS-ROW-IDX) = spaces
       string 'SOURCE SYSTEM ' delimited by size
              SC-SOURCE-SYSTEM(WS-ROW-IDX) delimited by size
              '  NO PLANT CODE' delimited by size
              into SCORECARD-RECORD
    when other
       string 'SOURCE SYSTEM ' delimited by size
              SC-SOURCE-SYSTEM(WS-ROW-IDX) delimited by size
              '  PLANT CODE ' delimited by size
              SC-PLANT-CODE(WS-ROW-IDX) delimited by size
              into SCORECARD-RECORD
    end-evaluate
    write SCORECARD-RECORD
    move spaces to WS-MEASURE-LINE
    move 'MEASURE' to ML-LABEL
    move ' THIS MONTH' to ML-THIS
    move 'PRIOR MONTH' to ML-PRIOR
    move '     CHANGE' to ML-CHANGE
    move WS-MEASURE-LINE to SCORECARD-RECORD
    write SCORECARD-RECORD

    move 'BATCHES RECEIVED' to WS-LINE-LABEL
    move SC-BATCHES(WS-ROW-IDX 1) to WS-LINE-COUNT(1)
    move SC-BATCHES(WS-ROW-IDX 2) to WS-LINE-COUNT(2)
    perform WRITE-COUNT-LINE
    move 'RECORDS RECEIVED' to WS-LINE-LABEL
    move SC-RECORDS(WS-ROW-IDX 1) to WS-LINE-COUNT(1)
    move SC-RECORDS(WS-ROW-IDX 2) to WS-LINE-COUNT(2)
    perform WRITE-COUNT-LINE
    move 'REJECTS, ALL REASONS' to WS-LINE-LABEL
    compute WS-LINE-COUNT(1) = SC-REJECTS(WS-ROW-IDX 1 1)
       + SC-REJECTS(WS-ROW-IDX 1 2) + SC-REJECTS(WS-ROW-IDX 1 3)
       + SC-REJECTS(WS-ROW-IDX 1 4) + SC-REJECTS(WS-ROW-IDX 1 5)
    compute WS-LINE-COUNT(2) = SC-REJECTS(WS-ROW-IDX 2 1)
       + SC-REJECTS(WS-ROW-IDX 2 2) + SC-REJECTS(WS-ROW-IDX 2 3)
       + SC-REJECTS(WS-ROW-IDX 2 4) + SC-REJECTS(WS-ROW-IDX 2 5)
    perform WRITE-COUNT-LINE

    move 100 to WS-RATE-SCALE
    move '%' to WS-RATE-SUFFIX
    move SC-RECORDS(WS-ROW-IDX 1) to WS-RATE-DEN(1)
    move SC-RECORDS(WS-ROW-IDX 2) to WS-RATE-DEN(2)
    move 'REJECT RATE, ALL REASONS' to WS-LINE-LABEL
    move WS-LINE-COUNT(1) to WS-RATE-NUM(1)
    move WS-LINE-COUNT(2) to WS-RATE-NUM(2)
    perform WRITE-RATE-LINE
    move 'REJECT RATE BAD1 NON-NUMERIC WO' to WS-LINE-LABEL
    move 1 to WS-REASON-IDX
    perform WRITE-REASON-RATE-LINE
    move 'REJECT RATE BAD2 ZERO WO NUMBER' to WS-LINE-LABEL
    move 2 to WS-REASON-IDX
    perform WRITE-REASON-RATE-LINE
    move 'REJECT RATE BAD3 DUPLICATE WO' to WS-LINE-LABEL
    move 3 to WS-REASON-IDX
    perform WRITE-REASON-RATE-LINE
    move 'REJECT RATE BAD4 NO RULE SET' to WS-LINE-LABEL
    move 4 to WS-REASON-IDX
    perform WRITE-REASON-RATE-LINE
    move 'REJECT RATE BAD5 CANCELLED WO' to WS-LINE-LABEL
    move 5 to WS-REASON-IDX
    perform WRITE-REASON-RATE-LINE
    move 'DUPLICATE RATE (BAD3)' to WS-LINE-LABEL
    move 3 to WS-REASON-IDX
    perform WRITE-REASON-RATE-LINE

    move 'ITEMS ACKNOWLEDGED BY THE QUEUE' to WS-LINE-LABEL
    move SC-ACKED(WS-ROW-IDX 1) to WS-LINE-COUNT(1)
    move SC-ACKED(WS-ROW-IDX 2) to WS-LINE-COUNT(2)
    perform WRITE-COUNT-LINE
    move 'ITEMS BOUNCED BY THE QUEUE (NAK)' to WS-LINE-LABEL
    move SC-BOUNCED(WS-ROW-IDX 1) to WS-LINE-COUNT(1)
    move SC-BOUNCED(WS-ROW-IDX 2) to WS-LINE-COUNT(2)
    perform WRITE-COUNT-LINE
    move 'NAK RATE' to WS-LINE-LABEL
    move SC-BOUNCED(WS-ROW-IDX 1) to WS-RATE-NUM(1)
    move SC-BOUNCED(WS-ROW-IDX 2) to WS-RATE-NUM(2)
    compute WS-RATE-DEN(1)
       = SC-ACKED(WS-ROW-IDX 1) + SC-BOUNCED(WS-ROW-IDX 1)
    compute WS-RATE-DEN(2)
       = SC-ACKED(WS-ROW-IDX 2) + SC-BOUNCED(WS-ROW-IDX 2)
    perform WRITE-RATE-LINE

    move 'VOLUME-RANGE BREACHES' to WS-LINE-LABEL
    move SC-VOLUME-BREACHES(WS-ROW-IDX 1) to WS-LINE-COUNT(1)
    move SC-VOLUME-BREACHES(WS-ROW-IDX 2) to WS-LINE-COUNT(2)
    perform WRITE-COUNT-LINE
    move 'LATE BATCHES' to WS-LINE-LABEL
    move SC-LATE-BATCHES(WS-ROW-IDX 1) to WS-LINE-COUNT(1)
    move SC-LATE-BATCHES(WS-ROW-IDX 2) to WS-LINE-COUNT(2)
    perform WRITE-COUNT-LINE
    move 'FAILED BATCHES' to WS-LINE-LABEL
    move SC-FAILED-BATCHES(WS-ROW-IDX 1) to WS-LINE-COUNT(1)
    move SC-FAILED-BATCHES(WS-ROW-IDX 2) to WS-LINE-COUNT(2)
    perform WRITE-COUNT-LINE

    move 'REPAIRS COMPLETED' to WS-LINE-LABEL
    move SC-REPAIRS(WS-ROW-IDX 1) to WS-LINE-COUNT(1)
    move SC-REPAIRS(WS-ROW-IDX 2) to WS-LINE-COUNT(2)
    perform WRITE-COUNT-LINE
    move 1 to WS-RATE-SCALE
    move space to WS-RATE-SUFFIX
    move 'AVERAGE DAYS TO REPAIR' to WS-LINE-LABEL
    move SC-REPAIR-DAYS(WS-ROW-IDX 1) to WS-RATE-NUM(1)
    move SC-REPAIR-DAYS(WS-ROW-IDX 2) to WS-RATE-NUM(2)
    move SC-REPAIRS(WS-ROW-IDX 1) to WS-RATE-DEN(1)
    move SC-REPAIRS(WS-ROW-IDX 2) to WS-RATE-DEN(2)
    perform WRITE-RATE-LINE.

*> The reason's rejects over the records received - the
*> denominators are already set.
WRITE-REASON-RATE-LINE.
    move SC-REJECTS(WS-ROW-IDX 1 WS-REASON-IDX) to WS-RATE-NUM(1)
    move SC-REJECTS(WS-ROW-IDX 2 WS-REASON-IDX) to WS-RATE-NUM(2)
    perform WRITE-RATE-LINE.

WRITE-COUNT-LINE.
    move spaces to WS-MEASURE-LINE
    move WS-LINE-LABEL to ML-LABEL
    move WS-LINE-COUNT(1) to WS-EDIT-COUNT
    move WS-EDIT-COUNT to ML-THIS
    move WS-LINE-COUNT(2) to WS-EDIT-COUNT
    move WS-EDIT-COUNT to ML-PRIOR
    compute WS-COUNT-CHANGE = WS-LINE-COUNT(1) - WS-LINE-COUNT(2)
    move WS-COUNT-CHANGE to WS-EDIT-COUNT-CHG
    move WS-EDIT-COUNT-CHG to ML-CHANGE
    move WS-MEASURE-LINE to SCORECARD-RECORD
    write SCORECARD-RECORD.

*> A month with nothing to divide by prints N/A and the change is
*> left blank - a rate against nothing is not a zero rate.
WRITE-RATE-LINE.
    move spaces to WS-MEASURE-LINE
    move WS-LINE-LABEL to ML-LABEL
    if WS-RATE-DEN(1) = 0
       move '        N/A' to ML-THIS
    else
       compute WS-RATE-VALUE(1) rounded
          = WS-RATE-NUM(1) * WS-RATE-SCALE / WS-RATE-DEN(1)
       move WS-RATE-VALUE(1) to WS-EDIT-RATE
       string ' ' delimited by size
              WS-EDIT-RATE delimited by size
              WS-RATE-SUFFIX delimited by size
              into ML-THIS
    end-if
    if WS-RATE-DEN(2) = 0
       move '        N/A' to ML-PRIOR
    else
       compute WS-RATE-VALUE(2) rounded
          = WS-RATE-NUM(2) * WS-RATE-SCALE / WS-RATE-DEN(2)
       move WS-RATE-VALUE(2) to WS-EDIT-RATE
       string ' ' delimited by size
              WS-EDIT-RATE delimited by size
              WS-RATE-SUFFIX delimited by size
              into ML-PRIOR
    end-if
    if WS-RATE-DEN(1) > 0 and WS-RATE-DEN(2) > 0
       compute WS-RATE-CHANGE = WS-RATE-VALUE(1) - WS-RATE-VALUE(2)
       move WS-RATE-CHANGE to WS-EDIT-RATE-CHG
       string ' ' delimited by size
              WS-EDIT-RATE-CHG delimited by size
              WS-RATE-SUFFIX delimited by size
              into ML-CHANGE
    end-if
    move WS-MEASURE-LINE to SCORECARD-RECORD
    write SCORECARD-RECORD.
