identification division.
program-id. HistChk.
*> Retained-history continuity check. BALCHK proves one day's
*> outputs cross-foot; this proves the days add up to a complete
*> history. It reads every retained audit generation (AUDIN) and
*> every retained run-control generation (CTLIN), tables what it
*> finds per run date, and then walks the dates one by one against
*> the house business-day calendar (CALIN) and the run-status file
*> (RUNSTAT), writing HSTRPT with one line per finding:
*>   a business day with no generations at all (a missed roll),
*>   audit rows with no control generation, or a control
*>     generation whose day read records with no audit rows,
*>   a date rolled more than once (two control generations, or
*>     its audit rows met in more than one run of the group),
*>   audit rows that disagree with that date's RC-READ-COUNT,
*>   a control generation with no AUDROLL or CTLROLL posting.
*> The window runs from the later of the two groups' oldest dates
*> (or the PARM from-date, if later still) to the later of the
*> newest date on file and the business day before the run date,
*> so a roll missed last night shows up too. Any finding ends the
*> run with return code 8, so the month-end statement is not cut
*> from broken history.
environment division.
input-output section.
file-control.
    select AUDIT-LOG-FILE assign to "AUDIN"
        organization is line sequential
        file status is WS-AUDIN-STATUS.
    select RUN-CONTROL-FILE assign to "CTLIN"
        organization is line sequential
        file status is WS-CTLIN-STATUS.
    select HISTORY-REPORT-FILE assign to "HSTRPT"
        organization is line sequential
        file status is WS-HSTRPT-STATUS.
    select RUN-STATUS-FILE assign to "RUNSTAT"
        organization is indexed
        access is random
        record key is ST-STATUS-KEY
        file status is WS-RUNSTAT-STATUS.
    select BUSINESS-CALENDAR-FILE assign to "CALIN"
        organization is line sequential
        file status is WS-CALIN-STATUS.
data division.
file section.
fd  AUDIT-LOG-FILE.
copy AUDTREC.
fd  RUN-CONTROL-FILE.
copy CTLREC.
fd  HISTORY-REPORT-FILE.
01 HISTORY-REPORT-RECORD pic X(132).
fd  RUN-STATUS-FILE.
copy RSTATREC.
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
working-storage section.
01 WS-AUDIN-STATUS    pic XX.
01 WS-CTLIN-STATUS    pic XX.
01 WS-HSTRPT-STATUS   pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-AUDIN-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIN-EOF      value 'Y'.
01 WS-CTLIN-EOF-SWITCH pic X value 'N'.
   88 WS-CTLIN-EOF      value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).

01 WS-ARG-LINE        pic X(8).

*> One row per run date met in either group. The audit side counts
*> the rows and the separate runs of the date in the concatenated
*> group - a generation rolled twice for one date is a second run
*> of it whenever another date's rows lie between. The control
*> side counts the generations and keeps the first one's read
*> count.
01 WS-DATE-COUNT      pic 9(3) value 0.
01 WS-DATE-TABLE-AREA.
   05 WS-DATE-ENTRY occurs 400 times.
      10 DT-RUN-DATE      pic X(8).
      10 DT-AUDIT-ROWS    pic 9(9).
      10 DT-AUDIT-RUNS    pic 9(3).
      10 DT-CTL-GENS      pic 9(3).
      10 DT-READ-COUNT    pic 9(7).
      10 DT-READ-DIFFERS  pic X(1).
01 WS-SWAP-ENTRY      pic X(31).
01 WS-DATE-IDX        pic 9(3).
01 WS-DATE-IDX-2      pic 9(3).
01 WS-FOUND-IDX       pic 9(3).
01 WS-LOOKUP-DATE     pic X(8).
01 WS-PREV-AUDIT-DATE pic X(8) value spaces.
01 WS-AUDIT-IDX       pic 9(3) value 0.

01 WS-OLDEST-AUDIT    pic X(8) value spaces.
01 WS-OLDEST-CTL      pic X(8) value spaces.
01 WS-NEWEST-DATE     pic X(8) value spaces.
01 WS-WINDOW-FROM     pic X(8).
01 WS-WINDOW-TO       pic X(8).
01 WS-WALK-NUM        pic 9(7).
01 WS-WALK-END-NUM    pic 9(7).
01 WS-WALK-DATE-NUM   pic 9(8).
01 WS-WALK-DATE       pic X(8).
01 WS-DAY-KIND        pic X(3).
01 WS-AUDIT-MULTIPLE  pic 9(5).
01 WS-AUDIT-LEFTOVER  pic 9(7).

01 WS-CHECK-COUNTERS.
   05 WS-AUDIT-READ-COUNT   pic 9(9) value 0.
   05 WS-CTL-READ-COUNT     pic 9(5) value 0.
   05 WS-BAD-DATE-COUNT     pic 9(7) value 0.
   05 WS-DATES-CHECKED      pic 9(5) value 0.
   05 WS-BUSINESS-CHECKED   pic 9(5) value 0.
   05 WS-MISSING-COUNT      pic 9(5) value 0.
   05 WS-DUPLICATE-COUNT    pic 9(5) value 0.
   05 WS-MISMATCH-COUNT     pic 9(5) value 0.
   05 WS-POSTING-COUNT      pic 9(5) value 0.
   05 WS-FINDING-COUNT      pic 9(5) value 0.

01 WS-FINDING-LINE.
   05 WS-FL-RUN-DATE    pic X(8).
   05 FILLER            pic X(2) value spaces.
   05 WS-FL-DAY-KIND    pic X(3).
   05 FILLER            pic X(2) value spaces.
   05 WS-FL-CTL-GENS    pic ZZ9.
   05 FILLER            pic X(2) value spaces.
   05 WS-FL-AUDIT-ROWS  pic ZZZZZZZZ9.
   05 FILLER            pic X(2) value spaces.
   05 WS-FL-READ-COUNT  pic ZZZZZZ9.
   05 FILLER            pic X(2) value spaces.
   05 WS-FL-FINDING     pic X(60).

01 WS-FINDING-TEXT    pic X(60).
01 WS-DUPLICATE-SWITCH pic X.
   88 WS-DATE-DUPLICATED value 'Y'.

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

procedure division.
accept WS-ARG-LINE from command-line
if WS-ARG-LINE not = spaces and WS-ARG-LINE is not numeric
   display 'HISTCHK: FROM-DATE PARM "' WS-ARG-LINE
      '" IS NOT A YYYYMMDD DATE'
   move 8 to return-code
   stop run
end-if
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE

perform LOAD-BUSINESS-CALENDAR
perform OPEN-HISTORY-FILES

perform until WS-AUDIN-EOF
   read AUDIT-LOG-FILE
      at end
         set WS-AUDIN-EOF to true
      not at end
         add 1 to WS-AUDIT-READ-COUNT
         perform TALLY-AUDIT-ROW
   end-read
end-perform
close AUDIT-LOG-FILE

perform until WS-CTLIN-EOF
   read RUN-CONTROL-FILE
      at end
         set WS-CTLIN-EOF to true
      not at end
         add 1 to WS-CTL-READ-COUNT
         perform TALLY-CONTROL-GENERATION
   end-read
end-perform
close RUN-CONTROL-FILE

perform SORT-DATE-TABLE
perform SET-CHECK-WINDOW
perform WRITE-REPORT-HEADINGS

*> Every calendar date in the window is visited - a business day
*> must have its generations, and any date that has generations,
*> business day or not, must hang together.
compute WS-WALK-NUM = function integer-of-date(
   function numval(WS-WINDOW-FROM))
compute WS-WALK-END-NUM = function integer-of-date(
   function numval(WS-WINDOW-TO))
perform until WS-WALK-NUM > WS-WALK-END-NUM
   compute WS-WALK-DATE-NUM = function date-of-integer(WS-WALK-NUM)
   move WS-WALK-DATE-NUM to WS-WALK-DATE
   perform CHECK-ONE-DATE
   add 1 to WS-WALK-NUM
end-perform

perform WRITE-REPORT-TOTALS
close HISTORY-REPORT-FILE
close RUN-STATUS-FILE

display 'HISTCHK: WINDOW                : ' WS-WINDOW-FROM
   ' TO ' WS-WINDOW-TO
display 'HISTCHK: AUDIT ROWS READ       : ' WS-AUDIT-READ-COUNT
display 'HISTCHK: CONTROL GENERATIONS   : ' WS-CTL-READ-COUNT
display 'HISTCHK: DATES CHECKED         : ' WS-DATES-CHECKED
display 'HISTCHK: MISSING DATES         : ' WS-MISSING-COUNT
display 'HISTCHK: DUPLICATED DATES      : ' WS-DUPLICATE-COUNT
display 'HISTCHK: COUNT DISAGREEMENTS   : ' WS-MISMATCH-COUNT
display 'HISTCHK: MISSING ROLL POSTINGS : ' WS-POSTING-COUNT
if WS-FINDING-COUNT > 0
   display 'HISTCHK: RETAINED HISTORY IS NOT CONTINUOUS - '
      'SEE HSTRPT BEFORE ANY STATEMENT IS CUT'
   move 8 to return-code
end-if
goback.

*> The run-status file is what proves each roll really happened,
*> so unlike the posting steps this check cannot go on without it.
OPEN-HISTORY-FILES.
    open input AUDIT-LOG-FILE
    if WS-AUDIN-STATUS not = '00'
       display 'HISTCHK: UNABLE TO OPEN AUDIN, STATUS='
          WS-AUDIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open input RUN-CONTROL-FILE
    if WS-CTLIN-STATUS not = '00'
       display 'HISTCHK: UNABLE TO OPEN CTLIN, STATUS='
          WS-CTLIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open input RUN-STATUS-FILE
    if WS-RUNSTAT-STATUS not = '00'
       display 'HISTCHK: UNABLE TO OPEN RUNSTAT, STATUS='
          WS-RUNSTAT-STATUS
       move 8 to return-code
       stop run
    end-if
    open output HISTORY-REPORT-FILE
    if WS-HSTRPT-STATUS not = '00'
       display 'HISTCHK: UNABLE TO OPEN HSTRPT, STATUS='
          WS-HSTRPT-STATUS
       move 8 to return-code
       stop run
    end-if.

*> The date is looked up only when it changes from the row before,
*> which is also the point at which a new run of it begins.
TALLY-AUDIT-ROW.
    if AL-RUN-DATE is not numeric
       add 1 to WS-BAD-DATE-COUNT
    else
       if AL-RUN-DATE not = WS-PREV-AUDIT-DATE
          move AL-RUN-DATE to WS-LOOKUP-DATE
          perform FIND-DATE-ENTRY
          move WS-FOUND-IDX to WS-AUDIT-IDX
          add 1 to DT-AUDIT-RUNS(WS-AUDIT-IDX)
          move AL-RUN-DATE to WS-PREV-AUDIT-DATE
          if WS-OLDEST-AUDIT = spaces
             or AL-RUN-DATE < WS-OLDEST-AUDIT
             move AL-RUN-DATE to WS-OLDEST-AUDIT
          end-if
       end-if
       add 1 to DT-AUDIT-ROWS(WS-AUDIT-IDX)
    end-if.

TALLY-CONTROL-GENERATION.
    if RC-RUN-DATE is not numeric
       add 1 to WS-BAD-DATE-COUNT
       display 'HISTCHK: CONTROL GENERATION WITH BAD RUN DATE "'
          RC-RUN-DATE '" PASSED OVER'
    else
       move RC-RUN-DATE to WS-LOOKUP-DATE
       perform FIND-DATE-ENTRY
       add 1 to DT-CTL-GENS(WS-FOUND-IDX)
       if DT-CTL-GENS(WS-FOUND-IDX) = 1
          move RC-READ-COUNT to DT-READ-COUNT(WS-FOUND-IDX)
       else
          if RC-READ-COUNT not = DT-READ-COUNT(WS-FOUND-IDX)
             move 'Y' to DT-READ-DIFFERS(WS-FOUND-IDX)
          end-if
       end-if
       if WS-OLDEST-CTL = spaces or RC-RUN-DATE < WS-OLDEST-CTL
          move RC-RUN-DATE to WS-OLDEST-CTL
       end-if
    end-if.

*> Finds WS-LOOKUP-DATE's row, adding it if this is the first time
*> the date has been met.
FIND-DATE-ENTRY.
    move 0 to WS-FOUND-IDX
    perform varying WS-DATE-IDX from 1 by 1
          until WS-DATE-IDX > WS-DATE-COUNT
             or WS-FOUND-IDX > 0
       if DT-RUN-DATE(WS-DATE-IDX) = WS-LOOKUP-DATE
          move WS-DATE-IDX to WS-FOUND-IDX
       end-if
    end-perform
    if WS-FOUND-IDX = 0
       if WS-DATE-COUNT = 400
          display 'HISTCHK: MORE THAN 400 RUN DATES IN THE RETAINED '
             'HISTORY - INCREASE THE DATE TABLE AND RERUN'
          move 12 to return-code
          stop run
       end-if
       add 1 to WS-DATE-COUNT
       move WS-DATE-COUNT to WS-FOUND-IDX
       move WS-LOOKUP-DATE to DT-RUN-DATE(WS-FOUND-IDX)
       move 0 to DT-AUDIT-ROWS(WS-FOUND-IDX)
       move 0 to DT-AUDIT-RUNS(WS-FOUND-IDX)
       move 0 to DT-CTL-GENS(WS-FOUND-IDX)
       move 0 to DT-READ-COUNT(WS-FOUND-IDX)
       move 'N' to DT-READ-DIFFERS(WS-FOUND-IDX)
    end-if.

*> Straight exchange sort on run date - the table is at most 400
*> rows.
SORT-DATE-TABLE.
    perform varying WS-DATE-IDX from 1 by 1
          until WS-DATE-IDX >= WS-DATE-COUNT
       perform varying WS-DATE-IDX-2 from 1 by 1
             until WS-DATE-IDX-2 >= WS-DATE-COUNT
          if DT-RUN-DATE(WS-DATE-IDX-2)
                > DT-RUN-DATE(WS-DATE-IDX-2 + 1)
             move WS-DATE-ENTRY(WS-DATE-IDX-2) to WS-SWAP-ENTRY
             move WS-DATE-ENTRY(WS-DATE-IDX-2 + 1)
                to WS-DATE-ENTRY(WS-DATE-IDX-2)
             move WS-SWAP-ENTRY to WS-DATE-ENTRY(WS-DATE-IDX-2 + 1)
          end-if
       end-perform
    end-perform
    if WS-DATE-COUNT > 0
       move DT-RUN-DATE(WS-DATE-COUNT) to WS-NEWEST-DATE
    end-if.

*> The two groups age off independently, so before the later of
*> their two oldest dates one of them has simply been scratched -
*> that tail is not a gap.
SET-CHECK-WINDOW.
    move spaces to WS-CAL-PLANT
    move WS-RUN-DATE to WS-CAL-FROM-DATE
    move 1 to WS-CAL-DAYS
    perform STEP-BACK-BUSINESS-DAYS
    move WS-CAL-RESULT-DATE to WS-WINDOW-TO
    if WS-NEWEST-DATE not = spaces and WS-NEWEST-DATE > WS-WINDOW-TO
       move WS-NEWEST-DATE to WS-WINDOW-TO
    end-if

    evaluate true
    when WS-OLDEST-AUDIT = spaces and WS-OLDEST-CTL = spaces
       move WS-WINDOW-TO to WS-WINDOW-FROM
    when WS-OLDEST-AUDIT = spaces
       move WS-OLDEST-CTL to WS-WINDOW-FROM
    when WS-OLDEST-CTL = spaces
       move WS-OLDEST-AUDIT to WS-WINDOW-FROM
    when WS-OLDEST-AUDIT > WS-OLDEST-CTL
       move WS-OLDEST-AUDIT to WS-WINDOW-FROM
    when other
       move WS-OLDEST-CTL to WS-WINDOW-FROM
    end-evaluate
    if WS-ARG-LINE not = spaces and WS-ARG-LINE > WS-WINDOW-FROM
       move WS-ARG-LINE to WS-WINDOW-FROM
    end-if
    if WS-WINDOW-FROM > WS-WINDOW-TO
       move WS-WINDOW-TO to WS-WINDOW-FROM
    end-if.

WRITE-REPORT-HEADINGS.
    move spaces to HISTORY-REPORT-RECORD
    string 'RETAINED HISTORY CONTINUITY CHECK - RUN DATE '
              delimited by size
           WS-RUN-DATE delimited by size
           ' - DATES ' delimited by size
           WS-WINDOW-FROM delimited by size
           ' TO ' delimited by size
           WS-WINDOW-TO delimited by size
           into HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD
    move spaces to HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD
    move 'RUN DATE  DAY  CTL  AUDIT ROWS  READ CNT  FINDING'
       to HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD.

CHECK-ONE-DATE.
    add 1 to WS-DATES-CHECKED
    move spaces to WS-CAL-PLANT
    move WS-WALK-DATE to WS-CAL-TEST-DATE
    perform CHECK-BUSINESS-DAY
    if WS-BUSINESS-DAY
       add 1 to WS-BUSINESS-CHECKED
       move 'BUS' to WS-DAY-KIND
    else
       move 'OFF' to WS-DAY-KIND
    end-if

    move 0 to WS-FOUND-IDX
    perform varying WS-DATE-IDX from 1 by 1
          until WS-DATE-IDX > WS-DATE-COUNT
             or WS-FOUND-IDX > 0
       if DT-RUN-DATE(WS-DATE-IDX) = WS-WALK-DATE
          move WS-DATE-IDX to WS-FOUND-IDX
       end-if
    end-perform

    if WS-FOUND-IDX = 0
       if WS-BUSINESS-DAY
          add 1 to WS-MISSING-COUNT
          move 'MISSING - NO AUDIT OR CONTROL GENERATION'
             to WS-FINDING-TEXT
          perform WRITE-FINDING
       end-if
    else
       perform CHECK-DATE-ENTRY
    end-if.

CHECK-DATE-ENTRY.
    *> One side of the day's roll without the other.
    if DT-CTL-GENS(WS-FOUND-IDX) = 0
       add 1 to WS-MISSING-COUNT
       move 'MISSING - AUDIT ROWS BUT NO CONTROL GENERATION'
          to WS-FINDING-TEXT
       perform WRITE-FINDING
    end-if
    if DT-CTL-GENS(WS-FOUND-IDX) > 0
       and DT-AUDIT-ROWS(WS-FOUND-IDX) = 0
       and DT-READ-COUNT(WS-FOUND-IDX) > 0
       add 1 to WS-MISSING-COUNT
       move 'MISSING - NO AUDIT ROWS FOR A DAY THAT READ RECORDS'
          to WS-FINDING-TEXT
       perform WRITE-FINDING
    end-if

    *> The same date rolled more than once.
    move 'N' to WS-DUPLICATE-SWITCH
    if DT-CTL-GENS(WS-FOUND-IDX) > 1
       set WS-DATE-DUPLICATED to true
       move 'DUPLICATED - MORE THAN ONE CONTROL GENERATION'
          to WS-FINDING-TEXT
       perform WRITE-FINDING
       if DT-READ-DIFFERS(WS-FOUND-IDX) = 'Y'
          move 'DUPLICATED - THE CONTROL GENERATIONS DISAGREE'
             to WS-FINDING-TEXT
          perform WRITE-FINDING
       end-if
    end-if
    if DT-AUDIT-RUNS(WS-FOUND-IDX) > 1
       set WS-DATE-DUPLICATED to true
       move 'DUPLICATED - AUDIT ROWS IN MORE THAN ONE GENERATION'
          to WS-FINDING-TEXT
       perform WRITE-FINDING
    end-if
    if WS-DATE-DUPLICATED
       add 1 to WS-DUPLICATE-COUNT
    end-if

    *> Every record read is audited, rejects included, so the
    *> day's audit rows must equal its read count. A whole multiple
    *> of it is the mark of an audit generation rolled again.
    if DT-CTL-GENS(WS-FOUND-IDX) > 0
       and DT-AUDIT-ROWS(WS-FOUND-IDX) > 0
       and DT-AUDIT-ROWS(WS-FOUND-IDX)
          not = DT-READ-COUNT(WS-FOUND-IDX)
       add 1 to WS-MISMATCH-COUNT
       move 0 to WS-AUDIT-LEFTOVER
       if DT-READ-COUNT(WS-FOUND-IDX) > 0
          divide DT-AUDIT-ROWS(WS-FOUND-IDX)
             by DT-READ-COUNT(WS-FOUND-IDX)
             giving WS-AUDIT-MULTIPLE
             remainder WS-AUDIT-LEFTOVER
       end-if
       if DT-READ-COUNT(WS-FOUND-IDX) > 0
          and WS-AUDIT-LEFTOVER = 0
          move spaces to WS-FINDING-TEXT
          string 'AUDIT ROWS ARE ' delimited by size
                 WS-AUDIT-MULTIPLE delimited by size
                 ' X THE READ COUNT - AUDIT ROLLED AGAIN'
                    delimited by size
                 into WS-FINDING-TEXT
       else
          move 'AUDIT ROWS DISAGREE WITH THE READ COUNT'
             to WS-FINDING-TEXT
       end-if
       perform WRITE-FINDING
    end-if

    *> A control generation says the day ran; the roll postings say
    *> both rolls really completed.
    if DT-CTL-GENS(WS-FOUND-IDX) > 0
       move DT-RUN-DATE(WS-FOUND-IDX) to ST-BUSINESS-DATE
       move 'AUDROLL' to ST-STEP-NAME
       perform CHECK-ROLL-POSTING
       move DT-RUN-DATE(WS-FOUND-IDX) to ST-BUSINESS-DATE
       move 'CTLROLL' to ST-STEP-NAME
       perform CHECK-ROLL-POSTING
    end-if.

CHECK-ROLL-POSTING.
    read RUN-STATUS-FILE
       invalid key
          add 1 to WS-POSTING-COUNT
          move spaces to WS-FINDING-TEXT
          string 'NO ' delimited by size
                 ST-STEP-NAME delimited by space
                 ' POSTING ON THE RUN-STATUS FILE' delimited by size
                 into WS-FINDING-TEXT
          perform WRITE-FINDING
       not invalid key
          if ST-PHASE not = 'E'
             add 1 to WS-POSTING-COUNT
             move spaces to WS-FINDING-TEXT
             string ST-STEP-NAME delimited by space
                    ' POSTED BUT NEVER REACHED ITS END'
                       delimited by size
                    into WS-FINDING-TEXT
             perform WRITE-FINDING
          end-if
    end-read.

WRITE-FINDING.
    add 1 to WS-FINDING-COUNT
    move WS-WALK-DATE to WS-FL-RUN-DATE
    move WS-DAY-KIND to WS-FL-DAY-KIND
    if WS-FOUND-IDX > 0
       move DT-CTL-GENS(WS-FOUND-IDX) to WS-FL-CTL-GENS
       move DT-AUDIT-ROWS(WS-FOUND-IDX) to WS-FL-AUDIT-ROWS
       move DT-READ-COUNT(WS-FOUND-IDX) to WS-FL-READ-COUNT
    else
       move 0 to WS-FL-CTL-GENS
       move 0 to WS-FL-AUDIT-ROWS
       move 0 to WS-FL-READ-COUNT
    end-if
    move WS-FINDING-TEXT to WS-FL-FINDING
    move WS-FINDING-LINE to HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD.

WRITE-REPORT-TOTALS.
    if WS-FINDING-COUNT = 0
       move 'NO FINDINGS - THE RETAINED HISTORY IS CONTINUOUS'
          to HISTORY-REPORT-RECORD
       write HISTORY-REPORT-RECORD
    end-if
    move spaces to HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD
    move spaces to HISTORY-REPORT-RECORD
    string 'DATES CHECKED                 : ' delimited by size
           WS-DATES-CHECKED delimited by size
           '  (BUSINESS DAYS ' delimited by size
           WS-BUSINESS-CHECKED delimited by size
           ')' delimited by size
           into HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD
    move spaces to HISTORY-REPORT-RECORD
    string 'MISSING DATES                 : ' delimited by size
           WS-MISSING-COUNT delimited by size
           into HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD
    move spaces to HISTORY-REPORT-RECORD
    string 'DUPLICATED DATES              : ' delimited by size
           WS-DUPLICATE-COUNT delimited by size
           into HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD
    move spaces to HISTORY-REPORT-RECORD
    string 'AUDIT / READ COUNT DISAGREE   : ' delimited by size
           WS-MISMATCH-COUNT delimited by size
           into HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD
    move spaces to HISTORY-REPORT-RECORD
    string 'ROLL POSTINGS MISSING         : ' delimited by size
           WS-POSTING-COUNT delimited by size
           into HISTORY-REPORT-RECORD
    write HISTORY-REPORT-RECORD
    *> A row whose date cannot be read is damaged history too.
    if WS-BAD-DATE-COUNT > 0
       add 1 to WS-FINDING-COUNT
       move spaces to HISTORY-REPORT-RECORD
       string 'ROWS WITH AN UNREADABLE DATE  : ' delimited by size
              WS-BAD-DATE-COUNT delimited by size
              into HISTORY-REPORT-RECORD
       write HISTORY-REPORT-RECORD
    end-if.

*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'HISTCHK: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'HISTCHK: UNABLE TO OPEN CALIN, STATUS='
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
       display 'HISTCHK: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'HISTCHK: CALIN HAS MORE THAN 1000 ROWS - '
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
