identification division.
program-id. HoldAge.
*> Held-items aging report. Reads the held-items file (HELDIN) -
*> every work order an operator hold has stopped and the hold
*> maintenance job has not yet released - and writes HLDRPT: one
*> line per held work order with the business days it has been
*> held, counted on its plant's calendar (CALIN) from the day it
*> was stopped to the run date, then a summary of the held items
*> by kind of hold in age bands. Anything held longer than the
*> alert threshold on the PARM (business days) is flagged, so a
*> hold nobody has come back to does not sit there unseen.
environment division.
input-output section.
file-control.
    select HELD-IN-FILE assign to "HELDIN"
        organization is line sequential
        file status is WS-HELDIN-STATUS.
    select AGING-REPORT-FILE assign to "HLDRPT"
        organization is line sequential
        file status is WS-HLDRPT-STATUS.
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
fd  HELD-IN-FILE.
copy HELDREC.
fd  AGING-REPORT-FILE.
01 AGING-REPORT-RECORD pic X(132).
fd  RUN-STATUS-FILE.
copy RSTATREC.
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
working-storage section.
01 WS-HELDIN-STATUS   pic XX.
01 WS-HLDRPT-STATUS   pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-RUNSTAT-AVAIL-SWITCH pic X value 'N'.
   88 WS-RUNSTAT-AVAILABLE  value 'Y'.
01 WS-STEP-NAME       pic X(8) value 'HOLDAGE'.
01 WS-HELDIN-EOF-SWITCH pic X value 'N'.
   88 WS-HELDIN-EOF     value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).

01 WS-ARG-LINE        pic X(5).
01 WS-ALERT-DAYS      pic 9(5).

01 WS-HELD-READ-COUNT pic 9(7) value 0.
01 WS-OVER-ALERT-COUNT pic 9(7) value 0.
01 WS-OLDEST-DAYS     pic 9(5) value 0.
01 WS-AGE-DAYS        pic 9(5).

*> Age bands across, one row per kind of hold plus a total row -
*> 0-1, 2-5, 6-10 and over 10 business days.
01 WS-BAND-IDX        pic 9(1).
01 WS-KIND-IDX        pic 9(1).
01 WS-AGE-SUMMARY-AREA.
   05 WS-AGE-KIND occurs 4 times.
      10 AG-BAND-COUNT  pic 9(7) occurs 4 times.
      10 AG-KIND-TOTAL  pic 9(7).

01 WS-KIND-NAMES.
   05 FILLER          pic X(12) value 'WORK ORDER  '.
   05 FILLER          pic X(12) value 'SOURCE/PLANT'.
   05 FILLER          pic X(12) value 'RULE CLASS  '.
   05 FILLER          pic X(12) value 'ALL HOLDS   '.
01 WS-KIND-NAME-TABLE redefines WS-KIND-NAMES.
   05 WS-KIND-NAME    pic X(12) occurs 4 times.

01 WS-DETAIL-LINE.
   05 WS-DL-WO-NUMBER   pic 9(7).
   05 FILLER            pic X(2) value spaces.
   05 WS-DL-PLANT-CODE  pic X(2).
   05 FILLER            pic X(2) value spaces.
   05 WS-DL-HOLD-TYPE   pic X(1).
   05 FILLER            pic X(2) value spaces.
   05 WS-DL-SET-CODE    pic X(2).
   05 FILLER            pic X(1) value spaces.
   05 WS-DL-CLASS       pic X(20).
   05 FILLER            pic X(1) value spaces.
   05 WS-DL-EXPEDITE    pic X(7).
   05 FILLER            pic X(2) value spaces.
   05 WS-DL-HELD-DATE   pic X(8).
   05 FILLER            pic X(2) value spaces.
   05 WS-DL-AGE         pic ZZZZ9.
   05 FILLER            pic X(2) value spaces.
   05 WS-DL-ALERT       pic X(14).

01 WS-SUMMARY-LINE.
   05 WS-SL-KIND        pic X(12).
   05 FILLER            pic X(2) value spaces.
   05 WS-SL-BAND        pic ZZZZZZ9 occurs 4 times.
   05 FILLER            pic X(2) value spaces.
   05 WS-SL-TOTAL       pic ZZZZZZ9.

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
accept WS-ARG-LINE from command-line
if WS-ARG-LINE is not numeric
   display 'HOLDAGE: ALERT DAYS PARM "' WS-ARG-LINE
      '" IS NOT NUMERIC'
   move 8 to return-code
   stop run
end-if
move function numval(WS-ARG-LINE) to WS-ALERT-DAYS
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE

perform POST-STATUS-START
perform LOAD-BUSINESS-CALENDAR
perform OPEN-AGING-FILES
initialize WS-AGE-SUMMARY-AREA
perform WRITE-REPORT-HEADINGS

perform until WS-HELDIN-EOF
   read HELD-IN-FILE
      at end
         set WS-HELDIN-EOF to true
      not at end
         add 1 to WS-HELD-READ-COUNT
         perform AGE-HELD-ITEM
   end-read
end-perform

perform WRITE-AGE-SUMMARY
if WS-HELDIN-STATUS not = '35'
   close HELD-IN-FILE
end-if
close AGING-REPORT-FILE

display 'HOLDAGE: HELD ITEMS READ      : ' WS-HELD-READ-COUNT
display 'HOLDAGE: OVER ' WS-ALERT-DAYS ' BUSINESS DAYS : '
   WS-OVER-ALERT-COUNT
display 'HOLDAGE: OLDEST (BUSINESS DAYS): ' WS-OLDEST-DAYS
perform POST-STATUS-END
goback.

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
       display 'HOLDAGE: RUNSTAT UNAVAILABLE, STATUS='
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
    move WS-HELD-READ-COUNT to ST-IN-COUNT
    move WS-OVER-ALERT-COUNT to ST-OUT-COUNT.

*> Nothing has been held yet on the very first run (status 35) -
*> the report still prints, empty.
OPEN-AGING-FILES.
    open input HELD-IN-FILE
    if WS-HELDIN-STATUS = '35'
       set WS-HELDIN-EOF to true
    else
       if WS-HELDIN-STATUS not = '00'
          display 'HOLDAGE: UNABLE TO OPEN HELDIN, STATUS='
             WS-HELDIN-STATUS
          move 8 to return-code
          perform POST-STATUS-END
          stop run
       end-if
    end-if
    open output AGING-REPORT-FILE
    if WS-HLDRPT-STATUS not = '00'
       display 'HOLDAGE: UNABLE TO OPEN HLDRPT, STATUS='
          WS-HLDRPT-STATUS
       move 8 to return-code
       perform POST-STATUS-END
       stop run
    end-if.

WRITE-REPORT-HEADINGS.
    move spaces to AGING-REPORT-RECORD
    string 'HELD WORK ORDERS FOR RUN DATE ' delimited by size
           WS-RUN-DATE delimited by size
           ' - AGE IN BUSINESS DAYS ON THE PLANT CALENDAR, ALERT AT '
              delimited by size
           WS-ALERT-DAYS delimited by size
           into AGING-REPORT-RECORD
    write AGING-REPORT-RECORD
    move spaces to AGING-REPORT-RECORD
    write AGING-REPORT-RECORD
    move 'WO-NO    PL  T  ST CLASS                EXPRESS  HELD-ON'
       to AGING-REPORT-RECORD
    move '  AGE' to AGING-REPORT-RECORD(60:5)
    write AGING-REPORT-RECORD.

AGE-HELD-ITEM.
    move HL-SOURCE-CODE to WS-CAL-PLANT
    move HL-HELD-DATE to WS-CAL-FROM-DATE
    move WS-RUN-DATE to WS-CAL-TO-DATE
    perform COUNT-BUSINESS-DAYS
    move WS-CAL-STEPPED to WS-AGE-DAYS
    if WS-AGE-DAYS > WS-OLDEST-DAYS
       move WS-AGE-DAYS to WS-OLDEST-DAYS
    end-if

    evaluate HL-HOLD-TYPE
    when 'W'
       move 1 to WS-KIND-IDX
    when 'S'
       move 2 to WS-KIND-IDX
    when other
       move 3 to WS-KIND-IDX
    end-evaluate
    evaluate true
    when WS-AGE-DAYS <= 1
       move 1 to WS-BAND-IDX
    when WS-AGE-DAYS <= 5
       move 2 to WS-BAND-IDX
    when WS-AGE-DAYS <= 10
       move 3 to WS-BAND-IDX
    when other
       move 4 to WS-BAND-IDX
    end-evaluate
    add 1 to AG-BAND-COUNT(WS-KIND-IDX, WS-BAND-IDX)
    add 1 to AG-KIND-TOTAL(WS-KIND-IDX)
    add 1 to AG-BAND-COUNT(4, WS-BAND-IDX)
    add 1 to AG-KIND-TOTAL(4)

    move HL-WO-NUMBER to WS-DL-WO-NUMBER
    move HL-SOURCE-CODE to WS-DL-PLANT-CODE
    move HL-HOLD-TYPE to WS-DL-HOLD-TYPE
    move HL-SET-CODE to WS-DL-SET-CODE
    move HL-CLASS-CODE to WS-DL-CLASS
    if HL-EXPEDITE-FLAG = 'E'
       move 'EXPRESS' to WS-DL-EXPEDITE
    else
       move spaces to WS-DL-EXPEDITE
    end-if
    move HL-HELD-DATE to WS-DL-HELD-DATE
    move WS-AGE-DAYS to WS-DL-AGE
    if WS-AGE-DAYS > WS-ALERT-DAYS
       add 1 to WS-OVER-ALERT-COUNT
       move '** OVER ALERT' to WS-DL-ALERT
    else
       move spaces to WS-DL-ALERT
    end-if
    move WS-DETAIL-LINE to AGING-REPORT-RECORD
    write AGING-REPORT-RECORD.

WRITE-AGE-SUMMARY.
    move spaces to AGING-REPORT-RECORD
    write AGING-REPORT-RECORD
    move 'HELD ITEMS BY KIND OF HOLD AND AGE (BUSINESS DAYS):'
       to AGING-REPORT-RECORD
    write AGING-REPORT-RECORD
    move 'HOLD KIND         0-1    2-5   6-10    >10    TOTAL'
       to AGING-REPORT-RECORD
    write AGING-REPORT-RECORD
    perform varying WS-KIND-IDX from 1 by 1
          until WS-KIND-IDX > 4
       move WS-KIND-NAME(WS-KIND-IDX) to WS-SL-KIND
       perform varying WS-BAND-IDX from 1 by 1
             until WS-BAND-IDX > 4
          move AG-BAND-COUNT(WS-KIND-IDX, WS-BAND-IDX)
             to WS-SL-BAND(WS-BAND-IDX)
       end-perform
       move AG-KIND-TOTAL(WS-KIND-IDX) to WS-SL-TOTAL
       move WS-SUMMARY-LINE to AGING-REPORT-RECORD
       write AGING-REPORT-RECORD
    end-perform
    move spaces to AGING-REPORT-RECORD
    write AGING-REPORT-RECORD
    move spaces to AGING-REPORT-RECORD
    string 'OVER THE ALERT THRESHOLD      : ' delimited by size
           WS-OVER-ALERT-COUNT delimited by size
           into AGING-REPORT-RECORD
    write AGING-REPORT-RECORD
    move spaces to AGING-REPORT-RECORD
    string 'OLDEST HOLD (BUSINESS DAYS)   : ' delimited by size
           WS-OLDEST-DAYS delimited by size
           into AGING-REPORT-RECORD
    write AGING-REPORT-RECORD.

*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'HOLDAGE: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'HOLDAGE: UNABLE TO OPEN CALIN, STATUS='
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
       display 'HOLDAGE: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'HOLDAGE: CALIN HAS MORE THAN 1000 ROWS - '
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
