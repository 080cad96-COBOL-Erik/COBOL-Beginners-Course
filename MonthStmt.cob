*> names the statement month as YYYYMM, blank for the month the
*> job runs in. One statement section prints per rule-set/plant
*> code on STMTOUT: records classified, excepted and extracted by
*> business day on the plant's calendar (CALIN), with month
*> totals - the figures finance bills the plants on, taken off the
*> system of record instead of a spreadsheet.
environment division.
input-output section.
file-control.
    select STATEMENT-FILE assign to "STMTOUT"
        organization is line sequential
        file status is WS-STMTOUT-STATUS.
    select BUSINESS-CALENDAR-FILE assign to "CALIN"
        organization is line sequential
        file status is WS-CALIN-STATUS.
data division.
file section.
fd  CONTROL-IN-FILE.
copy CTLREC.
fd  STATEMENT-FILE.
01 STATEMENT-RECORD   pic X(132).
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
working-storage section.
01 WS-CTLIN-STATUS    pic XX.
01 WS-STMTOUT-STATUS  pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-CTLIN-EOF-SWITCH pic X value 'N'.
   88 WS-CTLIN-EOF      value 'Y'.

01 WS-ARG-LINE        pic X(6).
01 WS-STMT-MONTH      pic X(6).

*> Length of the statement month - the days from its first to the
*> first of the month after.
01 WS-MONTH-FIRST-DATE pic 9(8).
01 WS-MONTH-NEXT-DATE  pic 9(8).
01 WS-MONTH-NEXT-PARTS redefines WS-MONTH-NEXT-DATE.
   05 WS-MN-YEAR-MONTH  pic 9(6).
   05 WS-MN-DAY         pic 9(2).
01 WS-MONTH-LAST-DAY   pic 9(2).

*> One slot per rule set seen in the month's control records,
*> with the per-day figures alongside - day 1 through 31 indexed
*> by the day-of-month on each control record's run date. A date
   05 WS-MT-EXC        pic 9(7).
   05 WS-MT-XTR        pic 9(7).
   05 WS-MT-PROCESSED  pic 9(7).
   05 WS-MT-BUS-DAYS   pic 9(2).

01 WS-STMT-COUNTERS.
   05 WS-CTL-READ-COUNT   pic 9(5) value 0.
   05 FILLER           pic X(2) value spaces.
   05 FILLER           pic X(10) value 'EXTRACTED '.
   05 WS-DL-XTR        pic 9(7).
   05 FILLER           pic X(2) value spaces.
   05 WS-DL-FLAG       pic X(18).
   05 FILLER           pic X(47) value spaces.

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
01 WS-CAL-WEEKDAY     pic 9(1).
01 WS-CAL-PLANT-TYPE  pic X(1).
01 WS-CAL-HOUSE-TYPE  pic X(1).
01 WS-BUSINESS-DAY-SWITCH pic X.
   88 WS-BUSINESS-DAY   value 'B'.
01 WS-CALIN-EOF-SWITCH pic X value 'N'.
   88 WS-CALIN-EOF      value 'Y'.

procedure division.
accept WS-ARG-LINE from command-line
   move WS-RUN-DATE(1:6) to WS-STMT-MONTH
else
   if WS-ARG-LINE is not numeric
      or WS-ARG-LINE(5:2) < '01' or WS-ARG-LINE(5:2) > '12'
      display 'MOSTMT: STATEMENT MONTH PARM "' WS-ARG-LINE
         '" IS NOT YYYYMM'
      move 8 to return-code
   end-if
   move WS-ARG-LINE to WS-STMT-MONTH
end-if
compute WS-MONTH-FIRST-DATE
   = function numval(WS-STMT-MONTH) * 100 + 1
compute WS-MONTH-NEXT-DATE = function date-of-integer(
   function integer-of-date(WS-MONTH-FIRST-DATE) + 31)
move 1 to WS-MN-DAY
compute WS-MONTH-LAST-DAY
   = function integer-of-date(WS-MONTH-NEXT-DATE)
   - function integer-of-date(WS-MONTH-FIRST-DATE)

perform LOAD-BUSINESS-CALENDAR
move spaces to WS-CAL-PLANT
move WS-RUN-DATE to WS-CAL-TEST-DATE
perform CHECK-BUSINESS-DAY
if not WS-BUSINESS-DAY
   display 'MOSTMT: WARNING - RUN DATE ' WS-RUN-DATE
      ' IS NOT A SCHEDULED BUSINESS DAY'
end-if
perform OPEN-STATEMENT-FILES

perform until WS-CTLIN-EOF
          to MS-DAY-XTR(WS-FOUND-IDX WS-DAY-NUMBER)
    end-if.

*> A statement line appears for each business day of the month on
*> the plant's calendar (the rule-set code is the plant code),
*> with or without activity, and for any other day the set
*> actually processed - flagged, since the plant was not scheduled
*> to send that day - then the month total. Records processed is
*> classified plus excepted.
WRITE-SET-STATEMENT.
    move spaces to STATEMENT-RECORD
    write STATEMENT-RECORD
    move 0 to WS-MT-RECORDS
    move 0 to WS-MT-EXC
    move 0 to WS-MT-XTR
    move 0 to WS-MT-BUS-DAYS
    move MS-SET-CODE(WS-SET-IDX) to WS-CAL-PLANT
    perform varying WS-DAY-IDX from 1 by 1
          until WS-DAY-IDX > WS-MONTH-LAST-DAY
       move WS-STMT-MONTH to WS-CAL-TEST-DATE(1:6)
       move WS-DAY-IDX to WS-CAL-TEST-DATE(7:2)
       perform CHECK-BUSINESS-DAY
       if WS-BUSINESS-DAY
          add 1 to WS-MT-BUS-DAYS
       end-if
       if WS-BUSINESS-DAY
          or MS-DAY-RECORDS(WS-SET-IDX WS-DAY-IDX) > 0
          or MS-DAY-EXC(WS-SET-IDX WS-DAY-IDX) > 0
          or MS-DAY-XTR(WS-SET-IDX WS-DAY-IDX) > 0
          initialize WS-DAY-LINE
          move WS-DAY-IDX to WS-DL-DAY
          if not WS-BUSINESS-DAY
             move 'NOT A BUSINESS DAY' to WS-DL-FLAG
          end-if
          move MS-DAY-RECORDS(WS-SET-IDX WS-DAY-IDX)
             to WS-DL-RECORDS
          move MS-DAY-EXC(WS-SET-IDX WS-DAY-IDX) to WS-DL-EXC
           WS-MT-EXC delimited by size
           ' EXTRACTED ' delimited by size
           WS-MT-XTR delimited by size
           ' BUSINESS DAYS ' delimited by size
           WS-MT-BUS-DAYS delimited by size
           into STATEMENT-RECORD
    write STATEMENT-RECORD.

*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'MOSTMT: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'MOSTMT: UNABLE TO OPEN CALIN, STATUS='
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
       display 'MOSTMT: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'MOSTMT: CALIN HAS MORE THAN 1000 ROWS - '
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
