identification division.
program-id. TrendRpt.
*> Cross-day trend reporting over the retained daily audit trail.
*> Reads today's audit file (AUDIN) and, for the earlier dates in
*> the reporting window only, the keyed audit index (AUDIDX) by
*> its date path. Aggregates by run date, and writes a weekly
*> (last seven business days on the house calendar, CALIN) and
*> month-to-date report to TRENDOUT: per-divisor match counts by
*> day, exception rate by day, and day-over-day volume change. The
*> divisor table (PARMIN) supplies the labels to count under,
*> selected with the same effective-date rule the classifier uses.
environment division.
    select AUDIT-LOG-FILE assign to "AUDIN"
        organization is line sequential
        file status is WS-AUDIN-STATUS.
    select AUDIT-INDEX-FILE assign to "AUDIDX"
        organization is indexed
        access is dynamic
        record key is AX-INDEX-KEY
        alternate record key is AX-DATE-KEY
        file status is WS-AUDIDX-STATUS.
    select DIVISOR-PARM-FILE assign to "PARMIN"
        organization is line sequential
        file status is WS-PARMIN-STATUS.
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
fd  AUDIT-INDEX-FILE.
copy AUDXREC.
fd  DIVISOR-PARM-FILE.
copy PARMREC.
fd  TREND-REPORT-FILE.
01 TREND-REPORT-RECORD pic X(132).
fd  RUN-STATUS-FILE.
copy RSTATREC.
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
working-storage section.
01 WS-AUDIN-STATUS    pic XX.
01 WS-AUDIDX-STATUS   pic XX.
01 WS-PARMIN-STATUS   pic XX.
01 WS-TRENDOUT-STATUS pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-RUNSTAT-AVAIL-SWITCH pic X value 'N'.
   88 WS-RUNSTAT-AVAILABLE  value 'Y'.
01 WS-STEP-NAME       pic X(8) value 'TRENDRPT'.
01 WS-AUDIN-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIN-EOF      value 'Y'.
01 WS-AUDIDX-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIDX-EOF     value 'Y'.
01 WS-PARM-EOF-SWITCH pic X value 'N'.
   88 WS-PARM-EOF       value 'Y'.

   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).
01 WS-WEEK-START       pic X(8).
*> First date the window needs - the week start or the first of
*> the month, whichever is earlier.
01 WS-WINDOW-START     pic X(8).

*> Current divisor table - same latest-version-in-effect selection
*> as the classifier, plus each label's trimmed length so the
01 WS-DAY-IDX         pic 9(2).
01 WS-DAY-IDX-2       pic 9(2).
01 WS-DAY-FOUND-IDX   pic 9(2).
*> Slots filled from today's audit file - a date it supplied is
*> not taken again from the index, should a rerun find it rolled.
01 WS-AUDIN-DAY-COUNT pic 9(2) value 0.
01 WS-AUDIN-DATE-SWITCH pic X.
   88 WS-DATE-FROM-AUDIN value 'Y'.
01 WS-DAY-TABLE-AREA.
   05 WS-DAY-ENTRY occurs 62 times.
      10 TD-DATE         pic X(8).
   05 WS-DV-COUNT      pic 9(7).
   05 FILLER           pic X(99) value spaces.

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
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE

perform POST-STATUS-START
*> The weekly section is the last seven business days on the house
*> calendar - the run date and the six before it - so a holiday
*> week still shows a full week of trading.
perform LOAD-BUSINESS-CALENDAR
move spaces to WS-CAL-PLANT
move WS-RUN-DATE to WS-CAL-TEST-DATE
perform CHECK-BUSINESS-DAY
if not WS-BUSINESS-DAY
   display 'TRENDRPT: WARNING - RUN DATE ' WS-RUN-DATE
      ' IS NOT A SCHEDULED BUSINESS DAY'
end-if
move WS-RUN-DATE to WS-CAL-FROM-DATE
move 6 to WS-CAL-DAYS
perform STEP-BACK-BUSINESS-DAYS
move WS-CAL-RESULT-DATE to WS-WEEK-START
perform LOAD-DIVISOR-PARMS
perform OPEN-TREND-FILES
perform until WS-AUDIN-EOF
         perform TALLY-AUDIT-RECORD
   end-read
end-perform
move WS-DAY-COUNT to WS-AUDIN-DAY-COUNT
move WS-WEEK-START to WS-WINDOW-START
if WS-WEEK-START(1:6) = WS-RUN-DATE(1:6)
   move '01' to WS-WINDOW-START(7:2)
end-if
move WS-WINDOW-START to AX-DATE-RUN-DATE
move 0 to AX-DATE-SEQUENCE
start AUDIT-INDEX-FILE key is not less than AX-DATE-KEY
   invalid key
      set WS-AUDIDX-EOF to true
end-start
perform until WS-AUDIDX-EOF
   read AUDIT-INDEX-FILE next record
      at end
         set WS-AUDIDX-EOF to true
      not at end
         if AX-DATE-RUN-DATE > WS-RUN-DATE
            set WS-AUDIDX-EOF to true
         else
            move AX-AUDIT-IMAGE to AUDIT-LOG-RECORD
            perform CHECK-AUDIN-DATE
            if not WS-DATE-FROM-AUDIN
               add 1 to WS-AUDIT-READ-COUNT
               perform TALLY-AUDIT-RECORD
            end-if
         end-if
   end-read
end-perform
perform SORT-DAY-TABLE

move spaces to TREND-REPORT-RECORD
       into TREND-REPORT-RECORD
write TREND-REPORT-RECORD
move spaces to TREND-REPORT-RECORD
move 'WEEKLY (LAST 7 BUSINESS DAYS):' to TREND-REPORT-RECORD
write TREND-REPORT-RECORD
move 'W' to WS-SECTION-SWITCH
perform WRITE-TREND-SECTION
perform WRITE-TREND-SECTION

close AUDIT-LOG-FILE
close AUDIT-INDEX-FILE
close TREND-REPORT-FILE
display 'TRENDRPT: AUDIT RECORDS READ  : ' WS-AUDIT-READ-COUNT
display 'TRENDRPT: BUSINESS DATES SEEN : ' WS-DAY-COUNT
       move 8 to return-code
       stop run
    end-if
    open input AUDIT-INDEX-FILE
    if WS-AUDIDX-STATUS not = '00'
       display 'TRENDRPT: UNABLE TO OPEN AUDIDX, STATUS='
          WS-AUDIDX-STATUS
       move 8 to return-code
       stop run
    end-if
    open output TREND-REPORT-FILE
    if WS-TRENDOUT-STATUS not = '00'
       display 'TRENDRPT: UNABLE TO OPEN TRENDOUT, STATUS='
       end-evaluate
    end-if.

CHECK-AUDIN-DATE.
    move 'N' to WS-AUDIN-DATE-SWITCH
    perform varying WS-DAY-IDX from 1 by 1
          until WS-DAY-IDX > WS-AUDIN-DAY-COUNT
       if TD-DATE(WS-DAY-IDX) = AL-RUN-DATE
          move 'Y' to WS-AUDIN-DATE-SWITCH
       end-if
    end-perform.

*> Only dates inside the reporting window - the rolling week or the
*> run month - take a slot; the index is only read from the start
*> of the window, so nothing older is touched.
TALLY-AUDIT-RECORD.
    if AL-RUN-DATE is not numeric
       continue
    end-perform
    move TD-TOTAL(WS-DAY-IDX) to WS-PRIOR-TOTAL
    move 'Y' to WS-PRIOR-SWITCH.

*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'TRENDRPT: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'TRENDRPT: UNABLE TO OPEN CALIN, STATUS='
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
       display 'TRENDRPT: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'TRENDRPT: CALIN HAS MORE THAN 1000 ROWS - '
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
