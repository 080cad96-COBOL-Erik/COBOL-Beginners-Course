program-id. WoArch.
*> Work-order master archive and purge. Sweeps the WOMAST KSDS and
*> moves finished records older than the retention threshold (the
*> retention in business days on the house calendar, CALIN, rides
*> in on the PARM) out to a sequential archive
*> generation (ARCHOUT), leaving the active population small for
*> the nightly keyed reads. Finished means acknowledged (status A),
*> or rejected by us (status J) or bounced by the downstream queue
*> (status N) with no repair still open for the number on the
*> disposition file (DISPIN) - an item awaiting the
*> correct-or-write-off decision stays put. Records still moving
*> through the stream (R, C, X) or waiting on an operator release
*> (H) stay regardless of age, and so does a work order the plant
*> cancelled (V): the voided row is what stops a later detail for
*> the number being taken in as new, so it never leaves the live
*> master. The archived rows keep the master's own 115-byte layout,
*> lifecycle stage dates and all, so the history inquiry can fall
*> through to the archive generations when a number is no longer
*> on the live master and the cycle-time report can still measure
*> it.
environment division.
input-output section.
file-control.
        access is sequential
        record key is WM-WO-NUMBER
        file status is WS-WOMAST-STATUS.
    select BUSINESS-CALENDAR-FILE assign to "CALIN"
        organization is line sequential
        file status is WS-CALIN-STATUS.
data division.
file section.
fd  DISP-IN-FILE.
copy EXDISREC.
fd  ARCHIVE-FILE.
01 ARCHIVE-RECORD     pic X(115).
fd  WORK-ORDER-MASTER.
copy WOMREC.
fd  BUSINESS-CALENDAR-FILE.
copy CALREC.
working-storage section.
01 WS-DISPIN-STATUS   pic XX.
01 WS-ARCHOUT-STATUS  pic XX.
01 WS-WOMAST-STATUS   pic XX.
01 WS-CALIN-STATUS    pic XX.
01 WS-DISPIN-EOF-SWITCH pic X value 'N'.
   88 WS-DISPIN-EOF      value 'Y'.
01 WS-MASTER-EOF-SWITCH pic X value 'N'.

01 WS-ARG-LINE        pic X(5).
01 WS-RETENTION-DAYS  pic 9(5).
01 WS-CUTOFF-DATE     pic X(8).

*> Numbers with a repair still open - a reject on this list is
01 WS-ARCHIVE-SWITCH  pic X.
   88 WS-ARCHIVE-RECORD-NOW value 'Y'.

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
if WS-ARG-LINE is not numeric
move function numval(WS-ARG-LINE) to WS-RETENTION-DAYS
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
*> Retention is counted in business days on the house calendar, so
*> a holiday-heavy quarter keeps as many working days on the live
*> master as any other.
perform LOAD-BUSINESS-CALENDAR
move spaces to WS-CAL-PLANT
move WS-RUN-DATE to WS-CAL-TEST-DATE
perform CHECK-BUSINESS-DAY
if not WS-BUSINESS-DAY
   display 'WOARCH: WARNING - RUN DATE ' WS-RUN-DATE
      ' IS NOT A SCHEDULED BUSINESS DAY'
end-if
move WS-RUN-DATE to WS-CAL-FROM-DATE
move WS-RETENTION-DAYS to WS-CAL-DAYS
perform STEP-BACK-BUSINESS-DAYS
move WS-CAL-RESULT-DATE to WS-CUTOFF-DATE

perform OPEN-ARCHIVE-FILES
perform LOAD-OPEN-DISPOSITIONS
          move WS-OPEN-IDX to WS-FOUND-IDX
       end-if
    end-perform.

*> The calendar is optional - with no CALIN (status 35) the plain
*> Monday-to-Friday week applies and every date is measured on it.
LOAD-BUSINESS-CALENDAR.
    move 0 to WS-CAL-COUNT
    open input BUSINESS-CALENDAR-FILE
    if WS-CALIN-STATUS = '35'
       display 'WOARCH: NO BUSINESS CALENDAR ON CALIN - MONDAY TO '
          'FRIDAY ASSUMED'
    else
       if WS-CALIN-STATUS not = '00'
          display 'WOARCH: UNABLE TO OPEN CALIN, STATUS='
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
       display 'WOARCH: SKIPPING INVALID CALIN ROW: '
          CL-PLANT-CODE ' ' CL-CAL-DATE
    else
       if WS-CAL-COUNT = 1000
          display 'WOARCH: CALIN HAS MORE THAN 1000 ROWS - '
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
