identification division.
program-id. CalMnt.
*> Business-day calendar maintenance. Applies add/change/delete
*> transactions (CALTRN) against the calendar master (CALIN),
*> writes the updated master to CALOUT and a before/after change
*> log to CHGLOG. Calendar rows are keyed by plant code and date -
*> a blank plant code is the house calendar - so next year's
*> holidays can be keyed in as soon as they are announced. A plant
*> code must be one the source registry (SRCREG) knows.
environment division.
input-output section.
file-control.
    select CALENDAR-MASTER-FILE assign to "CALIN"
        organization is line sequential
        file status is WS-CALIN-STATUS.
    select CALENDAR-TRAN-FILE assign to "CALTRN"
        organization is line sequential
        file status is WS-CALTRN-STATUS.
    select CALENDAR-NEW-FILE assign to "CALOUT"
        organization is line sequential
        file status is WS-CALOUT-STATUS.
    select SOURCE-REGISTRY-FILE assign to "SRCREG"
        organization is line sequential
        file status is WS-SRCREG-STATUS.
    select CHANGE-LOG-FILE assign to "CHGLOG"
        organization is line sequential
        file status is WS-CHGLOG-STATUS.
data division.
file section.
fd  CALENDAR-MASTER-FILE.
copy CALREC.
fd  CALENDAR-TRAN-FILE.
copy CTRNREC.
fd  CALENDAR-NEW-FILE.
01 CALENDAR-NEW-RECORD pic X(80).
fd  SOURCE-REGISTRY-FILE.
copy SRCREC.
fd  CHANGE-LOG-FILE.
copy CHGLREC.
working-storage section.
01 WS-CALIN-STATUS    pic XX.
01 WS-CALTRN-STATUS   pic XX.
01 WS-CALOUT-STATUS   pic XX.
01 WS-SRCREG-STATUS   pic XX.
01 WS-CHGLOG-STATUS   pic XX.
01 WS-MASTER-EOF-SWITCH pic X value 'N'.
   88 WS-MASTER-EOF     value 'Y'.
01 WS-TRAN-EOF-SWITCH pic X value 'N'.
   88 WS-TRAN-EOF       value 'Y'.
01 WS-SRCREG-EOF-SWITCH pic X value 'N'.
   88 WS-SRCREG-EOF     value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).
01 WS-RUN-TIME         pic X(8).

*> In-core copy of the master - past, current and future rows all
*> ride through maintenance.
01 WS-CAL-COUNT       pic 9(4) value 0.
01 WS-CAL-TABLE-AREA.
   05 WS-CAL-TABLE occurs 1000 times.
      10 BC-PLANT-CODE   pic X(2).
      10 BC-CAL-DATE     pic X(8).
      10 BC-DAY-TYPE     pic X(1).
      10 BC-DESCRIPTION  pic X(14).
      10 BC-DELETE-FLAG  pic X(1).

01 WS-TABLE-IDX       pic 9(4).
01 WS-FOUND-IDX       pic 9(4).

*> Plant codes the registry knows - a calendar row for any other
*> code would never be looked up.
01 WS-PLANT-COUNT     pic 9(2) value 0.
01 WS-PLANT-TABLE-AREA.
   05 WS-PLANT-TABLE occurs 20 times.
      10 PL-PLANT-CODE   pic X(2).
01 WS-PLANT-IDX       pic 9(2).
01 WS-PLANT-FOUND-SWITCH pic X.
   88 WS-PLANT-FOUND    value 'Y'.

01 WS-TRAN-COUNT      pic 9(5) value 0.
01 WS-APPLIED-COUNT   pic 9(5) value 0.
01 WS-REJECT-COUNT    pic 9(5) value 0.

01 WS-REJECT-SWITCH   pic X.
   88 WS-TRAN-REJECTED  value 'Y'.
01 WS-REJECT-REASON   pic X(40).

*> Before/after images for the change log - same shape as the key
*> and attributes on the master record.
01 WS-CAL-IMAGE.
   05 WS-CI-PLANT-CODE  pic X(2).
   05 WS-CI-CAL-DATE    pic X(8).
   05 WS-CI-DAY-TYPE    pic X(1).
   05 WS-CI-DESCRIPTION pic X(14).
01 WS-BEFORE-IMAGE    pic X(25).
01 WS-AFTER-IMAGE     pic X(25).

01 WS-CAL-DATE-SWITCH pic X.
   88 WS-CAL-DATE-OK    value 'Y'.
01 WS-CAL-DATE-TEST   pic X(8).
01 WS-CAL-DATE-PARTS redefines WS-CAL-DATE-TEST.
   05 WS-CAL-YEAR      pic 9(4).
   05 WS-CAL-MONTH     pic 9(2).
   05 WS-CAL-DAY       pic 9(2).

*> Image of a master row on its way out to CALOUT - built here
*> rather than in the closed CALIN record area.
01 WS-NEW-CAL-RECORD.
   05 WS-NC-PLANT-CODE  pic X(2).
   05 FILLER            pic X(1).
   05 WS-NC-CAL-DATE    pic X(8).
   05 FILLER            pic X(1).
   05 WS-NC-DAY-TYPE    pic X(1).
   05 FILLER            pic X(1).
   05 WS-NC-DESCRIPTION pic X(14).
   05 FILLER            pic X(52).

procedure division.
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
move WS-CD-TIME to WS-RUN-TIME

perform LOAD-PLANT-CODES
perform LOAD-CALENDAR-MASTER
perform OPEN-MAINT-FILES

perform until WS-TRAN-EOF
   read CALENDAR-TRAN-FILE
      at end
         set WS-TRAN-EOF to true
      not at end
         add 1 to WS-TRAN-COUNT
         perform APPLY-TRANSACTION
   end-read
end-perform

perform WRITE-NEW-MASTER

close CALENDAR-TRAN-FILE
close CALENDAR-NEW-FILE
close CHANGE-LOG-FILE

display 'CALMNT: TRANSACTIONS READ    : ' WS-TRAN-COUNT
display 'CALMNT: TRANSACTIONS APPLIED : ' WS-APPLIED-COUNT
display 'CALMNT: TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
if WS-REJECT-COUNT > 0
   move 4 to return-code
end-if
goback.

OPEN-MAINT-FILES.
    open input CALENDAR-TRAN-FILE
    if WS-CALTRN-STATUS not = '00'
       display 'CALMNT: UNABLE TO OPEN CALTRN, STATUS='
          WS-CALTRN-STATUS
       move 8 to return-code
       stop run
    end-if
    open output CALENDAR-NEW-FILE
    if WS-CALOUT-STATUS not = '00'
       display 'CALMNT: UNABLE TO OPEN CALOUT, STATUS='
          WS-CALOUT-STATUS
       move 8 to return-code
       stop run
    end-if
    *> The change log accumulates across runs - EXTEND it, falling
    *> back to OUTPUT the very first time (status 35, file not found).
    open extend CHANGE-LOG-FILE
    if WS-CHGLOG-STATUS = '35'
       open output CHANGE-LOG-FILE
    end-if
    if WS-CHGLOG-STATUS not = '00'
       display 'CALMNT: UNABLE TO OPEN CHGLOG, STATUS='
          WS-CHGLOG-STATUS
       move 8 to return-code
       stop run
    end-if.

LOAD-PLANT-CODES.
    open input SOURCE-REGISTRY-FILE
    if WS-SRCREG-STATUS not = '00'
       display 'CALMNT: UNABLE TO OPEN SRCREG, STATUS='
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
                perform STORE-PLANT-CODE
             end-if
       end-read
    end-perform
    close SOURCE-REGISTRY-FILE.

*> The very first run has no master yet (status 35) - an empty
*> calendar, built up from the transactions.
LOAD-CALENDAR-MASTER.
    move 0 to WS-CAL-COUNT
    open input CALENDAR-MASTER-FILE
    if WS-CALIN-STATUS = '35'
       set WS-MASTER-EOF to true
    else
       if WS-CALIN-STATUS not = '00'
          display 'CALMNT: UNABLE TO OPEN CALIN, STATUS='
             WS-CALIN-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    perform until WS-MASTER-EOF
       read CALENDAR-MASTER-FILE
          at end
             set WS-MASTER-EOF to true
          not at end
             if WS-CAL-COUNT = 1000
                display 'CALMNT: CALIN HAS MORE THAN 1000 ROWS - '
                   'INCREASE THE CALENDAR TABLE AND RERUN'
                move 12 to return-code
                stop run
             else
                add 1 to WS-CAL-COUNT
                move CL-PLANT-CODE to BC-PLANT-CODE(WS-CAL-COUNT)
                move CL-CAL-DATE to BC-CAL-DATE(WS-CAL-COUNT)
                move CL-DAY-TYPE to BC-DAY-TYPE(WS-CAL-COUNT)
                move CL-DESCRIPTION to BC-DESCRIPTION(WS-CAL-COUNT)
                move 'N' to BC-DELETE-FLAG(WS-CAL-COUNT)
             end-if
       end-read
    end-perform
    if WS-CALIN-STATUS not = '35'
       close CALENDAR-MASTER-FILE
    end-if.

*> A plant's registry row may carry several versions - and one
*> keyed ahead for a plant not yet live still lets its holidays
*> be loaded - so each code is tabled once, whatever its dates.
STORE-PLANT-CODE.
    move 'N' to WS-PLANT-FOUND-SWITCH
    perform varying WS-PLANT-IDX from 1 by 1
          until WS-PLANT-IDX > WS-PLANT-COUNT
       if PL-PLANT-CODE(WS-PLANT-IDX) = SG-PLANT-CODE
          set WS-PLANT-FOUND to true
       end-if
    end-perform
    if not WS-PLANT-FOUND
       if WS-PLANT-COUNT = 20
          display 'CALMNT: SRCREG HAS MORE THAN 20 PLANT '
             'CODES - INCREASE THE PLANT TABLE AND RERUN'
          move 12 to return-code
          stop run
       else
          add 1 to WS-PLANT-COUNT
          move SG-PLANT-CODE to PL-PLANT-CODE(WS-PLANT-COUNT)
       end-if
    end-if.

APPLY-TRANSACTION.
    move 'N' to WS-REJECT-SWITCH
    move spaces to WS-REJECT-REASON
    perform VALIDATE-TRANSACTION
    if WS-TRAN-REJECTED
       add 1 to WS-REJECT-COUNT
       display 'CALMNT: REJECTED ' CT-ACTION ' ' CT-PLANT-CODE ' '
          CT-CAL-DATE ' - ' function trim(WS-REJECT-REASON)
    else
       add 1 to WS-APPLIED-COUNT
       evaluate CT-ACTION
       when 'A'
          add 1 to WS-CAL-COUNT
          move WS-CAL-COUNT to WS-FOUND-IDX
          move spaces to WS-BEFORE-IMAGE
          perform MOVE-TRAN-TO-CALENDAR
          perform BUILD-CALENDAR-IMAGE
          move WS-CAL-IMAGE to WS-AFTER-IMAGE
       when 'C'
          perform BUILD-CALENDAR-IMAGE
          move WS-CAL-IMAGE to WS-BEFORE-IMAGE
          perform MOVE-TRAN-TO-CALENDAR
          perform BUILD-CALENDAR-IMAGE
          move WS-CAL-IMAGE to WS-AFTER-IMAGE
       when 'D'
          perform BUILD-CALENDAR-IMAGE
          move WS-CAL-IMAGE to WS-BEFORE-IMAGE
          move 'Y' to BC-DELETE-FLAG(WS-FOUND-IDX)
          move spaces to WS-AFTER-IMAGE
       end-evaluate
       perform WRITE-CHANGE-LOG
    end-if.

VALIDATE-TRANSACTION.
    *> A usable calendar date is eight digits with a plausible
    *> month and day - enough to keep a mis-keyed column out of
    *> the master.
    move 'N' to WS-CAL-DATE-SWITCH
    move CT-CAL-DATE to WS-CAL-DATE-TEST
    if WS-CAL-DATE-TEST is numeric
       and WS-CAL-MONTH >= 01 and WS-CAL-MONTH <= 12
       and WS-CAL-DAY >= 01 and WS-CAL-DAY <= 31
       set WS-CAL-DATE-OK to true
    end-if

    move 'N' to WS-PLANT-FOUND-SWITCH
    if CT-PLANT-CODE = spaces
       set WS-PLANT-FOUND to true
    else
       perform varying WS-PLANT-IDX from 1 by 1
             until WS-PLANT-IDX > WS-PLANT-COUNT
          if PL-PLANT-CODE(WS-PLANT-IDX) = CT-PLANT-CODE
             set WS-PLANT-FOUND to true
          end-if
       end-perform
    end-if

    *> Locate the targeted row next - duplicate checking and
    *> change/delete targeting both key on plant code + date.
    move 0 to WS-FOUND-IDX
    perform varying WS-TABLE-IDX from 1 by 1
          until WS-TABLE-IDX > WS-CAL-COUNT
       if BC-DELETE-FLAG(WS-TABLE-IDX) not = 'Y'
          and BC-PLANT-CODE(WS-TABLE-IDX) = CT-PLANT-CODE
          and BC-CAL-DATE(WS-TABLE-IDX) = CT-CAL-DATE
          move WS-TABLE-IDX to WS-FOUND-IDX
       end-if
    end-perform

    evaluate true
    when CT-ACTION not = 'A' and CT-ACTION not = 'C'
          and CT-ACTION not = 'D'
       move 'Y' to WS-REJECT-SWITCH
       move 'ACTION MUST BE A, C OR D' to WS-REJECT-REASON
    when not WS-CAL-DATE-OK
       move 'Y' to WS-REJECT-SWITCH
       move 'CALENDAR DATE NOT A VALID YYYYMMDD'
          to WS-REJECT-REASON
    when not WS-PLANT-FOUND
       move 'Y' to WS-REJECT-SWITCH
       move 'PLANT CODE NOT ON THE SOURCE REGISTRY'
          to WS-REJECT-REASON
    when CT-ACTION = 'A' and WS-FOUND-IDX > 0
       move 'Y' to WS-REJECT-SWITCH
       move 'DUPLICATE PLANT/DATE' to WS-REJECT-REASON
    when CT-ACTION = 'A' and WS-CAL-COUNT = 1000
       move 'Y' to WS-REJECT-SWITCH
       move 'CALENDAR TABLE FULL (1000 ROWS)' to WS-REJECT-REASON
    when CT-ACTION not = 'A' and WS-FOUND-IDX = 0
       move 'Y' to WS-REJECT-SWITCH
       move 'NO CALENDAR ROW WITH THAT PLANT/DATE'
          to WS-REJECT-REASON
    when CT-ACTION not = 'D'
          and CT-DAY-TYPE not = 'B' and CT-DAY-TYPE not = 'H'
       move 'Y' to WS-REJECT-SWITCH
       move 'DAY TYPE MUST BE B OR H' to WS-REJECT-REASON
    end-evaluate.

MOVE-TRAN-TO-CALENDAR.
    move CT-PLANT-CODE to BC-PLANT-CODE(WS-FOUND-IDX)
    move CT-CAL-DATE to BC-CAL-DATE(WS-FOUND-IDX)
    move CT-DAY-TYPE to BC-DAY-TYPE(WS-FOUND-IDX)
    move CT-DESCRIPTION to BC-DESCRIPTION(WS-FOUND-IDX)
    move 'N' to BC-DELETE-FLAG(WS-FOUND-IDX).

BUILD-CALENDAR-IMAGE.
    move BC-PLANT-CODE(WS-FOUND-IDX) to WS-CI-PLANT-CODE
    move BC-CAL-DATE(WS-FOUND-IDX) to WS-CI-CAL-DATE
    move BC-DAY-TYPE(WS-FOUND-IDX) to WS-CI-DAY-TYPE
    move BC-DESCRIPTION(WS-FOUND-IDX) to WS-CI-DESCRIPTION.

WRITE-CHANGE-LOG.
    move spaces to CHANGE-LOG-RECORD
    move WS-RUN-DATE to CG-CHANGE-DATE
    move WS-RUN-TIME to CG-CHANGE-TIME
    move CT-USER-ID to CG-USER-ID
    move CT-ACTION to CG-ACTION
    move WS-BEFORE-IMAGE to CG-BEFORE-IMAGE
    move WS-AFTER-IMAGE to CG-AFTER-IMAGE
    write CHANGE-LOG-RECORD.

WRITE-NEW-MASTER.
    perform varying WS-TABLE-IDX from 1 by 1
          until WS-TABLE-IDX > WS-CAL-COUNT
       if BC-DELETE-FLAG(WS-TABLE-IDX) not = 'Y'
          move spaces to WS-NEW-CAL-RECORD
          move BC-PLANT-CODE(WS-TABLE-IDX) to WS-NC-PLANT-CODE
          move BC-CAL-DATE(WS-TABLE-IDX) to WS-NC-CAL-DATE
          move BC-DAY-TYPE(WS-TABLE-IDX) to WS-NC-DAY-TYPE
          move BC-DESCRIPTION(WS-TABLE-IDX) to WS-NC-DESCRIPTION
          move WS-NEW-CAL-RECORD to CALENDAR-NEW-RECORD
          write CALENDAR-NEW-RECORD
       end-if
    end-perform.
