identification division.
program-id. SrcMnt.
*> Source-registry maintenance. Applies add/change/delete
*> transactions (SRCTRN) against the source-system registry
*> (SRCREG), writes the updated registry to SRCOUT and a before/
*> after change log to CHGLOG. Registry rows are versioned by
*> source system and effective date, so onboarding a plant or
*> widening a volume range can be keyed ahead and FEEDSPLT and
*> FIZZBUZZ pick the new version up on its business date. A plant
*> code belongs to one source system only, and a row's min count
*> may not be above its max.
environment division.
input-output section.
file-control.
    select SOURCE-REGISTRY-FILE assign to "SRCREG"
        organization is line sequential
        file status is WS-SRCREG-STATUS.
    select SOURCE-TRAN-FILE assign to "SRCTRN"
        organization is line sequential
        file status is WS-SRCTRN-STATUS.
    select SOURCE-NEW-FILE assign to "SRCOUT"
        organization is line sequential
        file status is WS-SRCOUT-STATUS.
    select CHANGE-LOG-FILE assign to "CHGLOG"
        organization is line sequential
        file status is WS-CHGLOG-STATUS.
data division.
file section.
fd  SOURCE-REGISTRY-FILE.
copy SRCREC.
fd  SOURCE-TRAN-FILE.
copy STRNREC.
fd  SOURCE-NEW-FILE.
01 SOURCE-NEW-RECORD  pic X(80).
fd  CHANGE-LOG-FILE.
copy CHGWREC.
working-storage section.
01 WS-SRCREG-STATUS   pic XX.
01 WS-SRCTRN-STATUS   pic XX.
01 WS-SRCOUT-STATUS   pic XX.
01 WS-CHGLOG-STATUS   pic XX.
01 WS-MASTER-EOF-SWITCH pic X value 'N'.
   88 WS-MASTER-EOF     value 'Y'.
01 WS-TRAN-EOF-SWITCH pic X value 'N'.
   88 WS-TRAN-EOF       value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).
01 WS-RUN-TIME         pic X(8).

*> In-core copy of the registry - every retained version of every
*> source system, including future-dated ones, rides through
*> maintenance.
01 WS-SRC-COUNT       pic 9(2) value 0.
01 WS-SRC-TABLE-AREA.
   05 WS-SRC-TABLE occurs 50 times.
      10 SE-SOURCE-SYSTEM  pic X(8).
      10 SE-PLANT-CODE     pic X(2).
      10 SE-MIN-COUNT      pic 9(7).
      10 SE-MAX-COUNT      pic 9(7).
      10 SE-CONTACT        pic X(20).
      10 SE-TARGET-DAYS    pic 9(3).
      10 SE-EXPRESS-DAYS   pic 9(3).
      10 SE-EFF-DATE       pic X(8).
      10 SE-DELETE-FLAG    pic X(1).

01 WS-TABLE-IDX       pic 9(2).
01 WS-FOUND-IDX       pic 9(2).
01 WS-OWNER-IDX       pic 9(2).

01 WS-TRAN-COUNT      pic 9(5) value 0.
01 WS-APPLIED-COUNT   pic 9(5) value 0.
01 WS-REJECT-COUNT    pic 9(5) value 0.

01 WS-REJECT-SWITCH   pic X.
   88 WS-TRAN-REJECTED  value 'Y'.
01 WS-REJECT-REASON   pic X(40).

*> Before/after images for the change log - the key first, then
*> the attributes, as they sit on the registry row.
01 WS-SRC-IMAGE.
   05 WS-SI-SOURCE-SYSTEM pic X(8).
   05 WS-SI-PLANT-CODE    pic X(2).
   05 WS-SI-MIN-COUNT     pic 9(7).
   05 WS-SI-MAX-COUNT     pic 9(7).
   05 WS-SI-EFF-DATE      pic X(8).
   05 WS-SI-TARGET-DAYS   pic 9(3).
   05 WS-SI-EXPRESS-DAYS  pic 9(3).
   05 WS-SI-CONTACT       pic X(20).
01 WS-BEFORE-IMAGE    pic X(60).
01 WS-AFTER-IMAGE     pic X(60).

01 WS-EFF-DATE-SWITCH pic X.
   88 WS-EFF-DATE-OK    value 'Y'.
01 WS-EFF-DATE-TEST   pic X(8).
01 WS-EFF-DATE-PARTS redefines WS-EFF-DATE-TEST.
   05 WS-EFF-YEAR      pic 9(4).
   05 WS-EFF-MONTH     pic 9(2).
   05 WS-EFF-DAY       pic 9(2).

*> Targets are optional on the transaction - blank means none.
01 WS-TARGET-SWITCH   pic X.
   88 WS-TARGETS-OK     value 'Y'.
01 WS-TARGET-DAYS     pic 9(3).
01 WS-EXPRESS-DAYS    pic 9(3).

*> Image of a registry row on its way out to SRCOUT - built here
*> rather than in the closed SRCREG record area.
01 WS-NEW-SRC-RECORD.
   05 WS-NS-SOURCE-SYSTEM pic X(8).
   05 FILLER              pic X(1).
   05 WS-NS-PLANT-CODE    pic X(2).
   05 FILLER              pic X(1).
   05 WS-NS-MIN-COUNT     pic 9(7).
   05 FILLER              pic X(1).
   05 WS-NS-MAX-COUNT     pic 9(7).
   05 FILLER              pic X(1).
   05 WS-NS-CONTACT       pic X(20).
   05 FILLER              pic X(1).
   05 WS-NS-TARGET-DAYS   pic 9(3).
   05 FILLER              pic X(1).
   05 WS-NS-EXPRESS-DAYS  pic 9(3).
   05 FILLER              pic X(1).
   05 WS-NS-EFF-DATE      pic X(8).
   05 FILLER              pic X(15).

procedure division.
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
move WS-CD-TIME to WS-RUN-TIME

perform LOAD-SOURCE-REGISTRY
perform OPEN-MAINT-FILES

perform until WS-TRAN-EOF
   read SOURCE-TRAN-FILE
      at end
         set WS-TRAN-EOF to true
      not at end
         add 1 to WS-TRAN-COUNT
         perform APPLY-TRANSACTION
   end-read
end-perform

perform WRITE-NEW-REGISTRY

close SOURCE-TRAN-FILE
close SOURCE-NEW-FILE
close CHANGE-LOG-FILE

display 'SRCMNT: TRANSACTIONS READ    : ' WS-TRAN-COUNT
display 'SRCMNT: TRANSACTIONS APPLIED : ' WS-APPLIED-COUNT
display 'SRCMNT: TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
if WS-REJECT-COUNT > 0
   move 4 to return-code
end-if
goback.

OPEN-MAINT-FILES.
    open input SOURCE-TRAN-FILE
    if WS-SRCTRN-STATUS not = '00'
       display 'SRCMNT: UNABLE TO OPEN SRCTRN, STATUS='
          WS-SRCTRN-STATUS
       move 8 to return-code
       stop run
    end-if
    open output SOURCE-NEW-FILE
    if WS-SRCOUT-STATUS not = '00'
       display 'SRCMNT: UNABLE TO OPEN SRCOUT, STATUS='
          WS-SRCOUT-STATUS
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
       display 'SRCMNT: UNABLE TO OPEN CHGLOG, STATUS='
          WS-CHGLOG-STATUS
       move 8 to return-code
       stop run
    end-if.

*> Rows written before versioning have no effective date and load
*> as always in effect; blank or non-numeric targets load as zero,
*> the way the cycle-time report reads them.
LOAD-SOURCE-REGISTRY.
    move 0 to WS-SRC-COUNT
    open input SOURCE-REGISTRY-FILE
    if WS-SRCREG-STATUS = '35'
       set WS-MASTER-EOF to true
    else
       if WS-SRCREG-STATUS not = '00'
          display 'SRCMNT: UNABLE TO OPEN SRCREG, STATUS='
             WS-SRCREG-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    perform until WS-MASTER-EOF
       read SOURCE-REGISTRY-FILE
          at end
             set WS-MASTER-EOF to true
          not at end
             if WS-SRC-COUNT = 50
                display 'SRCMNT: SRCREG HAS MORE THAN 50 ROW '
                   'VERSIONS - INCREASE THE REGISTRY TABLE AND RERUN'
                move 12 to return-code
                stop run
             else
                perform STORE-REGISTRY-ROW
             end-if
       end-read
    end-perform
    if WS-SRCREG-STATUS not = '35'
       close SOURCE-REGISTRY-FILE
    end-if.

STORE-REGISTRY-ROW.
    add 1 to WS-SRC-COUNT
    move SG-SOURCE-SYSTEM to SE-SOURCE-SYSTEM(WS-SRC-COUNT)
    move SG-PLANT-CODE to SE-PLANT-CODE(WS-SRC-COUNT)
    move SG-MIN-COUNT to SE-MIN-COUNT(WS-SRC-COUNT)
    move SG-MAX-COUNT to SE-MAX-COUNT(WS-SRC-COUNT)
    move SG-CONTACT to SE-CONTACT(WS-SRC-COUNT)
    move 0 to SE-TARGET-DAYS(WS-SRC-COUNT)
    move 0 to SE-EXPRESS-DAYS(WS-SRC-COUNT)
    if SG-TARGET-DAYS is numeric
       move SG-TARGET-DAYS to SE-TARGET-DAYS(WS-SRC-COUNT)
    end-if
    if SG-EXPRESS-TARGET-DAYS is numeric
       move SG-EXPRESS-TARGET-DAYS to SE-EXPRESS-DAYS(WS-SRC-COUNT)
    end-if
    move SG-EFF-DATE to SE-EFF-DATE(WS-SRC-COUNT)
    move 'N' to SE-DELETE-FLAG(WS-SRC-COUNT).

APPLY-TRANSACTION.
    move 'N' to WS-REJECT-SWITCH
    move spaces to WS-REJECT-REASON
    perform VALIDATE-TRANSACTION
    if WS-TRAN-REJECTED
       add 1 to WS-REJECT-COUNT
       display 'SRCMNT: REJECTED ' SR-ACTION ' ' SR-SOURCE-SYSTEM
          ' ' SR-EFF-DATE ' - ' function trim(WS-REJECT-REASON)
    else
       add 1 to WS-APPLIED-COUNT
       evaluate SR-ACTION
       when 'A'
          add 1 to WS-SRC-COUNT
          move WS-SRC-COUNT to WS-FOUND-IDX
          move spaces to WS-BEFORE-IMAGE
          perform MOVE-TRAN-TO-REGISTRY
          perform BUILD-REGISTRY-IMAGE
          move WS-SRC-IMAGE to WS-AFTER-IMAGE
       when 'C'
          perform BUILD-REGISTRY-IMAGE
          move WS-SRC-IMAGE to WS-BEFORE-IMAGE
          perform MOVE-TRAN-TO-REGISTRY
          perform BUILD-REGISTRY-IMAGE
          move WS-SRC-IMAGE to WS-AFTER-IMAGE
       when 'D'
          perform BUILD-REGISTRY-IMAGE
          move WS-SRC-IMAGE to WS-BEFORE-IMAGE
          move 'Y' to SE-DELETE-FLAG(WS-FOUND-IDX)
          move spaces to WS-AFTER-IMAGE
       end-evaluate
       perform WRITE-CHANGE-LOG
    end-if.

VALIDATE-TRANSACTION.
    *> A usable effective date is eight digits with a plausible
    *> month and day - enough to keep a mis-keyed column out of
    *> the registry.
    move 'N' to WS-EFF-DATE-SWITCH
    move SR-EFF-DATE to WS-EFF-DATE-TEST
    if WS-EFF-DATE-TEST is numeric
       and WS-EFF-MONTH >= 01 and WS-EFF-MONTH <= 12
       and WS-EFF-DAY >= 01 and WS-EFF-DAY <= 31
       set WS-EFF-DATE-OK to true
    end-if

    move 'Y' to WS-TARGET-SWITCH
    move 0 to WS-TARGET-DAYS
    move 0 to WS-EXPRESS-DAYS
    if SR-TARGET-DAYS not = spaces
       if SR-TARGET-DAYS is numeric
          move SR-TARGET-DAYS to WS-TARGET-DAYS
       else
          move 'N' to WS-TARGET-SWITCH
       end-if
    end-if
    if SR-EXPRESS-TARGET-DAYS not = spaces
       if SR-EXPRESS-TARGET-DAYS is numeric
          move SR-EXPRESS-TARGET-DAYS to WS-EXPRESS-DAYS
       else
          move 'N' to WS-TARGET-SWITCH
       end-if
    end-if

    *> Locate the targeted version next - duplicate checking and
    *> change/delete targeting both key on source system + eff
    *> date. Any live version of another source system already
    *> carrying the plant code is remembered as its owner.
    move 0 to WS-FOUND-IDX
    move 0 to WS-OWNER-IDX
    perform varying WS-TABLE-IDX from 1 by 1
          until WS-TABLE-IDX > WS-SRC-COUNT
       if SE-DELETE-FLAG(WS-TABLE-IDX) not = 'Y'
          if SE-SOURCE-SYSTEM(WS-TABLE-IDX) = SR-SOURCE-SYSTEM
             and SE-EFF-DATE(WS-TABLE-IDX) = SR-EFF-DATE
             move WS-TABLE-IDX to WS-FOUND-IDX
          end-if
          if SR-PLANT-CODE not = spaces
             and SE-PLANT-CODE(WS-TABLE-IDX) = SR-PLANT-CODE
             and SE-SOURCE-SYSTEM(WS-TABLE-IDX)
                not = SR-SOURCE-SYSTEM
             move WS-TABLE-IDX to WS-OWNER-IDX
          end-if
       end-if
    end-perform

    evaluate true
    when SR-ACTION not = 'A' and SR-ACTION not = 'C'
          and SR-ACTION not = 'D'
       move 'Y' to WS-REJECT-SWITCH
       move 'ACTION MUST BE A, C OR D' to WS-REJECT-REASON
    when SR-SOURCE-SYSTEM = spaces
       move 'Y' to WS-REJECT-SWITCH
       move 'BLANK SOURCE SYSTEM' to WS-REJECT-REASON
    when SR-EFF-DATE not = spaces and not WS-EFF-DATE-OK
       move 'Y' to WS-REJECT-SWITCH
       move 'EFFECTIVE DATE NOT A VALID YYYYMMDD'
          to WS-REJECT-REASON
    when SR-ACTION = 'A' and WS-FOUND-IDX > 0
       move 'Y' to WS-REJECT-SWITCH
       move 'DUPLICATE SOURCE SYSTEM/EFFECTIVE DATE'
          to WS-REJECT-REASON
    when SR-ACTION = 'A' and WS-SRC-COUNT = 50
       move 'Y' to WS-REJECT-SWITCH
       move 'REGISTRY TABLE FULL (50 VERSIONS)'
          to WS-REJECT-REASON
    when SR-ACTION not = 'A' and WS-FOUND-IDX = 0
       move 'Y' to WS-REJECT-SWITCH
       move 'NO ROW WITH THAT SOURCE SYSTEM/EFF DATE'
          to WS-REJECT-REASON
    *> A plant code must name one source system, or a work order's
    *> source code could not say which feed it came in on.
    when SR-ACTION not = 'D' and WS-OWNER-IDX > 0
       move 'Y' to WS-REJECT-SWITCH
       move 'DUPLICATE PLANT CODE' to WS-REJECT-REASON
    when SR-ACTION not = 'D'
          and (SR-MIN-COUNT is not numeric
               or SR-MAX-COUNT is not numeric)
       move 'Y' to WS-REJECT-SWITCH
       move 'NON-NUMERIC MIN OR MAX COUNT' to WS-REJECT-REASON
    when SR-ACTION not = 'D' and SR-MIN-COUNT > SR-MAX-COUNT
       move 'Y' to WS-REJECT-SWITCH
       move 'MIN COUNT ABOVE MAX COUNT' to WS-REJECT-REASON
    when SR-ACTION not = 'D' and not WS-TARGETS-OK
       move 'Y' to WS-REJECT-SWITCH
       move 'NON-NUMERIC CYCLE-TIME TARGET' to WS-REJECT-REASON
    end-evaluate.

MOVE-TRAN-TO-REGISTRY.
    move SR-SOURCE-SYSTEM to SE-SOURCE-SYSTEM(WS-FOUND-IDX)
    move SR-PLANT-CODE to SE-PLANT-CODE(WS-FOUND-IDX)
    move SR-MIN-COUNT to SE-MIN-COUNT(WS-FOUND-IDX)
    move SR-MAX-COUNT to SE-MAX-COUNT(WS-FOUND-IDX)
    move SR-CONTACT to SE-CONTACT(WS-FOUND-IDX)
    move WS-TARGET-DAYS to SE-TARGET-DAYS(WS-FOUND-IDX)
    move WS-EXPRESS-DAYS to SE-EXPRESS-DAYS(WS-FOUND-IDX)
    move SR-EFF-DATE to SE-EFF-DATE(WS-FOUND-IDX)
    move 'N' to SE-DELETE-FLAG(WS-FOUND-IDX).

BUILD-REGISTRY-IMAGE.
    move SE-SOURCE-SYSTEM(WS-FOUND-IDX) to WS-SI-SOURCE-SYSTEM
    move SE-PLANT-CODE(WS-FOUND-IDX) to WS-SI-PLANT-CODE
    move SE-MIN-COUNT(WS-FOUND-IDX) to WS-SI-MIN-COUNT
    move SE-MAX-COUNT(WS-FOUND-IDX) to WS-SI-MAX-COUNT
    move SE-EFF-DATE(WS-FOUND-IDX) to WS-SI-EFF-DATE
    move SE-TARGET-DAYS(WS-FOUND-IDX) to WS-SI-TARGET-DAYS
    move SE-EXPRESS-DAYS(WS-FOUND-IDX) to WS-SI-EXPRESS-DAYS
    move SE-CONTACT(WS-FOUND-IDX) to WS-SI-CONTACT.

WRITE-CHANGE-LOG.
    move spaces to CHANGE-LOG-WIDE-RECORD
    move WS-RUN-DATE to CW-CHANGE-DATE
    move WS-RUN-TIME to CW-CHANGE-TIME
    move SR-USER-ID to CW-USER-ID
    move SR-ACTION to CW-ACTION
    move WS-BEFORE-IMAGE to CW-BEFORE-IMAGE
    move WS-AFTER-IMAGE to CW-AFTER-IMAGE
    write CHANGE-LOG-WIDE-RECORD.

WRITE-NEW-REGISTRY.
    perform varying WS-TABLE-IDX from 1 by 1
          until WS-TABLE-IDX > WS-SRC-COUNT
       if SE-DELETE-FLAG(WS-TABLE-IDX) not = 'Y'
          move spaces to WS-NEW-SRC-RECORD
          move SE-SOURCE-SYSTEM(WS-TABLE-IDX) to WS-NS-SOURCE-SYSTEM
          move SE-PLANT-CODE(WS-TABLE-IDX) to WS-NS-PLANT-CODE
          move SE-MIN-COUNT(WS-TABLE-IDX) to WS-NS-MIN-COUNT
          move SE-MAX-COUNT(WS-TABLE-IDX) to WS-NS-MAX-COUNT
          move SE-CONTACT(WS-TABLE-IDX) to WS-NS-CONTACT
          move SE-TARGET-DAYS(WS-TABLE-IDX) to WS-NS-TARGET-DAYS
          move SE-EXPRESS-DAYS(WS-TABLE-IDX) to WS-NS-EXPRESS-DAYS
          move SE-EFF-DATE(WS-TABLE-IDX) to WS-NS-EFF-DATE
          move WS-NEW-SRC-RECORD to SOURCE-NEW-RECORD
          write SOURCE-NEW-RECORD
       end-if
    end-perform.
