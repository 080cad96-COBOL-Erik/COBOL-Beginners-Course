identification division.
program-id. CapMnt.
*> Capacity-cap maintenance. Applies add/change/delete transactions
*> (CAPTRN) against the class-cap master (CAPIN), writes the
*> updated master to CAPOUT and a before/after change log to
*> CHGLOG. Caps are versioned by rule set, class code and effective
*> date, so a peak-season cap (and the return to the normal one
*> after it) can be keyed ahead and FIZZBUZZ applies each on its
*> business date. A cap may only name a rule set on the divisor
*> master (PARMIN) and a class code built from that set's codes -
*> a cap for a class that can never be produced would never bite.
environment division.
input-output section.
file-control.
    select CAPACITY-PARM-FILE assign to "CAPIN"
        organization is line sequential
        file status is WS-CAPIN-STATUS.
    select CAP-TRAN-FILE assign to "CAPTRN"
        organization is line sequential
        file status is WS-CAPTRN-STATUS.
    select CAP-NEW-FILE assign to "CAPOUT"
        organization is line sequential
        file status is WS-CAPOUT-STATUS.
    select DIVISOR-PARM-FILE assign to "PARMIN"
        organization is line sequential
        file status is WS-PARMIN-STATUS.
    select CHANGE-LOG-FILE assign to "CHGLOG"
        organization is line sequential
        file status is WS-CHGLOG-STATUS.
data division.
file section.
fd  CAPACITY-PARM-FILE.
copy CAPREC.
fd  CAP-TRAN-FILE.
copy CPTNREC.
fd  CAP-NEW-FILE.
01 CAP-NEW-RECORD     pic X(80).
fd  DIVISOR-PARM-FILE.
copy PARMREC.
fd  CHANGE-LOG-FILE.
copy CHGWREC.
working-storage section.
01 WS-CAPIN-STATUS    pic XX.
01 WS-CAPTRN-STATUS   pic XX.
01 WS-CAPOUT-STATUS   pic XX.
01 WS-PARMIN-STATUS   pic XX.
01 WS-CHGLOG-STATUS   pic XX.
01 WS-MASTER-EOF-SWITCH pic X value 'N'.
   88 WS-MASTER-EOF     value 'Y'.
01 WS-TRAN-EOF-SWITCH pic X value 'N'.
   88 WS-TRAN-EOF       value 'Y'.
01 WS-PARM-EOF-SWITCH pic X value 'N'.
   88 WS-PARM-EOF       value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).
01 WS-RUN-TIME         pic X(8).

*> In-core copy of the master - every retained version of every
*> cap, including future-dated ones, rides through maintenance.
01 WS-CAP-COUNT       pic 9(2) value 0.
01 WS-CAP-TABLE-AREA.
   05 WS-CAP-TABLE occurs 50 times.
      10 CE-SET-CODE     pic X(2).
      10 CE-CLASS-CODE   pic X(20).
      10 CE-DAILY-CAP    pic 9(7).
      10 CE-EFF-DATE     pic X(8).
      10 CE-DELETE-FLAG  pic X(1).

01 WS-TABLE-IDX       pic 9(2).
01 WS-FOUND-IDX       pic 9(2).

*> Every rule set and class code on the divisor master, whatever
*> the version's effective date - a cap keyed ahead for a rule
*> that is itself keyed ahead is allowed.
01 WS-CODE-COUNT      pic 9(2) value 0.
01 WS-CODE-TABLE-AREA.
   05 WS-CODE-TABLE occurs 50 times.
      10 PC-SET-CODE     pic X(2).
      10 PC-CLASS-CODE   pic X(2).
01 WS-CODE-IDX        pic 9(2).
01 WS-CODE-POS        pic 9(2).
01 WS-CODE-PIECE      pic X(2).
01 WS-SET-FOUND-SWITCH pic X.
   88 WS-SET-FOUND      value 'Y'.
01 WS-PIECE-FOUND-SWITCH pic X.
   88 WS-PIECE-FOUND    value 'Y'.
01 WS-CLASS-SWITCH    pic X.
   88 WS-CLASS-OK       value 'Y'.
01 WS-CLASS-END-SWITCH pic X.
   88 WS-CLASS-ENDED    value 'Y'.

01 WS-TRAN-COUNT      pic 9(5) value 0.
01 WS-APPLIED-COUNT   pic 9(5) value 0.
01 WS-REJECT-COUNT    pic 9(5) value 0.

01 WS-REJECT-SWITCH   pic X.
   88 WS-TRAN-REJECTED  value 'Y'.
01 WS-REJECT-REASON   pic X(40).

*> Before/after images for the change log - same shape as the key
*> and attributes on the master record.
01 WS-CAP-IMAGE.
   05 WS-KI-SET-CODE    pic X(2).
   05 WS-KI-CLASS-CODE  pic X(20).
   05 WS-KI-DAILY-CAP   pic 9(7).
   05 WS-KI-EFF-DATE    pic X(8).
01 WS-BEFORE-IMAGE    pic X(60).
01 WS-AFTER-IMAGE     pic X(60).

01 WS-EFF-DATE-SWITCH pic X.
   88 WS-EFF-DATE-OK    value 'Y'.
01 WS-EFF-DATE-TEST   pic X(8).
01 WS-EFF-DATE-PARTS redefines WS-EFF-DATE-TEST.
   05 WS-EFF-YEAR      pic 9(4).
   05 WS-EFF-MONTH     pic 9(2).
   05 WS-EFF-DAY       pic 9(2).

*> Image of a master row on its way out to CAPOUT - built here
*> rather than in the closed CAPIN record area.
01 WS-NEW-CAP-RECORD.
   05 WS-NK-SET-CODE    pic X(2).
   05 FILLER            pic X(1).
   05 WS-NK-CLASS-CODE  pic X(20).
   05 FILLER            pic X(1).
   05 WS-NK-DAILY-CAP   pic 9(7).
   05 FILLER            pic X(1).
   05 WS-NK-EFF-DATE    pic X(8).
   05 FILLER            pic X(40).

procedure division.
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
move WS-CD-TIME to WS-RUN-TIME

perform LOAD-RULE-CODES
perform LOAD-CAP-MASTER
perform OPEN-MAINT-FILES

perform until WS-TRAN-EOF
   read CAP-TRAN-FILE
      at end
         set WS-TRAN-EOF to true
      not at end
         add 1 to WS-TRAN-COUNT
         perform APPLY-TRANSACTION
   end-read
end-perform

perform WRITE-NEW-MASTER

close CAP-TRAN-FILE
close CAP-NEW-FILE
close CHANGE-LOG-FILE

display 'CAPMNT: TRANSACTIONS READ    : ' WS-TRAN-COUNT
display 'CAPMNT: TRANSACTIONS APPLIED : ' WS-APPLIED-COUNT
display 'CAPMNT: TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
if WS-REJECT-COUNT > 0
   move 4 to return-code
end-if
goback.

OPEN-MAINT-FILES.
    open input CAP-TRAN-FILE
    if WS-CAPTRN-STATUS not = '00'
       display 'CAPMNT: UNABLE TO OPEN CAPTRN, STATUS='
          WS-CAPTRN-STATUS
       move 8 to return-code
       stop run
    end-if
    open output CAP-NEW-FILE
    if WS-CAPOUT-STATUS not = '00'
       display 'CAPMNT: UNABLE TO OPEN CAPOUT, STATUS='
          WS-CAPOUT-STATUS
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
       display 'CAPMNT: UNABLE TO OPEN CHGLOG, STATUS='
          WS-CHGLOG-STATUS
       move 8 to return-code
       stop run
    end-if.

LOAD-RULE-CODES.
    open input DIVISOR-PARM-FILE
    if WS-PARMIN-STATUS not = '00'
       display 'CAPMNT: UNABLE TO OPEN PARMIN, STATUS='
          WS-PARMIN-STATUS
       move 8 to return-code
       stop run
    end-if
    perform until WS-PARM-EOF
       read DIVISOR-PARM-FILE
          at end
             set WS-PARM-EOF to true
          not at end
             perform STORE-RULE-CODE
       end-read
    end-perform
    close DIVISOR-PARM-FILE.

STORE-RULE-CODE.
    move 0 to WS-FOUND-IDX
    perform varying WS-CODE-IDX from 1 by 1
          until WS-CODE-IDX > WS-CODE-COUNT
       if PC-SET-CODE(WS-CODE-IDX) = DP-SET-CODE
          and PC-CLASS-CODE(WS-CODE-IDX) = DP-CODE
          move WS-CODE-IDX to WS-FOUND-IDX
       end-if
    end-perform
    if WS-FOUND-IDX = 0
       if WS-CODE-COUNT = 50
          display 'CAPMNT: PARMIN HAS MORE THAN 50 SET/CODE '
             'PAIRS - INCREASE THE CODE TABLE AND RERUN'
          move 12 to return-code
          stop run
       else
          add 1 to WS-CODE-COUNT
          move DP-SET-CODE to PC-SET-CODE(WS-CODE-COUNT)
          move DP-CODE to PC-CLASS-CODE(WS-CODE-COUNT)
       end-if
    end-if.

*> The very first run has no master yet (status 35) - no caps,
*> built up from the transactions.
LOAD-CAP-MASTER.
    move 0 to WS-CAP-COUNT
    open input CAPACITY-PARM-FILE
    if WS-CAPIN-STATUS = '35'
       set WS-MASTER-EOF to true
    else
       if WS-CAPIN-STATUS not = '00'
          display 'CAPMNT: UNABLE TO OPEN CAPIN, STATUS='
             WS-CAPIN-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    perform until WS-MASTER-EOF
       read CAPACITY-PARM-FILE
          at end
             set WS-MASTER-EOF to true
          not at end
             if WS-CAP-COUNT = 50
                display 'CAPMNT: CAPIN HAS MORE THAN 50 CAP '
                   'VERSIONS - INCREASE THE CAP TABLE AND RERUN'
                move 12 to return-code
                stop run
             else
                add 1 to WS-CAP-COUNT
                move CA-SET-CODE to CE-SET-CODE(WS-CAP-COUNT)
                move CA-CLASS-CODE to CE-CLASS-CODE(WS-CAP-COUNT)
                move CA-DAILY-CAP to CE-DAILY-CAP(WS-CAP-COUNT)
                move CA-EFF-DATE to CE-EFF-DATE(WS-CAP-COUNT)
                move 'N' to CE-DELETE-FLAG(WS-CAP-COUNT)
             end-if
       end-read
    end-perform
    if WS-CAPIN-STATUS not = '35'
       close CAPACITY-PARM-FILE
    end-if.

APPLY-TRANSACTION.
    move 'N' to WS-REJECT-SWITCH
    move spaces to WS-REJECT-REASON
    perform VALIDATE-TRANSACTION
    if WS-TRAN-REJECTED
       add 1 to WS-REJECT-COUNT
       display 'CAPMNT: REJECTED ' CP-ACTION ' ' CP-SET-CODE ' '
          CP-CLASS-CODE ' ' CP-EFF-DATE ' - '
          function trim(WS-REJECT-REASON)
    else
       add 1 to WS-APPLIED-COUNT
       evaluate CP-ACTION
       when 'A'
          add 1 to WS-CAP-COUNT
          move WS-CAP-COUNT to WS-FOUND-IDX
          move spaces to WS-BEFORE-IMAGE
          perform MOVE-TRAN-TO-CAP
          perform BUILD-CAP-IMAGE
          move WS-CAP-IMAGE to WS-AFTER-IMAGE
       when 'C'
          perform BUILD-CAP-IMAGE
          move WS-CAP-IMAGE to WS-BEFORE-IMAGE
          perform MOVE-TRAN-TO-CAP
          perform BUILD-CAP-IMAGE
          move WS-CAP-IMAGE to WS-AFTER-IMAGE
       when 'D'
          perform BUILD-CAP-IMAGE
          move WS-CAP-IMAGE to WS-BEFORE-IMAGE
          move 'Y' to CE-DELETE-FLAG(WS-FOUND-IDX)
          move spaces to WS-AFTER-IMAGE
       end-evaluate
       perform WRITE-CHANGE-LOG
    end-if.

VALIDATE-TRANSACTION.
    *> A usable effective date is eight digits with a plausible
    *> month and day - enough to keep a mis-keyed column out of
    *> the master.
    move 'N' to WS-EFF-DATE-SWITCH
    move CP-EFF-DATE to WS-EFF-DATE-TEST
    if WS-EFF-DATE-TEST is numeric
       and WS-EFF-MONTH >= 01 and WS-EFF-MONTH <= 12
       and WS-EFF-DAY >= 01 and WS-EFF-DAY <= 31
       set WS-EFF-DATE-OK to true
    end-if

    perform CHECK-CLASS-CODE

    *> Locate the targeted cap version next - duplicate checking
    *> and change/delete targeting both key on set, class code and
    *> effective date.
    move 0 to WS-FOUND-IDX
    perform varying WS-TABLE-IDX from 1 by 1
          until WS-TABLE-IDX > WS-CAP-COUNT
       if CE-DELETE-FLAG(WS-TABLE-IDX) not = 'Y'
          and CE-SET-CODE(WS-TABLE-IDX) = CP-SET-CODE
          and CE-CLASS-CODE(WS-TABLE-IDX) = CP-CLASS-CODE
          and CE-EFF-DATE(WS-TABLE-IDX) = CP-EFF-DATE
          move WS-TABLE-IDX to WS-FOUND-IDX
       end-if
    end-perform

    evaluate true
    when CP-ACTION not = 'A' and CP-ACTION not = 'C'
          and CP-ACTION not = 'D'
       move 'Y' to WS-REJECT-SWITCH
       move 'ACTION MUST BE A, C OR D' to WS-REJECT-REASON
    when CP-CLASS-CODE = spaces
       move 'Y' to WS-REJECT-SWITCH
       move 'BLANK CLASS CODE' to WS-REJECT-REASON
    when CP-EFF-DATE not = spaces and not WS-EFF-DATE-OK
       move 'Y' to WS-REJECT-SWITCH
       move 'EFFECTIVE DATE NOT A VALID YYYYMMDD'
          to WS-REJECT-REASON
    when CP-ACTION = 'A' and WS-FOUND-IDX > 0
       move 'Y' to WS-REJECT-SWITCH
       move 'DUPLICATE SET/CLASS/EFFECTIVE DATE'
          to WS-REJECT-REASON
    when CP-ACTION = 'A' and WS-CAP-COUNT = 50
       move 'Y' to WS-REJECT-SWITCH
       move 'CAP TABLE FULL (50 VERSIONS)' to WS-REJECT-REASON
    when CP-ACTION not = 'A' and WS-FOUND-IDX = 0
       move 'Y' to WS-REJECT-SWITCH
       move 'NO CAP WITH THAT SET/CLASS/EFFECTIVE DATE'
          to WS-REJECT-REASON
    when CP-ACTION not = 'D' and not WS-SET-FOUND
       move 'Y' to WS-REJECT-SWITCH
       move 'RULE SET NOT ON THE DIVISOR MASTER'
          to WS-REJECT-REASON
    when CP-ACTION not = 'D' and not WS-CLASS-OK
       move 'Y' to WS-REJECT-SWITCH
       move 'CLASS CODE NOT MADE OF THE SET''S CODES'
          to WS-REJECT-REASON
    when CP-ACTION not = 'D' and CP-DAILY-CAP is not numeric
       move 'Y' to WS-REJECT-SWITCH
       move 'NON-NUMERIC DAILY CAP' to WS-REJECT-REASON
    *> FIZZBUZZ passes over a zero cap - delete the version
    *> instead of zeroing it.
    when CP-ACTION not = 'D' and CP-DAILY-CAP = '0000000'
       move 'Y' to WS-REJECT-SWITCH
       move 'DAILY CAP OF ZERO' to WS-REJECT-REASON
    end-evaluate.

*> The class code on an extract is the codes of every rule the
*> work order matched, strung together two bytes apiece - so a
*> cap's class code must read as one or more of its set's codes,
*> left-justified with nothing after the first blank pair.
CHECK-CLASS-CODE.
    move 'N' to WS-SET-FOUND-SWITCH
    perform varying WS-CODE-IDX from 1 by 1
          until WS-CODE-IDX > WS-CODE-COUNT
       if PC-SET-CODE(WS-CODE-IDX) = CP-SET-CODE
          set WS-SET-FOUND to true
       end-if
    end-perform

    move 'Y' to WS-CLASS-SWITCH
    move 'N' to WS-CLASS-END-SWITCH
    perform varying WS-CODE-POS from 1 by 2
          until WS-CODE-POS > 19
       move CP-CLASS-CODE(WS-CODE-POS:2) to WS-CODE-PIECE
       evaluate true
       when WS-CODE-PIECE = spaces
          set WS-CLASS-ENDED to true
       when WS-CLASS-ENDED
          move 'N' to WS-CLASS-SWITCH
       when other
          move 'N' to WS-PIECE-FOUND-SWITCH
          perform varying WS-CODE-IDX from 1 by 1
                until WS-CODE-IDX > WS-CODE-COUNT
             if PC-SET-CODE(WS-CODE-IDX) = CP-SET-CODE
                and PC-CLASS-CODE(WS-CODE-IDX) = WS-CODE-PIECE
                set WS-PIECE-FOUND to true
             end-if
          end-perform
          if not WS-PIECE-FOUND
             move 'N' to WS-CLASS-SWITCH
          end-if
       end-evaluate
    end-perform.

MOVE-TRAN-TO-CAP.
    move CP-SET-CODE to CE-SET-CODE(WS-FOUND-IDX)
    move CP-CLASS-CODE to CE-CLASS-CODE(WS-FOUND-IDX)
    move CP-DAILY-CAP to CE-DAILY-CAP(WS-FOUND-IDX)
    move CP-EFF-DATE to CE-EFF-DATE(WS-FOUND-IDX)
    move 'N' to CE-DELETE-FLAG(WS-FOUND-IDX).

BUILD-CAP-IMAGE.
    move CE-SET-CODE(WS-FOUND-IDX) to WS-KI-SET-CODE
    move CE-CLASS-CODE(WS-FOUND-IDX) to WS-KI-CLASS-CODE
    move CE-DAILY-CAP(WS-FOUND-IDX) to WS-KI-DAILY-CAP
    move CE-EFF-DATE(WS-FOUND-IDX) to WS-KI-EFF-DATE.

WRITE-CHANGE-LOG.
    move spaces to CHANGE-LOG-WIDE-RECORD
    move WS-RUN-DATE to CW-CHANGE-DATE
    move WS-RUN-TIME to CW-CHANGE-TIME
    move CP-USER-ID to CW-USER-ID
    move CP-ACTION to CW-ACTION
    move WS-BEFORE-IMAGE to CW-BEFORE-IMAGE
    move WS-AFTER-IMAGE to CW-AFTER-IMAGE
    write CHANGE-LOG-WIDE-RECORD.

WRITE-NEW-MASTER.
    perform varying WS-TABLE-IDX from 1 by 1
          until WS-TABLE-IDX > WS-CAP-COUNT
       if CE-DELETE-FLAG(WS-TABLE-IDX) not = 'Y'
          move spaces to WS-NEW-CAP-RECORD
          move CE-SET-CODE(WS-TABLE-IDX) to WS-NK-SET-CODE
          move CE-CLASS-CODE(WS-TABLE-IDX) to WS-NK-CLASS-CODE
          move CE-DAILY-CAP(WS-TABLE-IDX) to WS-NK-DAILY-CAP
          move CE-EFF-DATE(WS-TABLE-IDX) to WS-NK-EFF-DATE
          move WS-NEW-CAP-RECORD to CAP-NEW-RECORD
          write CAP-NEW-RECORD
       end-if
    end-perform.
