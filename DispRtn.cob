identification division.
program-id. DispRtn.
*> Disposition return file for one source system. The PARM names
*> the source system; its plant code comes from the registry
*> (SRCREG), and every work order that plant sent gets a line on
*> RTNOUT saying what became of it, framed with a header and a
*> trailer (count and hash) in the RTNREC layout. Run once per
*> external source system, after the overnight run and the repair
*> job, so each plant gets one complete answer per business day:
*>   - today's classifications come from the audit file (AUDIN),
*>     matched against the regular and express extracts (XTRIN,
*>     EXPIN), the capacity deferrals (DEFIN) and the operator
*>     holds (HLDIN) to say whether the work order shipped,
*>     shipped express, was deferred by a CAPIN cap, was stopped
*>     by an operator hold or needed no extract at all. The five
*>     files arrive sorted by work-order number, so this is one
*>     pass over each;
*>   - today's input rejects (BAD1-BAD5) come from the exception
*>     file (EXCIN), with the number exactly as it arrived;
*>   - acknowledgements and queue bounces come from the
*>     reconciliation's settled items (ACKDIN);
*>   - cancels voided or refused come from the overnight run's
*>     cancel disposition file (CNDIN);
*>   - repairs corrected or written off today come from the
*>     exception disposition file (DISPIN).
environment division.
input-output section.
file-control.
    select SOURCE-REGISTRY-FILE assign to "SRCREG"
        organization is line sequential
        file status is WS-SRCREG-STATUS.
    select AUDIT-FILE assign to "AUDIN"
        organization is line sequential
        file status is WS-AUDIN-STATUS.
    select EXTRACT-FILE assign to "XTRIN"
        organization is line sequential
        file status is WS-XTRIN-STATUS.
    select EXPRESS-FILE assign to "EXPIN"
        organization is line sequential
        file status is WS-EXPIN-STATUS.
    select DEFERRED-FILE assign to "DEFIN"
        organization is line sequential
        file status is WS-DEFIN-STATUS.
    select HELD-FILE assign to "HLDIN"
        organization is line sequential
        file status is WS-HLDIN-STATUS.
    select EXCEPTION-FILE assign to "EXCIN"
        organization is line sequential
        file status is WS-EXCIN-STATUS.
    select ACK-DISPOSITION-FILE assign to "ACKDIN"
        organization is line sequential
        file status is WS-ACKDIN-STATUS.
    select CANCEL-DISPOSITION-FILE assign to "CNDIN"
        organization is line sequential
        file status is WS-CNDIN-STATUS.
    select DISP-IN-FILE assign to "DISPIN"
        organization is line sequential
        file status is WS-DISPIN-STATUS.
    select RETURN-FILE assign to "RTNOUT"
        organization is line sequential
        file status is WS-RTNOUT-STATUS.
data division.
file section.
fd  SOURCE-REGISTRY-FILE.
copy SRCREC.
fd  AUDIT-FILE.
copy AUDTREC.
fd  EXTRACT-FILE.
copy XTRREC.
fd  EXPRESS-FILE.
01 EXPRESS-RECORD.
   05 XP-WO-NUMBER     pic 9(7).
   05 XP-CLASS-CODE    pic X(20).
   05 XP-RUN-DATE      pic X(8).
   05 XP-SOURCE-CODE   pic X(2).
fd  DEFERRED-FILE.
copy WORKREC.
fd  HELD-FILE.
copy HELDREC.
fd  EXCEPTION-FILE.
copy EXCPREC.
fd  ACK-DISPOSITION-FILE.
01 ACK-DISPOSITION-RECORD pic X(80).
fd  CANCEL-DISPOSITION-FILE.
01 CANCEL-DISPOSITION-RECORD pic X(80).
fd  DISP-IN-FILE.
copy EXDISREC.
fd  RETURN-FILE.
copy RTNREC.
working-storage section.
01 WS-SRCREG-STATUS   pic XX.
01 WS-AUDIN-STATUS    pic XX.
01 WS-XTRIN-STATUS    pic XX.
01 WS-EXPIN-STATUS    pic XX.
01 WS-DEFIN-STATUS    pic XX.
01 WS-HLDIN-STATUS    pic XX.
01 WS-EXCIN-STATUS    pic XX.
01 WS-ACKDIN-STATUS   pic XX.
01 WS-CNDIN-STATUS    pic XX.
01 WS-DISPIN-STATUS   pic XX.
01 WS-RTNOUT-STATUS   pic XX.
01 WS-SRCREG-EOF-SWITCH pic X value 'N'.
   88 WS-SRCREG-EOF     value 'Y'.
01 WS-AUDIN-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIN-EOF      value 'Y'.
01 WS-XTRIN-EOF-SWITCH pic X value 'N'.
   88 WS-XTRIN-EOF      value 'Y'.
01 WS-EXPIN-EOF-SWITCH pic X value 'N'.
   88 WS-EXPIN-EOF      value 'Y'.
01 WS-DEFIN-EOF-SWITCH pic X value 'N'.
   88 WS-DEFIN-EOF      value 'Y'.
01 WS-HLDIN-EOF-SWITCH pic X value 'N'.
   88 WS-HLDIN-EOF      value 'Y'.
01 WS-EXCIN-EOF-SWITCH pic X value 'N'.
   88 WS-EXCIN-EOF      value 'Y'.
01 WS-ACKDIN-EOF-SWITCH pic X value 'N'.
   88 WS-ACKDIN-EOF     value 'Y'.
01 WS-CNDIN-EOF-SWITCH pic X value 'N'.
   88 WS-CNDIN-EOF      value 'Y'.
01 WS-DISPIN-EOF-SWITCH pic X value 'N'.
   88 WS-DISPIN-EOF     value 'Y'.
01 WS-SOURCE-FOUND-SWITCH pic X value 'N'.
   88 WS-SOURCE-FOUND   value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).

01 WS-ARG-LINE        pic X(8).
01 WS-SOURCE-SYSTEM   pic X(8).
01 WS-PLANT-CODE      pic X(2).
01 WS-SOURCE-EFF-DATE pic X(8) value spaces.
*> The date the overnight run classified under - taken from the
*> audit file, since the exception records carry no date of their
*> own. A day with nothing audited falls back to the run date.
01 WS-FEED-RUN-DATE   pic X(8).

*> One-record lookahead on each sorted match file; the previous
*> keys police the sort order as the reconciliation's do.
01 WS-SEARCH-WO-NUMBER pic 9(7).
01 WS-XTR-HEAD.
   05 WS-XH-WO-NUMBER    pic 9(7).
   05 WS-XH-CLASS-CODE   pic X(20).
   05 WS-XH-RUN-DATE     pic X(8).
01 WS-EXP-HEAD.
   05 WS-EH-WO-NUMBER    pic 9(7).
   05 WS-EH-CLASS-CODE   pic X(20).
   05 WS-EH-RUN-DATE     pic X(8).
01 WS-DEF-HEAD.
   05 WS-DH-WO-NUMBER    pic 9(7).
01 WS-HLD-HEAD.
   05 WS-HH-WO-NUMBER    pic 9(7).
   05 WS-HH-CLASS-CODE   pic X(20).
   05 WS-HH-HELD-DATE    pic X(8).
   05 WS-HH-HOLD-TYPE    pic X(1).
01 WS-PREV-AUD-KEY     pic 9(7) value 0.
01 WS-PREV-XTR-KEY     pic 9(7) value 0.
01 WS-PREV-EXP-KEY     pic 9(7) value 0.
01 WS-PREV-DEF-KEY     pic 9(7) value 0.
01 WS-PREV-HLD-KEY     pic 9(7) value 0.

01 WS-RETURN-COUNT     pic 9(7) value 0.
01 WS-RETURN-HASH      pic 9(13) value 0.

01 WS-RETURN-COUNTERS.
   05 WS-EXTRACT-COUNT      pic 9(7) value 0.
   05 WS-EXPRESS-COUNT      pic 9(7) value 0.
   05 WS-CLASSIFY-COUNT     pic 9(7) value 0.
   05 WS-DEFERRED-COUNT     pic 9(7) value 0.
   05 WS-HELD-COUNT         pic 9(7) value 0.
   05 WS-REJECTED-COUNT     pic 9(7) value 0.
   05 WS-ACKED-COUNT        pic 9(7) value 0.
   05 WS-BOUNCED-COUNT      pic 9(7) value 0.
   05 WS-CORRECTED-COUNT    pic 9(7) value 0.
   05 WS-WRITEOFF-COUNT     pic 9(7) value 0.
   05 WS-VOIDED-COUNT       pic 9(7) value 0.
   05 WS-CXL-REFUSED-COUNT  pic 9(7) value 0.

procedure division.
accept WS-ARG-LINE from command-line
move WS-ARG-LINE to WS-SOURCE-SYSTEM
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
move WS-RUN-DATE to WS-FEED-RUN-DATE
if WS-SOURCE-SYSTEM = spaces
   display 'DISPRTN: NO SOURCE SYSTEM IN THE PARM'
   move 8 to return-code
   stop run
end-if

perform FIND-SOURCE-SYSTEM
perform OPEN-RETURN-FILES

move spaces to RETURN-HEADER-RECORD
move 'H' to RH-RECORD-TYPE
move WS-SOURCE-SYSTEM to RH-SOURCE-SYSTEM
move WS-RUN-DATE to RH-BUSINESS-DATE
move WS-PLANT-CODE to RH-PLANT-CODE
write RETURN-HEADER-RECORD

perform READ-NEXT-XTR
perform READ-NEXT-EXP
perform READ-NEXT-DEF
perform READ-NEXT-HLD
perform until WS-AUDIN-EOF
   read AUDIT-FILE
      at end
         set WS-AUDIN-EOF to true
      not at end
         perform RETURN-CLASSIFICATION
   end-read
end-perform

perform until WS-EXCIN-EOF
   read EXCEPTION-FILE
      at end
         set WS-EXCIN-EOF to true
      not at end
         if EX-SOURCE-CODE = WS-PLANT-CODE
            perform RETURN-REJECT
         end-if
   end-read
end-perform

perform until WS-ACKDIN-EOF
   read ACK-DISPOSITION-FILE
      at end
         set WS-ACKDIN-EOF to true
      not at end
         move ACK-DISPOSITION-RECORD to RETURN-DETAIL-RECORD
         if RR-RECORD-TYPE = 'D'
            and RR-PLANT-CODE = WS-PLANT-CODE
            if RR-ACKNOWLEDGED
               add 1 to WS-ACKED-COUNT
            else
               add 1 to WS-BOUNCED-COUNT
            end-if
            perform WRITE-RETURN-LINE
         end-if
   end-read
end-perform

perform until WS-CNDIN-EOF
   read CANCEL-DISPOSITION-FILE
      at end
         set WS-CNDIN-EOF to true
      not at end
         move CANCEL-DISPOSITION-RECORD to RETURN-DETAIL-RECORD
         if RR-RECORD-TYPE = 'D'
            and RR-PLANT-CODE = WS-PLANT-CODE
            if RR-VOIDED
               add 1 to WS-VOIDED-COUNT
            else
               add 1 to WS-CXL-REFUSED-COUNT
            end-if
            perform WRITE-RETURN-LINE
         end-if
   end-read
end-perform

perform until WS-DISPIN-EOF
   read DISP-IN-FILE
      at end
         set WS-DISPIN-EOF to true
      not at end
         if ED-SOURCE-CODE = WS-PLANT-CODE
            and ED-RESOLVE-DATE = WS-RUN-DATE
            and (ED-STATUS = 'C' or ED-STATUS = 'W')
            perform RETURN-REPAIR
         end-if
   end-read
end-perform

move spaces to RETURN-TRAILER-RECORD
move 'T' to RT-RECORD-TYPE
move WS-SOURCE-SYSTEM to RT-SOURCE-SYSTEM
move WS-RETURN-COUNT to RT-RECORD-COUNT
move WS-RETURN-HASH to RT-HASH-TOTAL
write RETURN-TRAILER-RECORD

close AUDIT-FILE
close EXTRACT-FILE
close EXPRESS-FILE
close DEFERRED-FILE
close HELD-FILE
close EXCEPTION-FILE
if WS-ACKDIN-STATUS not = '35'
   close ACK-DISPOSITION-FILE
end-if
if WS-CNDIN-STATUS not = '35'
   close CANCEL-DISPOSITION-FILE
end-if
if WS-DISPIN-STATUS not = '35'
   close DISP-IN-FILE
end-if
close RETURN-FILE

display 'DISPRTN: SOURCE SYSTEM        : ' WS-SOURCE-SYSTEM
   ' PLANT ' WS-PLANT-CODE
display 'DISPRTN: EXTRACTED            : ' WS-EXTRACT-COUNT
display 'DISPRTN: EXTRACTED EXPRESS    : ' WS-EXPRESS-COUNT
display 'DISPRTN: CLASSIFIED, NO SHIP  : ' WS-CLASSIFY-COUNT
display 'DISPRTN: DEFERRED BY CAP      : ' WS-DEFERRED-COUNT
display 'DISPRTN: HELD BY OPERATOR     : ' WS-HELD-COUNT
display 'DISPRTN: REJECTED             : ' WS-REJECTED-COUNT
display 'DISPRTN: ACKNOWLEDGED         : ' WS-ACKED-COUNT
display 'DISPRTN: BOUNCED (NAK)        : ' WS-BOUNCED-COUNT
display 'DISPRTN: CANCELS VOIDED       : ' WS-VOIDED-COUNT
display 'DISPRTN: CANCELS REFUSED      : ' WS-CXL-REFUSED-COUNT
display 'DISPRTN: REPAIRS CORRECTED    : ' WS-CORRECTED-COUNT
display 'DISPRTN: REPAIRS WRITTEN OFF  : ' WS-WRITEOFF-COUNT
display 'DISPRTN: RETURN LINES WRITTEN : ' WS-RETURN-COUNT
goback.

*> Only an external source system gets a return file - an
*> internal one (blank plant code) is answering to itself. The
*> plant code comes from the latest version of the system's
*> registry row in effect on the run date.
FIND-SOURCE-SYSTEM.
    open input SOURCE-REGISTRY-FILE
    if WS-SRCREG-STATUS not = '00'
       display 'DISPRTN: UNABLE TO OPEN SRCREG, STATUS='
          WS-SRCREG-STATUS
       move 8 to return-code
       stop run
    end-if
    perform until WS-SRCREG-EOF
       read SOURCE-REGISTRY-FILE
          at end
             set WS-SRCREG-EOF to true
          not at end
             if SG-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                and (SG-EFF-DATE = spaces
                     or SG-EFF-DATE <= WS-RUN-DATE)
                and (not WS-SOURCE-FOUND
                     or SG-EFF-DATE > WS-SOURCE-EFF-DATE)
                set WS-SOURCE-FOUND to true
                move SG-PLANT-CODE to WS-PLANT-CODE
                move SG-EFF-DATE to WS-SOURCE-EFF-DATE
             end-if
       end-read
    end-perform
    close SOURCE-REGISTRY-FILE
    if not WS-SOURCE-FOUND
       display 'DISPRTN: SOURCE SYSTEM ' WS-SOURCE-SYSTEM
          ' IS NOT ON SRCREG'
       move 8 to return-code
       stop run
    end-if
    if WS-PLANT-CODE = spaces
       display 'DISPRTN: SOURCE SYSTEM ' WS-SOURCE-SYSTEM
          ' IS INTERNAL - NO RETURN FILE IS SENT'
       move 8 to return-code
       stop run
    end-if.

OPEN-RETURN-FILES.
    open input AUDIT-FILE
    if WS-AUDIN-STATUS not = '00'
       display 'DISPRTN: UNABLE TO OPEN AUDIN, STATUS='
          WS-AUDIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open input EXTRACT-FILE
    if WS-XTRIN-STATUS not = '00'
       display 'DISPRTN: UNABLE TO OPEN XTRIN, STATUS='
          WS-XTRIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open input EXPRESS-FILE
    if WS-EXPIN-STATUS not = '00'
       display 'DISPRTN: UNABLE TO OPEN EXPIN, STATUS='
          WS-EXPIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open input DEFERRED-FILE
    if WS-DEFIN-STATUS not = '00'
       display 'DISPRTN: UNABLE TO OPEN DEFIN, STATUS='
          WS-DEFIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open input HELD-FILE
    if WS-HLDIN-STATUS not = '00'
       display 'DISPRTN: UNABLE TO OPEN HLDIN, STATUS='
          WS-HLDIN-STATUS
       move 8 to return-code
       stop run
    end-if
    open input EXCEPTION-FILE
    if WS-EXCIN-STATUS not = '00'
       display 'DISPRTN: UNABLE TO OPEN EXCIN, STATUS='
          WS-EXCIN-STATUS
       move 8 to return-code
       stop run
    end-if
    *> Before the reconciliation or the repair job has ever run
    *> (status 35) there is simply nothing settled or repaired to
    *> report - nor any cancel answer before the overnight run has
    *> first written one.
    open input ACK-DISPOSITION-FILE
    if WS-ACKDIN-STATUS = '35'
       set WS-ACKDIN-EOF to true
    else
       if WS-ACKDIN-STATUS not = '00'
          display 'DISPRTN: UNABLE TO OPEN ACKDIN, STATUS='
             WS-ACKDIN-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    open input CANCEL-DISPOSITION-FILE
    if WS-CNDIN-STATUS = '35'
       set WS-CNDIN-EOF to true
    else
       if WS-CNDIN-STATUS not = '00'
          display 'DISPRTN: UNABLE TO OPEN CNDIN, STATUS='
             WS-CNDIN-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    open input DISP-IN-FILE
    if WS-DISPIN-STATUS = '35'
       set WS-DISPIN-EOF to true
    else
       if WS-DISPIN-STATUS not = '00'
          display 'DISPRTN: UNABLE TO OPEN DISPIN, STATUS='
             WS-DISPIN-STATUS
          move 8 to return-code
          stop run
       end-if
    end-if
    open output RETURN-FILE
    if WS-RTNOUT-STATUS not = '00'
       display 'DISPRTN: UNABLE TO OPEN RTNOUT, STATUS='
          WS-RTNOUT-STATUS
       move 8 to return-code
       stop run
    end-if.

READ-NEXT-XTR.
    if not WS-XTRIN-EOF
       read EXTRACT-FILE
          at end
             set WS-XTRIN-EOF to true
          not at end
             if XR-WO-NUMBER < WS-PREV-XTR-KEY
                display 'DISPRTN: XTRIN IS NOT IN WORK-ORDER '
                   'SEQUENCE - WAS THE SORT STEP BYPASSED?'
                move 12 to return-code
                stop run
             end-if
             move XR-WO-NUMBER to WS-PREV-XTR-KEY
             move XR-WO-NUMBER to WS-XH-WO-NUMBER
             move XR-CLASS-CODE to WS-XH-CLASS-CODE
             move XR-RUN-DATE to WS-XH-RUN-DATE
       end-read
    end-if.

READ-NEXT-EXP.
    if not WS-EXPIN-EOF
       read EXPRESS-FILE
          at end
             set WS-EXPIN-EOF to true
          not at end
             if XP-WO-NUMBER < WS-PREV-EXP-KEY
                display 'DISPRTN: EXPIN IS NOT IN WORK-ORDER '
                   'SEQUENCE - WAS THE SORT STEP BYPASSED?'
                move 12 to return-code
                stop run
             end-if
             move XP-WO-NUMBER to WS-PREV-EXP-KEY
             move XP-WO-NUMBER to WS-EH-WO-NUMBER
             move XP-CLASS-CODE to WS-EH-CLASS-CODE
             move XP-RUN-DATE to WS-EH-RUN-DATE
       end-read
    end-if.

*> The deferral file is a framed batch - its header and trailer
*> carry no work-order number and are read past.
READ-NEXT-DEF.
    if not WS-DEFIN-EOF
       move 0 to WS-DH-WO-NUMBER
       perform until WS-DEFIN-EOF or WS-DH-WO-NUMBER > 0
          read DEFERRED-FILE
             at end
                set WS-DEFIN-EOF to true
             not at end
                if WO-NUMBER is numeric
                   if WO-NUMBER < WS-PREV-DEF-KEY
                      display 'DISPRTN: DEFIN IS NOT IN WORK-ORDER '
                         'SEQUENCE - WAS THE SORT STEP BYPASSED?'
                      move 12 to return-code
                      stop run
                   end-if
                   move WO-NUMBER to WS-PREV-DEF-KEY
                   move WO-NUMBER to WS-DH-WO-NUMBER
                end-if
          end-read
       end-perform
    end-if.

READ-NEXT-HLD.
    if not WS-HLDIN-EOF
       read HELD-FILE
          at end
             set WS-HLDIN-EOF to true
          not at end
             if HL-WO-NUMBER < WS-PREV-HLD-KEY
                display 'DISPRTN: HLDIN IS NOT IN WORK-ORDER '
                   'SEQUENCE - WAS THE SORT STEP BYPASSED?'
                move 12 to return-code
                stop run
             end-if
             move HL-WO-NUMBER to WS-PREV-HLD-KEY
             move HL-WO-NUMBER to WS-HH-WO-NUMBER
             move HL-CLASS-CODE to WS-HH-CLASS-CODE
             move HL-HELD-DATE to WS-HH-HELD-DATE
             move HL-HOLD-TYPE to WS-HH-HOLD-TYPE
       end-read
    end-if.

*> A classified audit record is matched against the shipments,
*> the deferrals and the operator holds on its key. The match
*> files are only positioned, never consumed, so a work order
*> audited twice in the day finds the same answer both times. A
*> rejected audit record is left to the exception file, which
*> still holds the number as it came in.
RETURN-CLASSIFICATION.
    if AL-WO-NUMBER is not numeric
       display 'DISPRTN: SKIPPING NON-NUMERIC AUDIT ROW: '
          AL-WO-NUMBER
    else
       if AL-WO-NUMBER < WS-PREV-AUD-KEY
          display 'DISPRTN: AUDIN IS NOT IN WORK-ORDER '
             'SEQUENCE - WAS THE SORT STEP BYPASSED?'
          move 12 to return-code
          stop run
       end-if
       move AL-WO-NUMBER to WS-PREV-AUD-KEY
       move AL-RUN-DATE to WS-FEED-RUN-DATE
       if AL-SOURCE-CODE = WS-PLANT-CODE
          and AL-CLASSIFICATION(1:9) not = 'REJECTED '
          move AL-WO-NUMBER to WS-SEARCH-WO-NUMBER
          perform until WS-XTRIN-EOF
                or WS-XH-WO-NUMBER >= WS-SEARCH-WO-NUMBER
             perform READ-NEXT-XTR
          end-perform
          perform until WS-EXPIN-EOF
                or WS-EH-WO-NUMBER >= WS-SEARCH-WO-NUMBER
             perform READ-NEXT-EXP
          end-perform
          perform until WS-DEFIN-EOF
                or WS-DH-WO-NUMBER >= WS-SEARCH-WO-NUMBER
             perform READ-NEXT-DEF
          end-perform
          perform until WS-HLDIN-EOF
                or WS-HH-WO-NUMBER >= WS-SEARCH-WO-NUMBER
             perform READ-NEXT-HLD
          end-perform
          move spaces to RETURN-DETAIL-RECORD
          move 'D' to RR-RECORD-TYPE
          move AL-WO-NUMBER to RR-WO-RAW
          move AL-SOURCE-CODE to RR-PLANT-CODE
          evaluate true
          when not WS-XTRIN-EOF
             and WS-XH-WO-NUMBER = WS-SEARCH-WO-NUMBER
             add 1 to WS-EXTRACT-COUNT
             set RR-EXTRACTED to true
             move WS-XH-CLASS-CODE to RR-CODE
             move WS-XH-RUN-DATE to RR-DATE
          when not WS-EXPIN-EOF
             and WS-EH-WO-NUMBER = WS-SEARCH-WO-NUMBER
             add 1 to WS-EXPRESS-COUNT
             set RR-EXPRESS to true
             move WS-EH-CLASS-CODE to RR-CODE
             move WS-EH-RUN-DATE to RR-DATE
          when not WS-DEFIN-EOF
             and WS-DH-WO-NUMBER = WS-SEARCH-WO-NUMBER
             add 1 to WS-DEFERRED-COUNT
             set RR-DEFERRED to true
             move AL-CLASSIFICATION to RR-CODE
             move AL-RUN-DATE to RR-DATE
             move 'CAPACITY CAP - NEXT RUN' to RR-TEXT
          when not WS-HLDIN-EOF
             and WS-HH-WO-NUMBER = WS-SEARCH-WO-NUMBER
             add 1 to WS-HELD-COUNT
             set RR-HELD to true
             move WS-HH-CLASS-CODE to RR-CODE
             move WS-HH-HELD-DATE to RR-DATE
             string 'OPERATOR HOLD - TYPE ' delimited by size
                    WS-HH-HOLD-TYPE delimited by size
                    into RR-TEXT
          when other
             add 1 to WS-CLASSIFY-COUNT
             set RR-CLASSIFIED to true
             move AL-CLASSIFICATION to RR-CODE
             move AL-RUN-DATE to RR-DATE
          end-evaluate
          perform WRITE-RETURN-LINE
       end-if
    end-if.

RETURN-REJECT.
    add 1 to WS-REJECTED-COUNT
    move spaces to RETURN-DETAIL-RECORD
    move 'D' to RR-RECORD-TYPE
    move EX-WO-RAW to RR-WO-RAW
    move EX-SOURCE-CODE to RR-PLANT-CODE
    set RR-REJECTED to true
    move EX-REASON-CODE to RR-CODE
    move WS-FEED-RUN-DATE to RR-DATE
    move EX-REASON-TEXT to RR-TEXT
    perform WRITE-RETURN-LINE.

RETURN-REPAIR.
    move spaces to RETURN-DETAIL-RECORD
    move 'D' to RR-RECORD-TYPE
    move ED-WO-RAW to RR-WO-RAW
    move ED-SOURCE-CODE to RR-PLANT-CODE
    if ED-STATUS = 'C'
       add 1 to WS-CORRECTED-COUNT
       set RR-CORRECTED to true
       move 'CORRECTED AND RESUBMITTED' to RR-TEXT
    else
       add 1 to WS-WRITEOFF-COUNT
       set RR-WRITTEN-OFF to true
       move 'WRITTEN OFF - NOT RESENT' to RR-TEXT
    end-if
    move ED-REASON-CODE to RR-CODE
    move ED-RESOLVE-DATE to RR-DATE
    perform WRITE-RETURN-LINE.

WRITE-RETURN-LINE.
    move WS-SOURCE-SYSTEM to RR-SOURCE-SYSTEM
    write RETURN-DETAIL-RECORD
    add 1 to WS-RETURN-COUNT
    if RR-WO-RAW is numeric
       add function numval(RR-WO-RAW) to WS-RETURN-HASH
    end-if.
