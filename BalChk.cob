*>   audit records   = read (the audit trail carries rejects too)
*>   audit classified = classified = report detail lines
*>   audit non-PLAIN classified = extract count + deferred count
*>     + held count
*>   regular extract records = extract count - express count
*>   express extract records (EXPIN) = express count
*>   deferred detail records (DEFIN, inside its batch framing)
*>     = deferred count
*>   held records (HLDIN) = held count
*>   carry-drop records (DRPIN) = carry-drop count, every one of
*>     them a cancelled or a superseded copy
*>   exception records = exception count
*>   cancels = work orders voided + cancels rejected
*>   recall records (RCLIN) = recall count, every one of them a
*>     cancel recall or an amend recall
*>   cancel recalls <= work orders voided
*>   amend recalls  <= amends
*>   routed destination files (RTRIN regular, RTXIN express, each
*>     a concatenation of one framed file per destination): every
*>     frame whole - header, details, trailer - with the trailer's
*>     count and hash agreeing with its details, and the routed
*>     details adding back to extract count - express count and
*>     to express count
*> Any disagreement ends with return code 12 so the job stream
*> stops before an unproven extract ships.
environment division.
    select EXCEPTION-FILE assign to "EXCIN"
        organization is line sequential
        file status is WS-EXCIN-STATUS.
    select RECALL-FILE assign to "RCLIN"
        organization is line sequential
        file status is WS-RCLIN-STATUS.
    select HELD-FILE assign to "HLDIN"
        organization is line sequential
        file status is WS-HLDIN-STATUS.
    select CARRY-DROP-FILE assign to "DRPIN"
        organization is line sequential
        file status is WS-DRPIN-STATUS.
    select ROUTED-REGULAR-FILE assign to "RTRIN"
        organization is line sequential
        file status is WS-RTRIN-STATUS.
    select ROUTED-EXPRESS-FILE assign to "RTXIN"
        organization is line sequential
        file status is WS-RTXIN-STATUS.
    select RUN-STATUS-FILE assign to "RUNSTAT"
        organization is indexed
        access is random
01 DEFERRED-RECORD    pic X(80).
fd  EXCEPTION-FILE.
copy EXCPREC.
fd  RECALL-FILE.
copy RCLREC.
fd  HELD-FILE.
copy HELDREC.
fd  CARRY-DROP-FILE.
copy DROPREC.
*> Both routed files are proven through the regular file's record
*> area - the express file is read into it once the regular file
*> is at end.
fd  ROUTED-REGULAR-FILE.
copy DSTREC.
fd  ROUTED-EXPRESS-FILE.
01 ROUTED-EXPRESS-RECORD pic X(80).
fd  RUN-STATUS-FILE.
copy RSTATREC.
working-storage section.
01 WS-EXPIN-STATUS    pic XX.
01 WS-DEFIN-STATUS    pic XX.
01 WS-EXCIN-STATUS    pic XX.
01 WS-RCLIN-STATUS    pic XX.
01 WS-HLDIN-STATUS    pic XX.
01 WS-DRPIN-STATUS    pic XX.
01 WS-RTRIN-STATUS    pic XX.
01 WS-RTXIN-STATUS    pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-RUNSTAT-AVAIL-SWITCH pic X value 'N'.
   88 WS-RUNSTAT-AVAILABLE  value 'Y'.
   88 WS-DEFIN-EOF      value 'Y'.
01 WS-EXCIN-EOF-SWITCH pic X value 'N'.
   88 WS-EXCIN-EOF      value 'Y'.
01 WS-RCLIN-EOF-SWITCH pic X value 'N'.
   88 WS-RCLIN-EOF      value 'Y'.
01 WS-HLDIN-EOF-SWITCH pic X value 'N'.
   88 WS-HLDIN-EOF      value 'Y'.
01 WS-DRPIN-EOF-SWITCH pic X value 'N'.
   88 WS-DRPIN-EOF      value 'Y'.
01 WS-RTRIN-EOF-SWITCH pic X value 'N'.
   88 WS-RTRIN-EOF      value 'Y'.
01 WS-RTXIN-EOF-SWITCH pic X value 'N'.
   88 WS-RTXIN-EOF      value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-EXP-COUNT          pic 9(7) value 0.
   05 WS-DEF-COUNT          pic 9(7) value 0.
   05 WS-EXC-COUNT          pic 9(7) value 0.
   05 WS-RCL-COUNT          pic 9(7) value 0.
   05 WS-RCL-CANCEL-COUNT   pic 9(7) value 0.
   05 WS-RCL-AMEND-COUNT    pic 9(7) value 0.
   05 WS-HLD-COUNT          pic 9(7) value 0.
   05 WS-DRP-COUNT          pic 9(7) value 0.
   05 WS-DRP-REASON-COUNT   pic 9(7) value 0.
   05 WS-RTR-COUNT          pic 9(7) value 0.
   05 WS-RTX-COUNT          pic 9(7) value 0.
   05 WS-RTR-FRAME-COUNT    pic 9(3) value 0.
   05 WS-RTX-FRAME-COUNT    pic 9(3) value 0.

*> The routed frame being proven - which file and service it is
*> read from, the destination its header named, and the details
*> counted and hashed since.
01 WS-ROUTED-DD         pic X(5).
01 WS-ROUTED-SERVICE    pic X(1).
01 WS-FRAME-OPEN-SWITCH pic X value 'N'.
   88 WS-FRAME-OPEN       value 'Y'.
01 WS-FRAME-DEST-CODE   pic X(8).
01 WS-FRAME-COUNT       pic 9(7).
01 WS-FRAME-HASH        pic 9(13).
01 WS-FRAME-TALLY       pic 9(3).
01 WS-ROUTED-TALLY      pic 9(7).

01 WS-OOB-SWITCH      pic X value 'N'.
   88 WS-OUT-OF-BALANCE value 'Y'.
close EXTRACT-FILE
close EXPRESS-FILE
close DEFERRED-FILE
perform until WS-RCLIN-EOF
   read RECALL-FILE
      at end
         set WS-RCLIN-EOF to true
      not at end
         add 1 to WS-RCL-COUNT
         evaluate true
         when RL-CANCELLED
            add 1 to WS-RCL-CANCEL-COUNT
         when RL-AMENDED
            add 1 to WS-RCL-AMEND-COUNT
         end-evaluate
   end-read
end-perform

perform until WS-HLDIN-EOF
   read HELD-FILE
      at end
         set WS-HLDIN-EOF to true
      not at end
         add 1 to WS-HLD-COUNT
   end-read
end-perform

perform until WS-DRPIN-EOF
   read CARRY-DROP-FILE
      at end
         set WS-DRPIN-EOF to true
      not at end
         add 1 to WS-DRP-COUNT
         if CD-CANCELLED or CD-SUPERSEDED
            add 1 to WS-DRP-REASON-COUNT
         end-if
   end-read
end-perform

move 'RTRIN' to WS-ROUTED-DD
move 'R' to WS-ROUTED-SERVICE
move 'N' to WS-FRAME-OPEN-SWITCH
move 0 to WS-FRAME-TALLY
move 0 to WS-ROUTED-TALLY
perform until WS-RTRIN-EOF
   read ROUTED-REGULAR-FILE
      at end
         set WS-RTRIN-EOF to true
      not at end
         perform PROVE-ROUTED-LINE
   end-read
end-perform
perform CLOSE-ROUTED-FRAME
move WS-FRAME-TALLY to WS-RTR-FRAME-COUNT
move WS-ROUTED-TALLY to WS-RTR-COUNT

move 'RTXIN' to WS-ROUTED-DD
move 'E' to WS-ROUTED-SERVICE
move 'N' to WS-FRAME-OPEN-SWITCH
move 0 to WS-FRAME-TALLY
move 0 to WS-ROUTED-TALLY
perform until WS-RTXIN-EOF
   read ROUTED-EXPRESS-FILE into ROUTED-HEADER-RECORD
      at end
         set WS-RTXIN-EOF to true
      not at end
         perform PROVE-ROUTED-LINE
   end-read
end-perform
perform CLOSE-ROUTED-FRAME
move WS-FRAME-TALLY to WS-RTX-FRAME-COUNT
move WS-ROUTED-TALLY to WS-RTX-COUNT

close EXCEPTION-FILE
close RECALL-FILE
close HELD-FILE
close CARRY-DROP-FILE
close ROUTED-REGULAR-FILE
close ROUTED-EXPRESS-FILE

display 'BALCHK: RUN DATE ' RC-RUN-DATE
display 'BALCHK: CONTROL  READ=' RC-READ-COUNT
   ' EXTRACTS=' RC-EXTRACT-COUNT
   ' EXPRESS=' RC-EXPRESS-COUNT
   ' DEFERRED=' RC-DEFER-COUNT
   ' HELD=' RC-HELD-COUNT
   ' DROPPED=' RC-CARRY-DROP-COUNT
display 'BALCHK: COUNTED  RPT DETAIL=' WS-RPT-DETAIL-COUNT
   ' AUDIT=' WS-AUD-TOTAL-COUNT
   ' (REJECTED=' WS-AUD-REJECT-COUNT ')'
   ' XTR=' WS-XTR-COUNT ' EXP=' WS-EXP-COUNT
   ' DEF=' WS-DEF-COUNT ' HLD=' WS-HLD-COUNT
   ' DRP=' WS-DRP-COUNT
   ' EXC=' WS-EXC-COUNT
display 'BALCHK: ROUTED   REGULAR=' WS-RTR-COUNT
   ' IN ' WS-RTR-FRAME-COUNT ' FILES'
   ' EXPRESS=' WS-RTX-COUNT
   ' IN ' WS-RTX-FRAME-COUNT ' FILES'
display 'BALCHK: CONTROL  CANCELS=' RC-CANCEL-COUNT
   ' VOIDED=' RC-VOID-COUNT
   ' REJECTED=' RC-CANCEL-REJ-COUNT
   ' AMENDS=' RC-AMEND-COUNT
   ' RECALLS=' RC-RECALL-COUNT
display 'BALCHK: COUNTED  RCL=' WS-RCL-COUNT
   ' (CANCEL=' WS-RCL-CANCEL-COUNT
   ' AMEND=' WS-RCL-AMEND-COUNT ')'

if RC-READ-COUNT not = RC-CLASSIFIED-COUNT + RC-EXCEPTION-COUNT
   display 'BALCHK: OUT OF BALANCE - READ NOT EQUAL TO '
      'WITH CONTROL CLASSIFIED'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-AUD-EXTRACT-COUNT
      not = RC-EXTRACT-COUNT + RC-DEFER-COUNT + RC-HELD-COUNT
   display 'BALCHK: OUT OF BALANCE - AUDIT NON-PLAIN CLASSIFIED '
      'DISAGREES WITH CONTROL EXTRACTS PLUS DEFERRED PLUS HELD'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-XTR-COUNT not = RC-EXTRACT-COUNT - RC-EXPRESS-COUNT
      'DISAGREE WITH CONTROL EXPRESS COUNT'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-RTR-COUNT not = RC-EXTRACT-COUNT - RC-EXPRESS-COUNT
   display 'BALCHK: OUT OF BALANCE - ROUTED REGULAR RECORDS '
      'DISAGREE WITH CONTROL EXTRACTS LESS EXPRESS'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-RTX-COUNT not = RC-EXPRESS-COUNT
   display 'BALCHK: OUT OF BALANCE - ROUTED EXPRESS RECORDS '
      'DISAGREE WITH CONTROL EXPRESS COUNT'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-DEF-COUNT not = RC-DEFER-COUNT
   display 'BALCHK: OUT OF BALANCE - DEFERRED DETAIL RECORDS '
      'DISAGREE WITH CONTROL DEFERRED COUNT'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-HLD-COUNT not = RC-HELD-COUNT
   display 'BALCHK: OUT OF BALANCE - HELD RECORDS DISAGREE WITH '
      'CONTROL HELD COUNT'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-DRP-COUNT not = RC-CARRY-DROP-COUNT
   display 'BALCHK: OUT OF BALANCE - CARRY-DROP RECORDS DISAGREE '
      'WITH CONTROL CARRY-DROP COUNT'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-DRP-COUNT not = WS-DRP-REASON-COUNT
   display 'BALCHK: OUT OF BALANCE - CARRY-DROP RECORDS CARRY AN '
      'UNKNOWN REASON CODE'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-EXC-COUNT not = RC-EXCEPTION-COUNT
   display 'BALCHK: OUT OF BALANCE - EXCEPTION RECORDS DISAGREE '
      'WITH CONTROL EXCEPTIONS'
   set WS-OUT-OF-BALANCE to true
end-if
if RC-CANCEL-COUNT not = RC-VOID-COUNT + RC-CANCEL-REJ-COUNT
   display 'BALCHK: OUT OF BALANCE - CANCELS NOT EQUAL TO VOIDED '
      'PLUS REJECTED'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-RCL-COUNT not = RC-RECALL-COUNT
   display 'BALCHK: OUT OF BALANCE - RECALL RECORDS DISAGREE WITH '
      'CONTROL RECALL COUNT'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-RCL-COUNT not = WS-RCL-CANCEL-COUNT + WS-RCL-AMEND-COUNT
   display 'BALCHK: OUT OF BALANCE - RECALL RECORDS CARRY AN '
      'UNKNOWN ACTION CODE'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-RCL-CANCEL-COUNT > RC-VOID-COUNT
   display 'BALCHK: OUT OF BALANCE - MORE CANCEL RECALLS THAN '
      'WORK ORDERS VOIDED'
   set WS-OUT-OF-BALANCE to true
end-if
if WS-RCL-AMEND-COUNT > RC-AMEND-COUNT
   display 'BALCHK: OUT OF BALANCE - MORE AMEND RECALLS THAN '
      'AMENDS READ'
   set WS-OUT-OF-BALANCE to true
end-if
*> A day where everything read went to exceptions cross-foots
*> perfectly - a whole-day replay against the master produces
*> exactly that shape - so it is never shipped without a look.
end-if
perform POST-STATUS-END
goback.

*> One line of a routed destination file. Each file is one frame
*> - header, details, trailer - and the frames of the destination
*> files follow each other in the concatenation. A frame that is
*> broken, carries the wrong service, or whose trailer disagrees
*> with its own details puts the run out of balance just as a
*> miscount would: the queue loader would reject it.
PROVE-ROUTED-LINE.
    evaluate DH-RECORD-TYPE
    when 'H'
       if WS-FRAME-OPEN
          display 'BALCHK: OUT OF BALANCE - ' WS-ROUTED-DD
             ' FILE FOR ' WS-FRAME-DEST-CODE ' HAS NO TRAILER'
          set WS-OUT-OF-BALANCE to true
       end-if
       if DH-SERVICE not = WS-ROUTED-SERVICE
          display 'BALCHK: OUT OF BALANCE - ' WS-ROUTED-DD
             ' FILE FOR ' DH-DEST-CODE ' CARRIES SERVICE '
             DH-SERVICE ' - WRONG SHIPMENT'
          set WS-OUT-OF-BALANCE to true
       end-if
       set WS-FRAME-OPEN to true
       move DH-DEST-CODE to WS-FRAME-DEST-CODE
       move 0 to WS-FRAME-COUNT
       move 0 to WS-FRAME-HASH
       add 1 to WS-FRAME-TALLY
    when 'D'
       add 1 to WS-ROUTED-TALLY
       evaluate true
       when not WS-FRAME-OPEN
          display 'BALCHK: OUT OF BALANCE - ' WS-ROUTED-DD
             ' DETAIL ' DR-WO-NUMBER ' OUTSIDE A FILE HEADER'
          set WS-OUT-OF-BALANCE to true
       when DR-DEST-CODE not = WS-FRAME-DEST-CODE
          or DR-WO-NUMBER is not numeric
          display 'BALCHK: OUT OF BALANCE - ' WS-ROUTED-DD
             ' FILE FOR ' WS-FRAME-DEST-CODE ' CARRIES A STRAY '
             'DETAIL: ' DR-DEST-CODE ' ' DR-WO-NUMBER
          set WS-OUT-OF-BALANCE to true
       when other
          add 1 to WS-FRAME-COUNT
          add DR-WO-NUMBER to WS-FRAME-HASH
       end-evaluate
    when 'T'
       if not WS-FRAME-OPEN
          display 'BALCHK: OUT OF BALANCE - ' WS-ROUTED-DD
             ' TRAILER FOR ' DT-DEST-CODE ' WITH NO HEADER'
          set WS-OUT-OF-BALANCE to true
       else
          if DT-RECORD-COUNT not = WS-FRAME-COUNT
             or DT-HASH-TOTAL not = WS-FRAME-HASH
             display 'BALCHK: OUT OF BALANCE - ' WS-ROUTED-DD
                ' FILE FOR ' WS-FRAME-DEST-CODE ' TRAILER COUNT '
                DT-RECORD-COUNT ' HASH ' DT-HASH-TOTAL
                ' DISAGREE WITH ITS DETAILS ' WS-FRAME-COUNT
                ' HASH ' WS-FRAME-HASH
             set WS-OUT-OF-BALANCE to true
          end-if
          move 'N' to WS-FRAME-OPEN-SWITCH
       end-if
    when other
       display 'BALCHK: OUT OF BALANCE - ' WS-ROUTED-DD
          ' CARRIES AN UNKNOWN RECORD TYPE ' DH-RECORD-TYPE
       set WS-OUT-OF-BALANCE to true
    end-evaluate.

CLOSE-ROUTED-FRAME.
    if WS-FRAME-OPEN
       display 'BALCHK: OUT OF BALANCE - ' WS-ROUTED-DD
          ' FILE FOR ' WS-FRAME-DEST-CODE ' HAS NO TRAILER'
       set WS-OUT-OF-BALANCE to true
    end-if.

*> The status file is informational - if it cannot be opened the
*> run proceeds and only the morning report goes blind. A record
*> already on file for this date and step is a restart; it goes
          WS-EXCIN-STATUS
       move 12 to return-code
       stop run
    end-if
    open input RECALL-FILE
    if WS-RCLIN-STATUS not = '00'
       display 'BALCHK: UNABLE TO OPEN RCLIN, STATUS='
          WS-RCLIN-STATUS
       move 12 to return-code
       stop run
    end-if
    open input HELD-FILE
    if WS-HLDIN-STATUS not = '00'
       display 'BALCHK: UNABLE TO OPEN HLDIN, STATUS='
          WS-HLDIN-STATUS
       move 12 to return-code
       stop run
    end-if
    open input CARRY-DROP-FILE
    if WS-DRPIN-STATUS not = '00'
       display 'BALCHK: UNABLE TO OPEN DRPIN, STATUS='
          WS-DRPIN-STATUS
       move 12 to return-code
       stop run
    end-if
    open input ROUTED-REGULAR-FILE
    if WS-RTRIN-STATUS not = '00'
       display 'BALCHK: UNABLE TO OPEN RTRIN, STATUS='
          WS-RTRIN-STATUS
       move 12 to return-code
       stop run
    end-if
    open input ROUTED-EXPRESS-FILE
    if WS-RTXIN-STATUS not = '00'
       display 'BALCHK: UNABLE TO OPEN RTXIN, STATUS='
          WS-RTXIN-STATUS
       move 12 to return-code
       stop run
    end-if.
