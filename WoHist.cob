*> Work-order history inquiry. Takes a request file of work-order
*> numbers (REQIN, one per line) and assembles each one's full
*> lifecycle story on one report (INQRPT): every appearance on the
*> retained audit trail (read by number straight off the keyed
*> audit index, AUDIDX, plus today's audit file, AUDIN, for a date
*> not yet indexed) by date with its classification, the current
*> master status (WOMAST), any open or resolved exception
*> disposition (DISPIN), and whether the extract is still sitting
*> unacknowledged on the carry-forward file (CARRYIN). A number
    select AUDIT-LOG-FILE assign to "AUDIN"
        organization is line sequential
        file status is WS-AUDIN-STATUS.
    select AUDIT-INDEX-FILE assign to "AUDIDX"
        organization is indexed
        access is dynamic
        record key is AX-INDEX-KEY
        alternate record key is AX-DATE-KEY
        file status is WS-AUDIDX-STATUS.
    select DISP-IN-FILE assign to "DISPIN"
        organization is line sequential
        file status is WS-DISPIN-STATUS.
   05 FILLER          pic X(73).
fd  AUDIT-LOG-FILE.
copy AUDTREC.
fd  AUDIT-INDEX-FILE.
copy AUDXREC.
fd  DISP-IN-FILE.
copy EXDISREC.
fd  CARRY-IN-FILE.
   05 AM-RUN-DATE        pic X(8).
   05 AM-STATUS          pic X(1).
   05 AM-CLASSIFICATION  pic X(20).
   05 FILLER             pic X(79).
fd  INQUIRY-REPORT-FILE.
01 INQUIRY-REPORT-RECORD pic X(80).
fd  WORK-ORDER-MASTER.
working-storage section.
01 WS-REQIN-STATUS    pic XX.
01 WS-AUDIN-STATUS    pic XX.
01 WS-AUDIDX-STATUS   pic XX.
01 WS-DISPIN-STATUS   pic XX.
01 WS-CARRYIN-STATUS  pic XX.
01 WS-ARCHIN-STATUS   pic XX.
   88 WS-REQIN-EOF      value 'Y'.
01 WS-AUDIN-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIN-EOF      value 'Y'.
01 WS-AUDIDX-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIDX-EOF     value 'Y'.
01 WS-DISPIN-EOF-SWITCH pic X value 'N'.
   88 WS-DISPIN-EOF      value 'Y'.
01 WS-CARRYIN-EOF-SWITCH pic X value 'N'.
01 WS-FOUND-IDX       pic 9(3).
01 WS-ENTRY-IDX       pic 9(2).
01 WS-SEARCH-WO-NUMBER pic 9(7).
01 WS-LOOKUP-IDX      pic 9(3).
01 WS-LOOKUP-WO-KEY   pic X(7).

*> Today's audit file is read only for a date the index does not
*> hold yet - once the nightly load has run, the index already
*> answers for it.
01 WS-AUDIN-DATE      pic X(8) value spaces.
01 WS-AUDIN-SKIP-SWITCH pic X value 'N'.
   88 WS-AUDIN-DATE-INDEXED value 'Y'.

01 WS-INQUIRY-COUNTERS.
   05 WS-REQUEST-READ-COUNT pic 9(5) value 0.
   stop run
end-if

perform varying WS-LOOKUP-IDX from 1 by 1
      until WS-LOOKUP-IDX > WS-REQUEST-COUNT
   perform LOOKUP-AUDIT-INDEX
end-perform

perform until WS-AUDIN-EOF
   read AUDIT-LOG-FILE
      at end
         set WS-AUDIN-EOF to true
      not at end
         if AL-RUN-DATE not = WS-AUDIN-DATE
            perform CHECK-AUDIN-DATE-INDEXED
         end-if
         if not WS-AUDIN-DATE-INDEXED
            add 1 to WS-AUDIT-READ-COUNT
            perform MATCH-AUDIT-RECORD
         end-if
   end-read
end-perform


close REQUEST-FILE
close AUDIT-LOG-FILE
close AUDIT-INDEX-FILE
if WS-DISPIN-STATUS not = '35'
   close DISP-IN-FILE
end-if
       move 8 to return-code
       stop run
    end-if
    open input AUDIT-INDEX-FILE
    if WS-AUDIDX-STATUS not = '00'
       display 'WOHIST: UNABLE TO OPEN AUDIDX, STATUS='
          WS-AUDIDX-STATUS
       move 8 to return-code
       stop run
    end-if
    *> A site that has never rejected anything has no disposition
    *> file yet (status 35) - an empty history, not an error; the
    *> same goes for the carry-forward file before the first
       end-if
    end-perform.

*> Positions the index on the requested number's first row and
*> reads its rows forward - the audit record on each entry goes
*> through the same matching as a row of today's file.
LOOKUP-AUDIT-INDEX.
    move RQ-WO-NUMBER(WS-LOOKUP-IDX) to WS-LOOKUP-WO-KEY
    move WS-LOOKUP-WO-KEY to AX-WO-KEY
    move low-values to AX-RUN-DATE
    move 0 to AX-OCCURRENCE
    move 'N' to WS-AUDIDX-EOF-SWITCH
    start AUDIT-INDEX-FILE key is not less than AX-INDEX-KEY
       invalid key
          set WS-AUDIDX-EOF to true
    end-start
    perform until WS-AUDIDX-EOF
       read AUDIT-INDEX-FILE next record
          at end
             set WS-AUDIDX-EOF to true
          not at end
             if AX-WO-KEY not = WS-LOOKUP-WO-KEY
                set WS-AUDIDX-EOF to true
             else
                add 1 to WS-AUDIT-READ-COUNT
                move AX-AUDIT-IMAGE to AUDIT-LOG-RECORD
                perform MATCH-AUDIT-RECORD
             end-if
       end-read
    end-perform.

CHECK-AUDIN-DATE-INDEXED.
    move AL-RUN-DATE to WS-AUDIN-DATE
    move AL-RUN-DATE to AX-DATE-RUN-DATE
    move 0 to AX-DATE-SEQUENCE
    move 'N' to WS-AUDIN-SKIP-SWITCH
    start AUDIT-INDEX-FILE key is not less than AX-DATE-KEY
       invalid key
          continue
       not invalid key
          read AUDIT-INDEX-FILE next record
             at end
                continue
             not at end
                if AX-DATE-RUN-DATE = WS-AUDIN-DATE
                   move 'Y' to WS-AUDIN-SKIP-SWITCH
                end-if
          end-read
    end-start.

*> One number's rows come off the index oldest date first, then
*> today's audit file follows, so appearances land
*> in the table already in date order. A work order seen more than
*> 30 times keeps its earliest appearances and notes the overflow
*> rather than losing it silently.
       move 'ACKNOWLEDGED' to WS-STATUS-TEXT
    when 'N'
       move 'BOUNCED' to WS-STATUS-TEXT
    when 'V'
       move 'VOIDED' to WS-STATUS-TEXT
    when 'H'
       move 'HELD' to WS-STATUS-TEXT
    when other
       move 'UNKNOWN' to WS-STATUS-TEXT
    end-evaluate.
WRITE-AUDIT-LINES.
    if RQ-AUDIT-COUNT(WS-REQUEST-IDX) = 0
       move spaces to INQUIRY-REPORT-RECORD
       move '  NO AUDIT ROWS IN THE RETAINED AUDIT TRAIL'
          to INQUIRY-REPORT-RECORD
       write INQUIRY-REPORT-RECORD
    else
