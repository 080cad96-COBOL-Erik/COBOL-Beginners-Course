*> date range (PARM='YYYYMMDD' or PARM='YYYYMMDD YYYYMMDD') and
*> regenerates the summary report (RPTOUT) and the fixed-width
*> extract (XTROUT) for those dates from the retained audit trail
*> in the same byte layout the classifier writes, so the queue
*> loader can reload a regenerated extract directly. The audit rows
*> come straight off the keyed audit index (AUDIDX) by its date
*> path, so only the requested dates are read, in the order the
*> classifier wrote them. The divisor table
*> (PARMIN) maps classification labels back to class codes, with
*> rule versions selected as of the requested end date; a label
*> renamed since then cannot be mapped back and is reported.
environment division.
input-output section.
file-control.
    select AUDIT-INDEX-FILE assign to "AUDIDX"
        organization is indexed
        access is dynamic
        record key is AX-INDEX-KEY
        alternate record key is AX-DATE-KEY
        file status is WS-AUDIDX-STATUS.
    select DIVISOR-PARM-FILE assign to "PARMIN"
        organization is line sequential
        file status is WS-PARMIN-STATUS.
        file status is WS-XTROUT-STATUS.
data division.
file section.
fd  AUDIT-INDEX-FILE.
copy AUDXREC.
fd  DIVISOR-PARM-FILE.
copy PARMREC.
fd  REPORT-FILE.
fd  EXTRACT-FILE.
copy XTRREC.
working-storage section.
01 WS-AUDIDX-STATUS   pic XX.
01 WS-PARMIN-STATUS   pic XX.
01 WS-RPTOUT-STATUS   pic XX.
01 WS-XTROUT-STATUS   pic XX.
01 WS-AUDIDX-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIDX-EOF     value 'Y'.
01 WS-PARM-EOF-SWITCH pic X value 'N'.
   88 WS-PARM-EOF       value 'Y'.

01 WS-FROM-DATE       pic X(8).
01 WS-TO-DATE         pic X(8).

*> The audit row carried on the index entry.
copy AUDTREC.

*> Rule sets as the classifier holds them, with each label's
*> trimmed length so the audited classification can be scanned.
01 WS-RULE-SET-COUNT  pic 9(2) value 0.
perform LOAD-DIVISOR-PARMS
perform OPEN-REPRINT-FILES

*> Position on the first row of the from date (or the first date
*> after it) and read the date path forward past the to date.
move WS-FROM-DATE to AX-DATE-RUN-DATE
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
         if AX-DATE-RUN-DATE > WS-TO-DATE
            set WS-AUDIDX-EOF to true
         else
            move AX-AUDIT-IMAGE to AUDIT-LOG-RECORD
            perform REPRINT-AUDIT-RECORD
         end-if
   end-read

perform WRITE-TOTALS-LINES

close AUDIT-INDEX-FILE
close REPORT-FILE
close EXTRACT-FILE

end-if
if WS-TOTAL-COUNT = 0
   display 'REPRINT: NO AUDIT ROWS IN THE REQUESTED RANGE - '
      'CHECK THE RETAINED GENERATIONS AND THE AUDIT INDEX'
   move 4 to return-code
end-if
goback.

OPEN-REPRINT-FILES.
    open input AUDIT-INDEX-FILE
    if WS-AUDIDX-STATUS not = '00'
       display 'REPRINT: UNABLE TO OPEN AUDIDX, STATUS='
          WS-AUDIDX-STATUS
       move 8 to return-code
       stop run
    end-if
