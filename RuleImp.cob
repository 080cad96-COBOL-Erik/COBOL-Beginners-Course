program-id. RuleImp.
*> Rule-change impact analysis over the retained audit trail. The
*> dry-run mode previews a divisor-parm change against one day's
*> volume; this reads the retained audit trail for a range of run
*> dates straight off the keyed audit index (AUDIDX, by its date
*> path - dates outside the range are never read) and re-derives
*> every audited work order's classification under two rule
*> versions:
*> the live divisor master (PARMIN) and the proposed one from
*> maintenance (PARMNEW), both selected as of the analysis date in
*> the PARM (so a future-dated change is judged as it will apply,
*> not as it applies today). The range follows the analysis date
*> on the PARM as a from and to run date; left blank it is the
*> prior calendar month through today, which the day table holds.
*> The report (IMPRPT) shows the deltas
*> by day - records whose class changes, and what the extract
*> count would have been under each version - and by rule set and
*> divisor, which class codes gain and lose volume. That is the
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
        file status is WS-IMPRPT-STATUS.
data division.
file section.
fd  AUDIT-INDEX-FILE.
copy AUDXREC.
fd  DIVISOR-PARM-FILE.
copy PARMREC.
*> Proposed divisor master - same shape as PARMREC, named apart so
fd  IMPACT-REPORT-FILE.
01 IMPACT-REPORT-RECORD pic X(132).
working-storage section.
01 WS-AUDIDX-STATUS   pic XX.
01 WS-PARMIN-STATUS   pic XX.
01 WS-PARMNEW-STATUS  pic XX.
01 WS-IMPRPT-STATUS   pic XX.
01 WS-AUDIDX-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIDX-EOF     value 'Y'.
01 WS-PARM-EOF-SWITCH pic X value 'N'.
   88 WS-PARM-EOF       value 'Y'.
01 WS-PROP-EOF-SWITCH pic X value 'N'.
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).

01 WS-ARG-LINE        pic X(40).
01 WS-ANALYSIS-DATE   pic X(8).
01 WS-FROM-DATE       pic X(8).
01 WS-TO-DATE         pic X(8).
01 WS-PRIOR-MONTH.
   05 WS-PM-YEAR      pic 9(4).
   05 WS-PM-MONTH     pic 9(2).
   05 WS-PM-DAY       pic X(2).

*> The audit row carried on the index entry.
copy AUDTREC.

*> Two copies of the classifier's rule-set table - the live rules
*> and the proposed ones - each built with the classifier's own
accept WS-ARG-LINE from command-line
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
if WS-ARG-LINE(1:8) = spaces
   move WS-RUN-DATE to WS-ANALYSIS-DATE
else
   if WS-ARG-LINE(1:8) is not numeric
      display 'RULEIMP: ANALYSIS DATE PARM "' WS-ARG-LINE(1:8)
         '" IS NOT YYYYMMDD'
      move 8 to return-code
      stop run
   end-if
   move WS-ARG-LINE(1:8) to WS-ANALYSIS-DATE
end-if
*> Default range: the first of the prior month through today.
move WS-ARG-LINE(10:8) to WS-FROM-DATE
move WS-ARG-LINE(19:8) to WS-TO-DATE
if WS-FROM-DATE = spaces
   move WS-RUN-DATE(1:6) to WS-PRIOR-MONTH(1:6)
   move '01' to WS-PM-DAY
   if WS-PM-MONTH = 1
      subtract 1 from WS-PM-YEAR
      move 12 to WS-PM-MONTH
   else
      subtract 1 from WS-PM-MONTH
   end-if
   move WS-PRIOR-MONTH to WS-FROM-DATE
end-if
if WS-TO-DATE = spaces
   move WS-RUN-DATE to WS-TO-DATE
end-if
if WS-FROM-DATE is not numeric or WS-TO-DATE is not numeric
   or WS-TO-DATE < WS-FROM-DATE
   display 'RULEIMP: AUDIT DATE RANGE "' WS-ARG-LINE(10:17)
      '" IS NOT YYYYMMDD YYYYMMDD'
   move 8 to return-code
   stop run
end-if

perform LOAD-LIVE-PARMS
perform LOAD-PROPOSED-PARMS
perform OPEN-IMPACT-FILES

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
            add 1 to WS-AUDIT-READ-COUNT
            move AX-AUDIT-IMAGE to AUDIT-LOG-RECORD
            perform DERIVE-BOTH-WAYS
         end-if
   end-read
end-perform
perform SORT-DAY-TABLE
       WS-ANALYSIS-DATE delimited by size
       ' (RUN ' delimited by size
       WS-RUN-DATE delimited by size
       ') OVER RUN DATES ' delimited by size
       WS-FROM-DATE delimited by size
       ' TO ' delimited by size
       WS-TO-DATE delimited by size
       into IMPACT-REPORT-RECORD
write IMPACT-REPORT-RECORD
move spaces to IMPACT-REPORT-RECORD
write IMPACT-REPORT-RECORD
perform WRITE-DIVISOR-DELTAS

close AUDIT-INDEX-FILE
close IMPACT-REPORT-FILE

display 'RULEIMP: AUDIT RECORDS READ   : ' WS-AUDIT-READ-COUNT
display 'RULEIMP: RECORDS CHANGING     : ' WS-CHANGED-COUNT
if WS-DERIVED-COUNT = 0
   display 'RULEIMP: NO CLASSIFIABLE AUDIT ROWS - CHECK THE '
      'DATE RANGE AND THE AUDIT INDEX'
   move 4 to return-code
end-if
goback.

OPEN-IMPACT-FILES.
    open input AUDIT-INDEX-FILE
    if WS-AUDIDX-STATUS not = '00'
       display 'RULEIMP: UNABLE TO OPEN AUDIDX, STATUS='
          WS-AUDIDX-STATUS
       move 8 to return-code
       stop run
    end-if
    end-perform
    if WS-DAY-FOUND-IDX = 0
       if WS-DAY-COUNT = 62
          display 'RULEIMP: MORE THAN 62 BUSINESS DATES IN RANGE '
             '- DATE ' AL-RUN-DATE ' DROPPED'
       else
          add 1 to WS-DAY-COUNT
