identification division.
program-id. AudIndex.
*> Audit index load. Reads audit-log records (AUDIN) and files each
*> one on the keyed audit index (AUDIDX) under its work-order
*> number and run date, with the run date plus its position in the
*> day as the alternate path, so the history inquiry, the reprint,
*> the trend report and the rule-impact analysis go straight to
*> the rows they need instead of rescanning every generation.
*> PARM='LOAD' (the nightly step, blank means the same) adds the
*> generation the audit roll has just written. PARM='REBUILD'
*> empties the index and reloads it from every retained generation
*> - for an index that has been lost or damaged. Either way a run
*> date already on the index is not loaded twice: its rows are
*> passed over with a warning, so a rerun of the nightly step, or
*> a second generation rolled for a date already loaded, cannot
*> double a date's rows.
environment division.
input-output section.
file-control.
    select AUDIT-LOG-FILE assign to "AUDIN"
        organization is line sequential
        file status is WS-AUDIN-STATUS.
    select AUDIT-INDEX-FILE assign to "AUDIDX"
        organization is indexed
        access is dynamic
        record key is AX-INDEX-KEY
        alternate record key is AX-DATE-KEY
        file status is WS-AUDIDX-STATUS.
    select RUN-STATUS-FILE assign to "RUNSTAT"
        organization is indexed
        access is random
        record key is ST-STATUS-KEY
        file status is WS-RUNSTAT-STATUS.
data division.
file section.
fd  AUDIT-LOG-FILE.
copy AUDTREC.
fd  AUDIT-INDEX-FILE.
copy AUDXREC.
fd  RUN-STATUS-FILE.
copy RSTATREC.
working-storage section.
01 WS-AUDIN-STATUS    pic XX.
01 WS-AUDIDX-STATUS   pic XX.
01 WS-RUNSTAT-STATUS  pic XX.
01 WS-RUNSTAT-AVAIL-SWITCH pic X value 'N'.
   88 WS-RUNSTAT-AVAILABLE  value 'Y'.
01 WS-STEP-NAME       pic X(8) value 'AUDINDEX'.
01 WS-AUDIN-EOF-SWITCH pic X value 'N'.
   88 WS-AUDIN-EOF      value 'Y'.

01 WS-RUN-DATE-TIME-RAW  pic X(21).
01 WS-RUN-DATE-TIME-GROUP redefines WS-RUN-DATE-TIME-RAW.
   05 WS-CD-DATE      pic X(8).
   05 WS-CD-TIME      pic X(8).
   05 FILLER          pic X(5).
01 WS-RUN-DATE         pic X(8).

01 WS-ARG-LINE        pic X(8).
01 WS-LOAD-MODE       pic X(8).
   88 WS-NIGHTLY-LOAD   value 'LOAD    '.
   88 WS-REBUILD        value 'REBUILD '.

*> The run date being loaded, whether it was already on the index
*> when it was first met, and the next position within it.
01 WS-CURRENT-DATE    pic X(8) value spaces.
01 WS-DATE-SKIP-SWITCH pic X value 'N'.
   88 WS-SKIP-THIS-DATE value 'Y'.
01 WS-DATE-SEQUENCE   pic 9(7) value 0.
01 WS-WRITTEN-SWITCH  pic X.
   88 WS-ENTRY-WRITTEN  value 'Y'.

01 WS-INDEX-COUNTERS.
   05 WS-AUDIT-READ-COUNT   pic 9(7) value 0.
   05 WS-INDEXED-COUNT      pic 9(7) value 0.
   05 WS-SKIPPED-COUNT      pic 9(7) value 0.
   05 WS-DATES-LOADED       pic 9(5) value 0.
   05 WS-DATES-SKIPPED      pic 9(5) value 0.

procedure division.
accept WS-ARG-LINE from command-line
move function current-date to WS-RUN-DATE-TIME-RAW
move WS-CD-DATE to WS-RUN-DATE
if WS-ARG-LINE = spaces
   move 'LOAD' to WS-LOAD-MODE
else
   move WS-ARG-LINE to WS-LOAD-MODE
end-if
if not WS-NIGHTLY-LOAD and not WS-REBUILD
   display 'AUDINDEX: MODE PARM "' WS-ARG-LINE
      '" IS NOT LOAD OR REBUILD'
   move 8 to return-code
   stop run
end-if

*> Only the nightly load is a step of the overnight stream; a
*> rebuild is run on its own and does not post.
if WS-NIGHTLY-LOAD
   perform POST-STATUS-START
end-if
perform OPEN-INDEX-FILES

perform until WS-AUDIN-EOF
   read AUDIT-LOG-FILE
      at end
         set WS-AUDIN-EOF to true
      not at end
         add 1 to WS-AUDIT-READ-COUNT
         if AL-RUN-DATE not = WS-CURRENT-DATE
            perform CHECK-DATE-ON-INDEX
         end-if
         if WS-SKIP-THIS-DATE
            add 1 to WS-SKIPPED-COUNT
         else
            perform INDEX-AUDIT-RECORD
         end-if
   end-read
end-perform

close AUDIT-LOG-FILE
close AUDIT-INDEX-FILE

display 'AUDINDEX: MODE                : ' WS-LOAD-MODE
display 'AUDINDEX: AUDIT RECORDS READ  : ' WS-AUDIT-READ-COUNT
display 'AUDINDEX: RECORDS INDEXED     : ' WS-INDEXED-COUNT
display 'AUDINDEX: DATES LOADED        : ' WS-DATES-LOADED
display 'AUDINDEX: DATES ALREADY ON FILE: ' WS-DATES-SKIPPED
display 'AUDINDEX: RECORDS PASSED OVER : ' WS-SKIPPED-COUNT
if WS-NIGHTLY-LOAD
   perform POST-STATUS-END
end-if
goback.

*> The status file is informational - if it cannot be opened the
*> run proceeds and only the morning report goes blind. A record
*> already on file for this date and step is a restart; it goes
*> back to phase S until this run ends.
POST-STATUS-START.
    open i-o RUN-STATUS-FILE
    if WS-RUNSTAT-STATUS = '35'
       open output RUN-STATUS-FILE
       close RUN-STATUS-FILE
       open i-o RUN-STATUS-FILE
    end-if
    if WS-RUNSTAT-STATUS not = '00'
       display 'AUDINDEX: RUNSTAT UNAVAILABLE, STATUS='
          WS-RUNSTAT-STATUS ' - RUN STATUS NOT POSTED'
    else
       move 'Y' to WS-RUNSTAT-AVAIL-SWITCH
       move WS-RUN-DATE to ST-BUSINESS-DATE
       move WS-STEP-NAME to ST-STEP-NAME
       read RUN-STATUS-FILE
          invalid key
             perform BUILD-START-STATUS
             write RUN-STATUS-RECORD
          not invalid key
             perform BUILD-START-STATUS
             rewrite RUN-STATUS-RECORD
       end-read
    end-if.

BUILD-START-STATUS.
    move WS-RUN-DATE to ST-BUSINESS-DATE
    move WS-STEP-NAME to ST-STEP-NAME
    move 'S' to ST-PHASE
    move WS-CD-TIME to ST-START-TIME
    move spaces to ST-END-TIME
    move 0 to ST-RETURN-CODE
    move 0 to ST-IN-COUNT
    move 0 to ST-OUT-COUNT.

POST-STATUS-END.
    if WS-RUNSTAT-AVAILABLE
       move function current-date to WS-RUN-DATE-TIME-RAW
       move WS-RUN-DATE to ST-BUSINESS-DATE
       move WS-STEP-NAME to ST-STEP-NAME
       read RUN-STATUS-FILE
          invalid key
             move spaces to ST-START-TIME
             perform BUILD-END-STATUS
             write RUN-STATUS-RECORD
          not invalid key
             perform BUILD-END-STATUS
             rewrite RUN-STATUS-RECORD
       end-read
       close RUN-STATUS-FILE
    end-if.

BUILD-END-STATUS.
    move WS-RUN-DATE to ST-BUSINESS-DATE
    move WS-STEP-NAME to ST-STEP-NAME
    move 'E' to ST-PHASE
    move WS-CD-TIME to ST-END-TIME
    move return-code to ST-RETURN-CODE
    move WS-AUDIT-READ-COUNT to ST-IN-COUNT
    move WS-INDEXED-COUNT to ST-OUT-COUNT.

*> A freshly defined index is empty and opens as not found
*> (status 35) - it is created empty and reopened, the same way
*> the run-status file is started. A rebuild empties whatever is
*> there before the reload.
OPEN-INDEX-FILES.
    open input AUDIT-LOG-FILE
    if WS-AUDIN-STATUS not = '00'
       display 'AUDINDEX: UNABLE TO OPEN AUDIN, STATUS='
          WS-AUDIN-STATUS
       move 8 to return-code
       stop run
    end-if
    if WS-REBUILD
       open output AUDIT-INDEX-FILE
       close AUDIT-INDEX-FILE
    end-if
    open i-o AUDIT-INDEX-FILE
    if WS-AUDIDX-STATUS = '35'
       open output AUDIT-INDEX-FILE
       close AUDIT-INDEX-FILE
       open i-o AUDIT-INDEX-FILE
    end-if
    if WS-AUDIDX-STATUS not = '00'
       display 'AUDINDEX: UNABLE TO OPEN AUDIDX, STATUS='
          WS-AUDIDX-STATUS
       move 8 to return-code
       stop run
    end-if.

*> Each run date is looked up on the date path the first time it
*> is met. A date already there was loaded by an earlier run (or
*> earlier in this one, from another generation for the same
*> date) and is passed over whole.
CHECK-DATE-ON-INDEX.
    move AL-RUN-DATE to WS-CURRENT-DATE
    move 0 to WS-DATE-SEQUENCE
    move AL-RUN-DATE to AX-DATE-RUN-DATE
    move 0 to AX-DATE-SEQUENCE
    start AUDIT-INDEX-FILE key is not less than AX-DATE-KEY
       invalid key
          move 'N' to WS-DATE-SKIP-SWITCH
       not invalid key
          read AUDIT-INDEX-FILE next record
             at end
                move 'N' to WS-DATE-SKIP-SWITCH
             not at end
                if AX-DATE-RUN-DATE = WS-CURRENT-DATE
                   move 'Y' to WS-DATE-SKIP-SWITCH
                else
                   move 'N' to WS-DATE-SKIP-SWITCH
                end-if
          end-read
    end-start
    if WS-SKIP-THIS-DATE
       add 1 to WS-DATES-SKIPPED
       display 'AUDINDEX: RUN DATE ' WS-CURRENT-DATE
          ' IS ALREADY ON THE INDEX - ITS ROWS ARE PASSED OVER'
    else
       add 1 to WS-DATES-LOADED
    end-if.

INDEX-AUDIT-RECORD.
    add 1 to WS-DATE-SEQUENCE
    move AL-WO-NUMBER to AX-WO-KEY
    move AL-RUN-DATE to AX-RUN-DATE
    move 0 to AX-OCCURRENCE
    move AL-RUN-DATE to AX-DATE-RUN-DATE
    move WS-DATE-SEQUENCE to AX-DATE-SEQUENCE
    move AUDIT-LOG-RECORD to AX-AUDIT-IMAGE
    move 'N' to WS-WRITTEN-SWITCH
    perform WRITE-INDEX-ENTRY until WS-ENTRY-WRITTEN.

*> A number audited more than once on one date - a duplicate
*> rejected behind its original, say - takes the next occurrence.
WRITE-INDEX-ENTRY.
    add 1 to AX-OCCURRENCE
    write AUDIT-INDEX-RECORD
       invalid key
          if WS-AUDIDX-STATUS not = '22' or AX-OCCURRENCE = 999
             display 'AUDINDEX: UNABLE TO INDEX WORK ORDER '
                AX-WO-KEY ' FOR ' AX-RUN-DATE ', STATUS='
                WS-AUDIDX-STATUS
             move 12 to return-code
             stop run
          end-if
       not invalid key
          move 'Y' to WS-WRITTEN-SWITCH
          add 1 to WS-INDEXED-COUNT
    end-write.
