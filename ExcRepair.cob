fd  REPAIR-TRAN-FILE.
copy EXRTREC.
fd  DISP-OUT-FILE.
01 DISP-OUT-RECORD     pic X(44).
fd  RESUBMIT-FILE.
copy WORKREC.
fd  AGING-REPORT-FILE.
      10 DS-STATUS        pic X(1).
      10 DS-RESOLVE-DATE  pic X(8).
      10 DS-USER-ID       pic X(8).
      10 DS-SOURCE-CODE   pic X(2).
01 WS-DISP-IDX        pic 9(5).
01 WS-FOUND-IDX       pic 9(5).

   05 WS-DR-RESOLVE-DATE pic X(8).
   05 FILLER             pic X(1) value spaces.
   05 WS-DR-USER-ID      pic X(8).
   05 FILLER             pic X(1) value spaces.
   05 WS-DR-SOURCE-CODE  pic X(2).

01 WS-DETAIL-LINE.
   05 FILLER           pic X(2) value spaces.
                move ED-STATUS to DS-STATUS(WS-DISP-COUNT)
                move ED-RESOLVE-DATE to DS-RESOLVE-DATE(WS-DISP-COUNT)
                move ED-USER-ID to DS-USER-ID(WS-DISP-COUNT)
                move ED-SOURCE-CODE to DS-SOURCE-CODE(WS-DISP-COUNT)
             end-if
       end-read
    end-perform.
                   move 'O' to DS-STATUS(WS-DISP-COUNT)
                   move spaces to DS-RESOLVE-DATE(WS-DISP-COUNT)
                   move spaces to DS-USER-ID(WS-DISP-COUNT)
                   move EX-SOURCE-CODE
                      to DS-SOURCE-CODE(WS-DISP-COUNT)
                end-if
             end-if
       end-read
       move DS-STATUS(WS-DISP-IDX) to WS-DR-STATUS
       move DS-RESOLVE-DATE(WS-DISP-IDX) to WS-DR-RESOLVE-DATE
       move DS-USER-ID(WS-DISP-IDX) to WS-DR-USER-ID
       move DS-SOURCE-CODE(WS-DISP-IDX) to WS-DR-SOURCE-CODE
       move WS-DISP-RECORD to DISP-OUT-RECORD
       write DISP-OUT-RECORD
    end-perform.
