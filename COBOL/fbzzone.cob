      *                   DAY-OVER-DAY SWING TEST.  THE SAME
      *                   SENT-DATE TEST FBZRECON APPLIES TO THE
      *                   SAME KIND OF CUMULATIVE FEED FILE.
      *   2026-10-15  AS  THE ZONE SUMMARY NOW CARRIES THE WAREHOUSE
      *                   SITE OF THE FEED TALLIED, AND ONLY YESTERDAY'S
      *                   ROWS FOR THAT SITE ARE COMPARED.
      *=================================================================
       identification division.
       program-id. FBZZONE.
           copy FBZZSM replacing FBZ-ZSM-RECORD by FBZ-PRV-RECORD
               FBZ-ZSM-RUN-DATE by FBZ-PRV-RUN-DATE
               FBZ-ZSM-ZONE by FBZ-PRV-ZONE
               FBZ-ZSM-ITEM-COUNT by FBZ-PRV-ITEM-COUNT
               FBZ-ZSM-SITE by FBZ-PRV-SITE.

       fd  FBZ-CURR-SUMMARY-FILE
           recording mode is F.
           88  FBZZN-HAVE-PRIOR         value "Y".
           88  FBZZN-NO-PRIOR           value "N".
       01  WS-TODAY                pic X(08).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-FEED-COUNT           pic 9(07).
       01  WS-PRIOR-DAY-COUNT      pic 9(07).
       01  WS-SHIFT-COUNT          pic 9(05).
           move 0 to WS-CLS-COUNT
           move 0 to WS-HND-COUNT
           move 0 to WS-GONE-COUNT
           move spaces to WS-SITE-CODE
           move spaces to WS-ZONE-TABLE
           move spaces to WS-GONE-TABLE
           move spaces to WS-CLASS-LIST
      * ZONE'S SLOT, ITS CAPACITY-CLASS COLUMN AND ITS HANDLING
      * COLUMN.  THE STAGED FEED IS DISP=MOD AND STILL CARRIES
      * PRIOR DAYS, SO ONLY RECORDS SENT-DATED TODAY COUNT -
      * EVERYTHING ELSE WAS YESTERDAY'S REPORT.  A FEED IS ONE
      * WAREHOUSE SITE'S; THE FIRST RECORD TALLIED NAMES IT (BLANK
      * IS SITE 01) FOR THE SUMMARY AND THE PRIOR-DAY COMPARISON.
      *-----------------------------------------------------------------
       2000-TALLY-ONE-FEED-REC.
           if FBZ-FEED-SENT-DATE not = WS-TODAY
               go to 2000-NEXT-REC
           end-if
           add 1 to WS-FEED-COUNT
           if WS-SITE-CODE = spaces
               move FBZ-FEED-SITE to WS-SITE-CODE
               if WS-SITE-CODE = spaces
                   move "01" to WS-SITE-CODE
               end-if
           end-if
           perform 2300-FIND-ZONE-SLOT
               thru 2300-EXIT
           if WS-ZONE-MATCH-SUB = zero
      *-----------------------------------------------------------------
      * 2100-READ-NEXT-FEED-REC - READ THE NEXT FEED RECORD,
      * SETTING THE END-OF-FILE SWITCH WHEN THE DAY'S FEED IS
      * EXHAUSTED.  A DAY WITH NOTHING SENT IS TAKEN AS SITE 01.
      *-----------------------------------------------------------------
       2100-READ-NEXT-FEED-REC.
           read FBZ-FEED-FILE
               at end
                   set FBZZN-FEED-EOF to true
                   if WS-SITE-CODE = spaces
                       move "01" to WS-SITE-CODE
                   end-if
           end-read.
       2100-EXIT.
           exit.
      * 3000-LOAD-ONE-PRIOR-ZONE - POST ONE OF YESTERDAY'S ZONE
      * COUNTS AGAINST TODAY'S CROSS-TAB; A PRIOR ZONE WITH NO
      * RECORD TODAY GOES ON THE GONE LIST SO A DRAINED ZONE IS
      * REPORTED TOO.  ONLY YESTERDAY'S ROWS FOR THIS FEED'S SITE
      * ARE COMPARED (A ROW WITH NO SITE IS SITE 01).
      *-----------------------------------------------------------------
       3000-LOAD-ONE-PRIOR-ZONE.
           read FBZ-PRIOR-SUMMARY-FILE
                   set FBZZN-PRV-EOF to true
                   go to 3000-EXIT
           end-read
           move FBZ-PRV-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 3000-EXIT
           end-if
           set FBZZN-HAVE-PRIOR to true
           move 0 to WS-ZONE-MATCH-SUB
           perform 3100-MATCH-PRIOR-ZONE
       5100-WRITE-ONE-SUMMARY-REC.
           move spaces to FBZ-ZSM-RECORD
           move WS-TODAY to FBZ-ZSM-RUN-DATE
           move WS-SITE-CODE to FBZ-ZSM-SITE
           move WS-ZON-ID(WS-ZONE-SUB) to FBZ-ZSM-ZONE
           move WS-ZON-TOTAL(WS-ZONE-SUB) to FBZ-ZSM-ITEM-COUNT
           write FBZ-ZSM-RECORD
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZZONE CONTROL/SUMMARY REPORT"
           display "  SITE. . . . . . . . . . . " WS-SITE-CODE
           display "  FEED RECORDS TALLIED. . . " WS-FEED-COUNT
           display "  PRIOR DAYS PASSED OVER. . " WS-PRIOR-DAY-COUNT
           display "  ZONES LOADED TODAY. . . . " WS-ZONE-COUNT
