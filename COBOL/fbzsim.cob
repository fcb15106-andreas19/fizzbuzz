      *                   FBZPROF FILE INSTEAD OF THE LIVE FBZPARM
      *                   DEFAULT, SO A PROFILE CHANGE IS JUDGED
      *                   AGAINST THE RULES IT ACTUALLY REPLACES.
      *   2026-10-15  AS  AN APPROVED PER-ITEM OVERRIDE ON THE
      *                   OPTIONAL FBZOVRD CLUSTER, IN FORCE TODAY,
      *                   NOW PINS ITS NUM'S RESULT ON BOTH SIDES OF
      *                   THE SIMULATION, SO THE IMPACT REPORT NO
      *                   LONGER SHOWS AN OVERRIDDEN ITEM AS MOVED BY
      *                   A RULE CHANGE.  COUNTED ON THE SUMMARY.
      *=================================================================
       identification division.
       program-id. FBZSIM.
           select FBZ-REPORT-FILE assign to FBZSIMRP
               organization is line sequential
               file status is WS-RPT-STATUS.
           select optional FBZ-OVERRIDE-FILE assign to FBZOVRD
               organization is indexed
               access mode is random
               record key is FBZ-OVR-NUM
               file status is WS-OVR-STATUS.

       data division.
       file section.
           recording mode is F.
       01  FBZ-REPORT-LINE             pic X(80).

       fd  FBZ-OVERRIDE-FILE
           block contains 0 records.
           copy FBZOVR.

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-SIMIN-STATUS         pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-PROF-STATUS          pic X(02).
       01  WS-OVR-STATUS           pic X(02).
       01  WS-OVR-OPEN-SWITCH      pic X(01).
           88  FBZSIM-OVR-OPEN          value "Y".
           88  FBZSIM-OVR-NOT-OPEN      value "N".
       01  WS-RUN-DATE             pic X(08).
       01  WS-OVERRIDE-COUNT       pic 9(07).
       01  WS-PROF-EOF-SWITCH      pic X(01).
           88  FBZSIM-PROF-EOF          value "Y".
           88  FBZSIM-PROF-NOT-EOF      value "N".
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-REPORT-FILE
           if FBZSIM-OVR-OPEN
               close FBZ-OVERRIDE-FILE
           end-if
           move 0 to return-code
           stop run.

           move 0 to WS-ADDED-COUNT
           move 0 to WS-DROPPED-COUNT
           move 0 to WS-SAMPLE-COUNT
           move 0 to WS-OVERRIDE-COUNT
           accept WS-RUN-DATE from date YYYYMMDD
           set FBZSIM-OVR-NOT-OPEN to true
           open input FBZ-OVERRIDE-FILE
           if WS-OVR-STATUS = "00"
               set FBZSIM-OVR-OPEN to true
           end-if
           initialize WS-CUR-COUNTS
           initialize WS-PRP-COUNTS
           move 100 to WS-CUR-LIMIT
               perform 2200-EVALUATE-PROPOSED
                   thru 2200-EXIT
           end-if
           perform 2400-APPLY-OVERRIDE
               thru 2400-EXIT
           evaluate true
               when Num > WS-CUR-LIMIT
                   add 1 to WS-ADDED-COUNT
       2250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2400-APPLY-OVERRIDE - AN APPROVED FBZOVRD PER-ITEM OVERRIDE
      * IN FORCE TODAY PINS THE NUM'S RESULT WHATEVER THE RULES
      * SAY, SO IT GOES ON BOTH SIDES THAT COVER THE NUM - A RULE
      * CHANGE CANNOT MOVE AN OVERRIDDEN ITEM, AND THE IMPACT
      * REPORT MUST NOT CLAIM IT WILL.  THE CATEGORY MIX ABOVE
      * STAYS THE RULES' OWN PROJECTION; THE OVERRIDES ARE COUNTED
      * ON THEIR OWN SUMMARY LINE.
      *-----------------------------------------------------------------
       2400-APPLY-OVERRIDE.
           if FBZSIM-OVR-NOT-OPEN
               go to 2400-EXIT
           end-if
           move Num to FBZ-OVR-NUM
           read FBZ-OVERRIDE-FILE
               invalid key
                   go to 2400-EXIT
           end-read
           if not FBZ-OVR-IS-APPROVED
               or FBZ-OVR-EFF-DATE > WS-RUN-DATE
               or FBZ-OVR-EXP-DATE < WS-RUN-DATE
               go to 2400-EXIT
           end-if
           add 1 to WS-OVERRIDE-COUNT
           if Num <= WS-CUR-LIMIT
               move FBZ-OVR-TEXT to WS-CUR-RES
           end-if
           if Num <= WS-PRP-LIMIT
               move FBZ-OVR-TEXT to WS-PRP-RES
           end-if.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-REPORT-CHANGED-NUM - PUT ONE CHANGED NUM ON THE SAMPLE
      * LISTING, UP TO THE SAMPLE CEILING - THE COUNTS TELL THE
           display "  NUMS WITH CHANGED LABEL . " WS-CHANGED-COUNT
           display "  NUMS ADDED BY LIMIT . . . " WS-ADDED-COUNT
           display "  NUMS DROPPED BY LIMIT . . " WS-DROPPED-COUNT
           display "  SAMPLE LINES WRITTEN. . . " WS-SAMPLE-COUNT
           display "  NUMS HELD BY OVERRIDE . . " WS-OVERRIDE-COUNT.
       6000-EXIT.
           exit.

