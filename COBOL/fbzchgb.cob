      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE AUDIT LOG NOW ALSO CARRIES FBZSRCS'S LOAD-
      *                   SOURCE DECISIONS; ONLY THE VARIANTS' OWN
      *                   RECORDS ARE COUNTED AS RUNS.
      *=================================================================
       identification division.
       program-id. FBZCHGB.
           exit.

      *-----------------------------------------------------------------
      * 3100-COUNT-ONE-AUDIT-REC - COUNT ONE VARIANT'S AUDIT RECORD
      * WHEN ITS RUN DATE FALLS INSIDE THE PERIOD.  FBZSRCS'S
      * LOAD-SOURCE DECISIONS ON THE SAME LOG ARE NOT VARIANT RUNS.
      *-----------------------------------------------------------------
       3100-COUNT-ONE-AUDIT-REC.
           read FBZ-AUDIT-FILE
                   set FBZCHG-AUDIT-EOF to true
                   go to 3100-EXIT
           end-read
           if FBZ-AUD-PROGRAM-ID(1:7) not = "FIZZBUZ"
               go to 3100-EXIT
           end-if
           if FBZ-AUD-RUN-DATE >= FBZ-CHP-FROM-DATE
               and FBZ-AUD-RUN-DATE <= FBZ-CHP-TO-DATE
               add 1 to WS-PERIOD-RUN-COUNT
