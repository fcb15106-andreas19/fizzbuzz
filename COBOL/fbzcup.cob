      *              DATE RUNS AS ITS OWN LOGICAL RUN - ONE HUMAN
      *              SUBMISSION RECOVERS THE WHOLE OUTAGE, AND A
      *              DATE THAT FAILS NEVER REACHES THE RESUBMIT,
      *              STOPPING THE SEQUENCE CLEANLY.  A DATE THAT
      *              REACHED IT WITHOUT BEING MARKED COMPLETE (THE
      *              NEXT MISSED DATE IS STILL THE ONE STAGED) IS
      *              NOT RESUBMITTED EITHER - RC 8.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  RESUBMIT NOW READS THE DATE STAGED ON FBZPDATE
      *                   AND WILL NOT RESUBMIT WHEN THE NEXT MISSED
      *                   DATE IS THAT SAME DATE - THE RUN REACHED THE
      *                   END OF THE CHAIN WITHOUT MARKING IT COMPLETE
      *                   (A VARIANT FAILURE NO LONGER STOPS THE CHAIN
      *                   BY ITSELF).  ENDS RC 8.
      *=================================================================
       identification division.
       program-id. FBZCUP.
       01  WS-WALK-DATE-X          pic X(08).
       01  WS-WALK-WEEK-DAY        pic 9(01).
       01  WS-MISSED-DATE          pic X(08).
       01  WS-STAGED-DATE          pic X(08).
       01  WS-JCL-CARD-COUNT       pic 9(05).
       01  WS-ENTRY-SUB            pic 9(05) comp.
       01  WS-COMPLETE-COUNT       pic 9(05) comp.
      * SUBMISSION.  SAME JOBNAME, SO THE SYSTEM SERIALIZES THE
      * RUNS IN ORDER.  A DATE THAT FAILED NEVER REACHES THIS
      * STEP, WHICH IS EXACTLY HOW THE SEQUENCE STOPS CLEANLY.
      * NOR IS A DATE RESUBMITTED WHEN IT IS THE ONE THIS RUN
      * PROCESSED (THE DATE STILL STAGED ON FBZPDATE) - THE RUN
      * NEVER MARKED IT COMPLETE, AND RESUBMITTING WOULD ONLY
      * REPEAT IT.  THAT ENDS RC 8 FOR THE OPERATOR TO LOOK INTO.
      *-----------------------------------------------------------------
       4000-RESUBMIT-CATCHUP-JOB.
           if FBZCU-CAUGHT-UP
               move 0 to return-code
               go to 4000-EXIT
           end-if
           move spaces to WS-STAGED-DATE
           open input FBZ-PDATE-FILE
           if WS-PDATE-STATUS = "00"
               read FBZ-PDATE-FILE
               if WS-PDATE-STATUS = "00"
                   move FBZ-PDT-DATE to WS-STAGED-DATE
               end-if
           end-if
           close FBZ-PDATE-FILE
           if WS-STAGED-DATE = WS-MISSED-DATE
               display "FBZCUP - " WS-MISSED-DATE " WAS PROCESSED"
                   " BUT NOT MARKED COMPLETE - NO RESUBMIT"
               move 8 to return-code
               go to 4000-EXIT
           end-if
           move 0 to WS-JCL-CARD-COUNT
           set FBZCU-JCL-NOT-EOF to true
           open input FBZ-JCL-FILE
