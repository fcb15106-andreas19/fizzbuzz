      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  A HELD FEED OR A FAILED CHECK OR RELEASE NOW
      *                   OPENS AN INCIDENT FOR THE STEP AND DATE
      *                   THROUGH FBZINCW (NEW 8000-RECORD-INCIDENT);
      *                   A RERUN THAT FAILS AGAIN UPDATES IT.
      *=================================================================
       identification division.
       program-id. FBZGATE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
               10  WS-OPT-PRIV         pic 9(01).
       01  WS-INCIDENT-TEXT        pic X(60).
       01  WS-SAVE-RETURN-CODE     pic 9(03).

      *-----------------------------------------------------------------
      * INCIDENT PARAMETER AREA - PASSED TO FBZINCW ON A FAILURE.
      *-----------------------------------------------------------------
           copy FBZINCL.

      *=================================================================
      * PROCEDURE DIVISION
                   display "FBZGATE - INVALID FUNCTION "
                       FBZ-GTF-FUNCTION
                       " - MUST BE CHECK OR RELEASE"
                   move "INVALID GATE FUNCTION - NOT CHECK OR RELEASE"
                       to WS-INCIDENT-TEXT
                   move 16 to return-code
                   go to 9999-ABEND
           end-evaluate
           perform 8000-RECORD-INCIDENT
               thru 8000-EXIT
           stop run.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-CHANGE-PCT
           move spaces to WS-INCIDENT-TEXT
           accept WS-TODAY from date YYYYMMDD
           accept WS-TIME-NOW from time
           open input FBZ-GATE-FUNC-FILE
           if WS-FUNC-STATUS not = "00"
               display "FBZGATE - FBZGTFN OPEN FAILED - STATUS "
                   WS-FUNC-STATUS
               move "GATE FUNCTION FBZGTFN WOULD NOT OPEN"
                   to WS-INCIDENT-TEXT
               move 16 to return-code
               go to 9999-ABEND
           end-if
           if WS-FUNC-STATUS not = "00"
               display "FBZGATE - FBZGTFN READ FAILED - STATUS "
                   WS-FUNC-STATUS
               move "GATE FUNCTION FBZGTFN COULD NOT BE READ"
                   to WS-INCIDENT-TEXT
               move 16 to return-code
               go to 9999-ABEND
           end-if
           if WS-DLS-STATUS not = "00"
               display "FBZGATE - DELTA SUMMARY READ FAILED -"
                   " STATUS " WS-DLS-STATUS
               move "DELTA SUMMARY COULD NOT BE READ - FEED NOT JUDGED"
                   to WS-INCIDENT-TEXT
               move 16 to return-code
               go to 9999-ABEND
           end-if
                   thru 3000-EXIT
               perform 7000-WRITE-GATE-LOG
                   thru 7000-EXIT
               string "FEED HELD - " delimited by size
                   WS-CHANGE-PCT delimited by size
                   " PCT CHANGED, TOLERANCE " delimited by size
                   WS-TOLERANCE-PCT delimited by size
                   " PCT" delimited by size
                   into WS-INCIDENT-TEXT
               move 8 to return-code
           else
               display "FBZGATE - FEED PROMOTED - " WS-CHANGE-PCT
           if WS-HLD-STATUS not = "00"
               display "FBZGATE - FBZHOLD OPEN FAILED - STATUS "
                   WS-HLD-STATUS
               move "HOLD FILE FBZHOLD WOULD NOT OPEN"
                   to WS-INCIDENT-TEXT
               move 20 to return-code
               go to 9999-ABEND
           end-if
           if WS-HLD-STATUS not = "00"
               display "FBZGATE - FBZHOLD WRITE FAILED - STATUS "
                   WS-HLD-STATUS
               move "HOLD FILE FBZHOLD COULD NOT BE WRITTEN"
                   to WS-INCIDENT-TEXT
               move 20 to return-code
               go to 9999-ABEND
           end-if
               display "FBZGATE - OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED TO RELEASE A HELD FEED -"
                   " LEVEL 3 REQUIRED"
               string "RELEASE DENIED - OPERATOR " delimited by size
                   WS-OPERATOR-ID delimited by size
                   " NOT LEVEL 3" delimited by size
                   into WS-INCIDENT-TEXT
               move 16 to return-code
               go to 9999-ABEND
           end-if
           if FBZGT-NO-HOLD
               or not FBZ-HLD-HELD
               display "FBZGATE - NO HELD FEED TO RELEASE"
               move "RELEASE REQUESTED WITH NO HELD FEED ON FBZHOLD"
                   to WS-INCIDENT-TEXT
               move 16 to return-code
               go to 9999-ABEND
           end-if
       7000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 8000-RECORD-INCIDENT - A FAILURE RETURN CODE (ABOVE 4) OPENS
      * AN INCIDENT FOR THIS STEP AND PROCESSING DATE THROUGH
      * FBZINCW, OR UPDATES THE ONE A FAILED EARLIER RUN OF THE SAME
      * STEP OPENED.  THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN
      * CODE IS SAVED AND PUT BACK; AN INCIDENT THAT CANNOT BE
      * RECORDED IS REPORTED BUT NEVER CHANGES IT.
      *-----------------------------------------------------------------
       8000-RECORD-INCIDENT.
           if return-code not > 4
               go to 8000-EXIT
           end-if
           move return-code to WS-SAVE-RETURN-CODE
           move WS-TODAY to FBZ-INL-IN-RUN-DATE
           move "FBZGATE" to FBZ-INL-IN-PROGRAM-ID
           move WS-SAVE-RETURN-CODE to FBZ-INL-IN-RETURN-CODE
           if WS-INCIDENT-TEXT = spaces
               move "SLOTTING FEED RELEASE GATE FAILED"
                   to WS-INCIDENT-TEXT
           end-if
           move WS-INCIDENT-TEXT to FBZ-INL-IN-DESCRIPTION
           call "FBZINCW" using FBZ-INC-PARAMETER-AREA
           evaluate true
               when FBZ-INL-OPENED
                   display "FBZGATE - INCIDENT OPENED FOR "
                       FBZ-INL-OUT-JOB-NAME " " FBZ-INL-OUT-STEP-NAME
               when FBZ-INL-UPDATED
                   display "FBZGATE - RERUN - INCIDENT UPDATED FOR "
                       FBZ-INL-OUT-JOB-NAME " " FBZ-INL-OUT-STEP-NAME
               when FBZ-INL-REOPENED
                   display "FBZGATE - RERUN - CLOSED INCIDENT REOPENED"
                       " FOR " FBZ-INL-OUT-JOB-NAME " "
                       FBZ-INL-OUT-STEP-NAME
               when other
                   display "FBZGATE - INCIDENT NOT RECORDED - CALL "
                       "STATUS " FBZ-INL-CALL-STATUS
           end-evaluate
           move WS-SAVE-RETURN-CODE to return-code.
       8000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO
      * WITH RETURN-CODE ALREADY SET (16 - FUNCTION RECORD OR
      * SUMMARY MISSING, AN UNAUTHORIZED OR POINTLESS RELEASE; 20
      * - HOLD FILE FAILED).  THE HELD/CLEAR STATE ON FBZHOLD IS
      * ONLY EVER REWRITTEN WHOLE, SO A FAILED RUN CANNOT LEAVE
      * IT HALF-CHANGED.  THE FAILURE IS RECORDED AS AN INCIDENT
      * FIRST.
      *-----------------------------------------------------------------
       9999-ABEND.
           perform 8000-RECORD-INCIDENT
               thru 8000-EXIT
           stop run.
