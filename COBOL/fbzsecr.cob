      * SECURITY ACTUALLY WANTS: OPERATORS ON FBZOPER WITH
      * LEVEL-2/LEVEL-3 AUTHORITY AND NO LOGGED ACTIVITY IN THE
      * PERIOD, WHOSE AUTHORIZATIONS ARE CANDIDATES TO BE PULLED.
      * A CHANGE REFUSED BY A CHANGE FREEZE (ACTION "FROZEN") AND
      * AN EMERGENCY FREEZE OVERRIDE (ACTION "FRZOVRD") ARE
      * FLAGGED AND COUNTED AS WELL.
      * RETURN CODE 4 SAYS THE REPORT HOLDS AT LEAST ONE FLAG.
      *
      * MODIFICATION HISTORY
      *                   REPORT NOW CLOSES WITH AN ACTIVITY
      *                   ROLL-UP, ONE LINE PER FBZOPER OPERATOR,
      *                   AHEAD OF THE STALE-AUTHORIZATION LIST.
      *   2026-10-15  AS  A CHANGE REFUSED BY A CHANGE FREEZE (ACTION
      *                   "FROZEN") AND AN EMERGENCY FREEZE OVERRIDE
      *                   (ACTION "FRZOVRD") ARE NOW FLAGGED ON THE
      *                   DETAIL AND COUNTED ON THE SUMMARY.
      *=================================================================
       identification division.
       program-id. FBZSECR.
       01  WS-DENIED-COUNT         pic 9(05).
       01  WS-BAD-ACTOR-COUNT      pic 9(05).
       01  WS-STALE-AUTH-COUNT     pic 9(05).
       01  WS-FROZEN-COUNT         pic 9(05).
       01  WS-FRZOVRD-COUNT        pic 9(05).
       01  WS-FLAG-COUNT           pic 9(07).
       01  WS-PICK-SOURCE          pic X(01).
       01  WS-PICK-KEY             pic X(14).
           move 0 to WS-DENIED-COUNT
           move 0 to WS-BAD-ACTOR-COUNT
           move 0 to WS-STALE-AUTH-COUNT
           move 0 to WS-FROZEN-COUNT
           move 0 to WS-FRZOVRD-COUNT
           move 0 to WS-FLAG-COUNT
           open input FBZ-SECR-PARM-FILE
           if WS-PARM-STATUS not = "00"
      * 3000-JUDGE-ONE-ACTION - PRINT ONE MERGED ACTION INSIDE THE
      * REVIEW PERIOD, FLAGGING A DENIED ACTION AND AN ACTION BY
      * AN OPERATOR NOW INACTIVE OR ABSENT FROM FBZOPER, AND ROLL
      * IT INTO ITS OPERATOR'S ACTIVITY COUNT.  A CHANGE REFUSED
      * BY A CHANGE FREEZE AND AN EMERGENCY FREEZE OVERRIDE ARE
      * FLAGGED THE SAME WAY AS A DENIAL.  A SYSTEM-RAISED
      * RECORD (BLANK OPERATOR, E.G. A GATE HOLD) IS JUDGED ON
      * ITS ACTION ALONE.
      *-----------------------------------------------------------------
               add 1 to WS-FLAG-COUNT
               move "*** DENIED" to WS-DTL-FLAG
           end-if
           if WS-MRG-ACTION = "FROZEN"
               add 1 to WS-FROZEN-COUNT
               add 1 to WS-FLAG-COUNT
               move "*** REFUSED - CHANGE FREEZE" to WS-DTL-FLAG
           end-if
           if WS-MRG-ACTION = "FRZOVRD"
               add 1 to WS-FRZOVRD-COUNT
               add 1 to WS-FLAG-COUNT
               move "*** EMERGENCY FREEZE OVERRIDE" to WS-DTL-FLAG
           end-if
           if WS-MRG-OPERATOR not = spaces
               perform 3500-CREDIT-OPERATOR
                   thru 3500-EXIT
           display "  ACTIONS REPORTED. . . . . " WS-ACTION-COUNT
           display "  DENIED ACTIONS. . . . . . " WS-DENIED-COUNT
           display "  INACTIVE/UNKNOWN ACTORS . " WS-BAD-ACTOR-COUNT
           display "  FREEZE REFUSALS . . . . . " WS-FROZEN-COUNT
           display "  FREEZE OVERRIDES. . . . . " WS-FRZOVRD-COUNT
           display "  STALE AUTHORIZATIONS. . . " WS-STALE-AUTH-COUNT.
       6000-EXIT.
           exit.
