      * AND A REQUEST STILL UNAPPROVED SEVEN DAYS ON IS EXPIRED -
      * BOTH LOGGED TO FBZMLOG EXACTLY AS THE SCREEN WOULD LOG
      * THEM.  THE RUN THE EFFECTIVE DATE GOVERNS IS NOW THE RUN
      * THAT APPLIES IT.  INSIDE A FBZFREEZ CHANGE FREEZE (SEE
      * FBZFRZ) A DUE CHANGE IS DEFERRED RATHER THAN APPLIED,
      * UNLESS IT WAS APPROVED UNDER THE EMERGENCY OVERRIDE.
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  A DUE APPROVED CHANGE IS DEFERRED, NOT
      *                   APPLIED, WHILE AN FBZFREEZ CHANGE FREEZE OF
      *                   SCOPE R OR A COVERS TODAY - LOGGED TO FBZMLOG
      *                   WITH ACTION "DEFERRED" AND RETURN-CODE 4,
      *                   FBZPEND LEFT APPROVED FOR THE FIRST RUN AFTER
      *                   THE FREEZE - UNLESS THE APPROVAL CARRIED THE
      *                   EMERGENCY OVERRIDE.
      *=================================================================
       identification division.
       program-id. FBZPAPLY.
           select optional FBZ-MAINT-LOG-FILE assign to FBZMLOG
               organization is line sequential
               file status is WS-MLOG-STATUS.
           select optional FBZ-FREEZE-FILE assign to FBZFREEZ
               organization is line sequential
               file status is WS-FRZ-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZMLOG.

       fd  FBZ-FREEZE-FILE
           recording mode is F.
           copy FBZFRZ.

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-PEND-STATUS          pic X(02).
       01  WS-PRIOR-IMAGE          pic X(128).
       01  WS-LOG-ACTION           pic X(08).
       01  WS-LOG-OPERATOR         pic X(08).
       01  WS-FRZ-STATUS           pic X(02).
       01  WS-FRZ-EOF-SWITCH       pic X(01).
           88  FBZPA-FRZ-EOF            value "Y".
           88  FBZPA-FRZ-NOT-EOF        value "N".
       01  WS-FREEZE-SWITCH        pic X(01).
           88  FBZPA-FROZEN             value "Y".
           88  FBZPA-NOT-FROZEN         value "N".
       01  WS-DEFER-SWITCH         pic X(01).
           88  FBZPA-CHANGE-DEFERRED    value "Y".
           88  FBZPA-NOT-DEFERRED       value "N".
       01  WS-FREEZE-DATE          pic X(08).
       01  WS-FRZ-HIT-FROM         pic X(08).
       01  WS-FRZ-HIT-TO           pic X(08).
       01  WS-FRZ-HIT-REASON       pic X(30).

      *=================================================================
      * PROCEDURE DIVISION
               thru 1000-EXIT
           perform 1600-SWEEP-PENDING-FILE
               thru 1600-EXIT
           if FBZPA-CHANGE-DEFERRED
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           accept WS-TODAY from date YYYYMMDD
           set FBZPA-NOT-DEFERRED to true
           set FBZPA-NO-PENDING to true
           open input FBZ-PENDING-FILE
           if WS-PEND-STATUS = "00"
      * 1600-SWEEP-PENDING-FILE - THE SAME SWEEP FBZMAINT RUNS
      * BEFORE ITS SCREEN COMES UP: APPLY AN APPROVED CHANGE WHOSE
      * EFFECTIVE DATE HAS ARRIVED, EXPIRE A REQUEST STILL
      * UNAPPROVED SEVEN DAYS ON.  WHILE A RULES FREEZE COVERS
      * TODAY THE APPLY IS DEFERRED INSTEAD, UNLESS THE APPROVAL
      * CARRIED THE EMERGENCY OVERRIDE.
      *-----------------------------------------------------------------
       1600-SWEEP-PENDING-FILE.
           if FBZPA-NO-PENDING
           end-if
           if FBZ-PND-APPROVED
               and FBZ-PND-EFFECTIVE-DATE <= WS-TODAY
               if not FBZ-PND-OVERRIDES-FREEZE
                   move WS-TODAY to WS-FREEZE-DATE
                   perform 2920-FIND-FREEZE
                       thru 2920-EXIT
                   if FBZPA-FROZEN
                       perform 1800-DEFER-PENDING
                           thru 1800-EXIT
                       go to 1600-EXIT
                   end-if
               end-if
               perform 1700-APPLY-PENDING
                   thru 1700-EXIT
               go to 1600-EXIT
       1700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1800-DEFER-PENDING - A CHANGE FREEZE HOLDS THE DUE CHANGE
      * BACK.  FBZPEND IS LEFT EXACTLY AS IT STANDS - STILL
      * APPROVED - SO THE FIRST RUN AFTER THE FREEZE APPLIES IT.
      * THE DEFERRAL IS LOGGED TO FBZMLOG UNDER THE APPROVING
      * OPERATOR WITH ACTION "DEFERRED", AND THE STEP ENDS WITH
      * RETURN-CODE 4 SO THE CHAIN RUNS ON THE UNCHANGED FBZPARM
      * WITH THE WARNING VISIBLE.
      *-----------------------------------------------------------------
       1800-DEFER-PENDING.
           perform 4650-CAPTURE-LIVE-PARM
               thru 4650-EXIT
           move FBZ-PND-APPROVE-OPER to WS-LOG-OPERATOR
           move "DEFERRED" to WS-LOG-ACTION
           perform 7000-WRITE-MAINT-LOG
               thru 7000-EXIT
           set FBZPA-CHANGE-DEFERRED to true
           display "FBZPAPLY - APPROVED CHANGE FROM "
               FBZ-PND-REQUEST-OPER " EFFECTIVE "
               FBZ-PND-EFFECTIVE-DATE " DEFERRED"
           display "FBZPAPLY - CHANGE FREEZE " WS-FRZ-HIT-FROM
               " - " WS-FRZ-HIT-TO " IN FORCE: " WS-FRZ-HIT-REASON.
       1800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2920-FIND-FREEZE - SCAN THE FREEZE CALENDAR FOR A WINDOW OF
      * SCOPE R OR A COVERING WS-FREEZE-DATE, KEEPING THE FIRST
      * ONE FOUND.  A MISSING OR EMPTY CALENDAR MEANS NO FREEZE.
      *-----------------------------------------------------------------
       2920-FIND-FREEZE.
           set FBZPA-NOT-FROZEN to true
           set FBZPA-FRZ-NOT-EOF to true
           open input FBZ-FREEZE-FILE
           if WS-FRZ-STATUS not = "00"
               set FBZPA-FRZ-EOF to true
           end-if
           perform 2950-TEST-ONE-FREEZE
               thru 2950-EXIT
               until FBZPA-FRZ-EOF
                   or FBZPA-FROZEN
           close FBZ-FREEZE-FILE.
       2920-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2950-TEST-ONE-FREEZE - TEST ONE FREEZE WINDOW AGAINST THE
      * DATE BEING CHECKED; THE FROM AND TO DATES ARE INCLUSIVE.
      *-----------------------------------------------------------------
       2950-TEST-ONE-FREEZE.
           read FBZ-FREEZE-FILE
               at end
                   set FBZPA-FRZ-EOF to true
                   go to 2950-EXIT
           end-read
           if not FBZ-FRZ-SCOPE-RULES
               and not FBZ-FRZ-SCOPE-ALL
               go to 2950-EXIT
           end-if
           if FBZ-FRZ-FROM-DATE > WS-FREEZE-DATE
               or FBZ-FRZ-TO-DATE < WS-FREEZE-DATE
               go to 2950-EXIT
           end-if
           set FBZPA-FROZEN to true
           move FBZ-FRZ-FROM-DATE to WS-FRZ-HIT-FROM
           move FBZ-FRZ-TO-DATE to WS-FRZ-HIT-TO
           move FBZ-FRZ-REASON to WS-FRZ-HIT-REASON.
       2950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4600-REWRITE-PENDING-FILE - REWRITE THE ONE-RECORD PENDING-
      * CHANGE FILE WHOLE FROM FBZ-PENDING-RECORD, CHECKING THE
      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO
      * WITH RETURN-CODE ALREADY SET (20 - FBZPARM REWRITE FAILED,
      * 24 - PENDING FILE REWRITE FAILED).  A CODE THIS HIGH STOPS
      * THE CHAIN - A RUN MUST NOT PROCEED ON PARAMETERS THAT ARE
      * HALF-APPLIED.  (A DEFERRED CHANGE IS NOT AN ABEND: IT ENDS
      * NORMALLY WITH RETURN-CODE 4.)
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
