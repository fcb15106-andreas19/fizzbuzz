      * MISSED-RUN CASE, CAUGHT EVEN WHEN NOTHING VISIBLY FAILED.
      * ALERTS GO TO THE OPERATOR CONSOLE (WTO) AND A ONE-PAGE
      * STATUS REPORT; A CLEAN CHAIN IS CONFIRMED THE SAME WAY.
      * EACH ALERT IS ALSO APPENDED TO THE FBZALERT ALERT LOG (SEE
      * FBZALR), WHICH THE FBZNOTE STEP PASSES ON TO THE ON-CALL
      * LIST.
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL PROGRAM.
      *                   OUTAGE RECOVERS AS PROPER LOGICAL RUNS
      *                   UNDER THEIR CORRECT RUN DATES.  WITHOUT
      *                   THE DD, TODAY'S DATE RULES AS ALWAYS.
      *   2026-10-15  AS  EVERY ALERT IS NOW ALSO APPENDED TO THE NEW
      *                   FBZALERT ALERT LOG (FBZALR COPYBOOK), SO THE
      *                   FBZNOTE NOTIFICATION STEP CAN PASS IT ON TO
      *                   THE OPERATIONS ON-CALL LIST.  A LOG THAT WILL
      *                   NOT OPEN IS NOTED AND THE RUN GOES ON.
      *   2026-10-15  AS  THE MONITOR NOW ALSO READS FBZSRCS'S LOAD-
      *                   SOURCE DECISION FOR THE DATE (DD FBZSRCSL, SEE
      *                   FBZSRC).  THE STATUS REPORT SHOWS THE VARIANT
      *                   THE DAY WAS LOADED FROM AND EACH VARIANT'S
      *                   STATE; A FALLBACK IS ALSO SENT TO THE CONSOLE,
      *                   AND A DAY WITH NO LOAD SOURCE RELEASED IS AN
      *                   ALERT.
      *   2026-10-15  AS  A RUN THAT RAISES ALERTS, OR CANNOT OPEN ITS
      *                   STATUS REPORT, NOW OPENS AN INCIDENT FOR THE
      *                   STEP AND DATE THROUGH FBZINCW (NEW 8000-
      *                   RECORD-INCIDENT), DESCRIBED BY THE FIRST
      *                   ALERT; A RERUN THAT FAILS AGAIN UPDATES IT.
      *=================================================================
       identification division.
       program-id. FBZMON.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select optional FBZ-ALERT-FILE assign to FBZALERT
               organization is line sequential
               file status is WS-ALERT-STATUS.
           select optional FBZ-SOURCE-FILE assign to FBZSRCSL
               organization is line sequential
               file status is WS-SRC-STATUS.
           select FBZ-REPORT-FILE assign to FBZMONRP
               organization is line sequential
               file status is WS-RPT-STATUS.
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-ALERT-FILE
           recording mode is F.
           copy FBZALR.

       fd  FBZ-SOURCE-FILE
           recording mode is F.
           copy FBZSRC.

       fd  FBZ-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  WS-AUDIT-STATUS         pic X(02).
       01  WS-CTL-STATUS           pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-ALERT-STATUS         pic X(02).
       01  WS-ALERT-LOG-SWITCH     pic X(01).
           88  FBZMON-ALERT-LOG-OPEN    value "Y".
           88  FBZMON-ALERT-LOG-CLOSED  value "N".
       01  WS-AUDIT-EOF-SWITCH     pic X(01).
           88  FBZMON-AUDIT-EOF         value "Y".
           88  FBZMON-AUDIT-NOT-EOF     value "N".
       01  WS-CMP-SEEN             pic X(01).
       01  WS-LOAD-SEEN            pic X(01).

      *-----------------------------------------------------------------
      * FBZSRCS'S LATEST LOAD-SOURCE DECISION FOR THE DATE.
      *-----------------------------------------------------------------
       01  WS-SRC-STATUS           pic X(02).
       01  WS-SRC-EOF-SWITCH       pic X(01).
           88  FBZMON-SRC-EOF           value "Y".
           88  FBZMON-SRC-NOT-EOF       value "N".
       01  WS-SRC-FOUND            pic X(01).
       01  WS-SRC-VARIANT          pic 9(01).
       01  WS-SRC-PROGRAM-ID       pic X(08).
       01  WS-SRC-FALLBACK         pic X(01).
       01  WS-SRC-STATES           pic X(04).
       01  WS-SRC-REASON           pic X(30).
       01  WS-INCIDENT-TEXT        pic X(60).
       01  WS-SAVE-RETURN-CODE     pic 9(03).

      *-----------------------------------------------------------------
      * INCIDENT PARAMETER AREA - PASSED TO FBZINCW ON A FAILURE.
      *-----------------------------------------------------------------
           copy FBZINCL.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
               thru 3000-EXIT
           perform 3500-SCAN-RUN-CONTROL
               thru 3500-EXIT
           perform 3700-READ-LOAD-SOURCE
               thru 3700-EXIT
           perform 4000-JUDGE-THE-CHAIN
               thru 4000-EXIT
           perform 6000-WRITE-STATUS-REPORT
               thru 6000-EXIT
           close FBZ-REPORT-FILE
           if FBZMON-ALERT-LOG-OPEN
               close FBZ-ALERT-FILE
           end-if
           if WS-ALERT-COUNT > 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if
           perform 8000-RECORD-INCIDENT
               thru 8000-EXIT
           stop run.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-ALERT-COUNT
           move spaces to WS-INCIDENT-TEXT
           move spaces to WS-VARIANT-STATUS-TABLE
           move "N" to WS-CMP-SEEN
           move "N" to WS-LOAD-SEEN
           if WS-RPT-STATUS not = "00"
               display "FBZMON - FBZMONRP OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move "STATUS REPORT FBZMONRP WOULD NOT OPEN"
                   to WS-INCIDENT-TEXT
               move 16 to return-code
               go to 9999-ABEND
           end-if
               WS-TIME-NOW(1:6) delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           perform 1700-OPEN-ALERT-LOG
               thru 1700-EXIT.
       1000-EXIT.
           exit.

       1570-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1700-OPEN-ALERT-LOG - OPEN THE FBZALERT LOG EXTEND, FALLING
      * BACK TO OUTPUT THE FIRST TIME.  A LOG THAT WILL NOT OPEN
      * COSTS ONLY THE NOTIFICATION COPY - THE WTO AND THE REPORT
      * STILL CARRY EVERY ALERT - SO IT IS NOTED AND THE RUN GOES
      * ON.
      *-----------------------------------------------------------------
       1700-OPEN-ALERT-LOG.
           set FBZMON-ALERT-LOG-OPEN to true
           open extend FBZ-ALERT-FILE
           if WS-ALERT-STATUS not = "00"
               open output FBZ-ALERT-FILE
           end-if
           if WS-ALERT-STATUS not = "00"
               display "FBZMON - FBZALERT OPEN FAILED - STATUS "
                   WS-ALERT-STATUS " - ALERTS WILL NOT BE NOTIFIED"
               set FBZMON-ALERT-LOG-CLOSED to true
           end-if.
       1700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-SCAN-AUDIT-LOG - READ THE SHARED AUDIT LOG AND KEEP
      * EACH VARIANT'S LATEST RECORD FOR TODAY - ITS FINAL OUTCOME,
       3600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3700-READ-LOAD-SOURCE - FIND FBZSRCS'S LATEST LOAD-SOURCE
      * RECORD FOR THE DATE (DD FBZSRCSL, SEE FBZSRC): THE VARIANT
      * THE DAY WAS LOADED FROM, WHETHER THAT WAS A FALLBACK, AND
      * THE STATE EACH VARIANT WAS JUDGED IN.
      *-----------------------------------------------------------------
       3700-READ-LOAD-SOURCE.
           move "N" to WS-SRC-FOUND
           move 0 to WS-SRC-VARIANT
           move spaces to WS-SRC-PROGRAM-ID
           move spaces to WS-SRC-FALLBACK
           move spaces to WS-SRC-STATES
           move spaces to WS-SRC-REASON
           set FBZMON-SRC-NOT-EOF to true
           open input FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               set FBZMON-SRC-EOF to true
           end-if
           perform 3750-POST-ONE-SOURCE
               thru 3750-EXIT
               until FBZMON-SRC-EOF
           close FBZ-SOURCE-FILE.
       3700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3750-POST-ONE-SOURCE - KEEP THE LATEST LOAD-SOURCE RECORD
      * FOR THE DATE.
      *-----------------------------------------------------------------
       3750-POST-ONE-SOURCE.
           read FBZ-SOURCE-FILE
               at end
                   set FBZMON-SRC-EOF to true
                   go to 3750-EXIT
           end-read
           if FBZ-SRC-RUN-DATE not = WS-TODAY
               go to 3750-EXIT
           end-if
           move "Y" to WS-SRC-FOUND
           move FBZ-SRC-VARIANT to WS-SRC-VARIANT
           move FBZ-SRC-PROGRAM-ID to WS-SRC-PROGRAM-ID
           move FBZ-SRC-FALLBACK to WS-SRC-FALLBACK
           move FBZ-SRC-VARIANT-STATES to WS-SRC-STATES
           move FBZ-SRC-REASON to WS-SRC-REASON.
       3750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-JUDGE-THE-CHAIN - TURN WHAT THE LOGS SHOW INTO ALERTS.
      * EACH VARIANT WITH A NONZERO RETURN CODE IS NAMED WITH ITS
      * PAST THE 06:00
      * CUTOFF IS CALLED OUT IN ITS OWN RIGHT - A CLEAN CHAIN THAT
      * ONLY FINISHED AFTER THE CUTOFF MISSED ITS WINDOW JUST THE
      * SAME, AND THE WAREHOUSE PLANS AROUND THE WINDOW.  A DAY
      * FBZSRCS COULD RELEASE NO LOAD SOURCE FOR IS AN ALERT TOO; A
      * FALLBACK SOURCE IS NOT - THE DAY WAS LOADED - BUT IT IS
      * REPORTED BELOW AND THE FAILED VARIANT HAS ITS OWN ALERT.
      *-----------------------------------------------------------------
       4000-JUDGE-THE-CHAIN.
           perform 4100-JUDGE-ONE-VARIANT
               perform 5000-RAISE-ALERT
                   thru 5000-EXIT
           end-if
           if WS-SRC-FOUND = "Y"
               and WS-SRC-VARIANT = zero
               move spaces to WS-ALERT-LINE
               string "NO LOAD SOURCE RELEASED - " delimited by size
                   WS-SRC-REASON delimited by size
                   into WS-ALERT-LINE
               end-string
               perform 5000-RAISE-ALERT
                   thru 5000-EXIT
           end-if
           if WS-LOAD-SEEN not = "Y"
               move spaces to WS-ALERT-LINE
               move "HISTORY LOAD FBZLOAD DID NOT RUN TODAY"
           exit.

      *-----------------------------------------------------------------
      * 5000-RAISE-ALERT - ONE ALERT, FOUR PLACES: THE OPERATOR
      * CONSOLE (WTO), THE JOB'S SYSOUT, THE STATUS REPORT, AND THE
      * FBZALERT LOG THE NOTIFICATION STEP READS.  THE FIRST ALERT
      * ALSO DESCRIBES THE DAY'S INCIDENT.
      *-----------------------------------------------------------------
       5000-RAISE-ALERT.
           add 1 to WS-ALERT-COUNT
           if WS-ALERT-COUNT = 1
               move WS-ALERT-LINE to WS-INCIDENT-TEXT
           end-if
           display "FBZMON ALERT - " WS-ALERT-LINE
               upon OPERATOR-CONSOLE
           display "FBZMON ALERT - " WS-ALERT-LINE
               WS-ALERT-LINE delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           if FBZMON-ALERT-LOG-OPEN
               move spaces to FBZ-ALERT-RECORD
               move WS-TODAY to FBZ-ALR-DATE
               move WS-TIME-NOW(1:6) to FBZ-ALR-TIME
               move WS-ALERT-LINE to FBZ-ALR-TEXT
               write FBZ-ALERT-RECORD
               if WS-ALERT-STATUS not = "00"
                   display "FBZMON - FBZALERT WRITE FAILED - STATUS "
                       WS-ALERT-STATUS
               end-if
           end-if.
       5000-EXIT.
           exit.

               move "  FBZCMPR   DID NOT RUN" to FBZ-REPORT-LINE
           end-if
           write FBZ-REPORT-LINE
           perform 6200-REPORT-LOAD-SOURCE
               thru 6200-EXIT
           move spaces to FBZ-REPORT-LINE
           if WS-LOAD-SEEN = "Y"
               move "  FBZLOAD   RAN TODAY" to FBZ-REPORT-LINE
       6100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6200-REPORT-LOAD-SOURCE - THE STATUS REPORT'S LOAD-SOURCE
      * LINE: THE VARIANT LOADED AND EACH VARIANT'S STATE AT THE
      * SELECTION (S SELECTED, C CLEAN, F FAILED, B OUT OF BALANCE,
      * U UNRECONCILED, N NOT A LOAD SOURCE).  A FALLBACK ALSO GOES
      * TO THE CONSOLE SO THE SHIFT KNOWS WHICH GENERATION WENT OUT.
      *-----------------------------------------------------------------
       6200-REPORT-LOAD-SOURCE.
           move spaces to FBZ-REPORT-LINE
           evaluate true
               when WS-SRC-FOUND not = "Y"
                   move "  FBZSRCS   NO LOAD SOURCE SELECTED TODAY"
                       to FBZ-REPORT-LINE
               when WS-SRC-VARIANT = zero
                   string "  FBZSRCS   NOTHING RELEASED - STATES "
                           delimited by size
                       WS-SRC-STATES delimited by size
                       into FBZ-REPORT-LINE
                   end-string
               when WS-SRC-FALLBACK = "Y"
                   string "  FBZSRCS   LOADED FROM " delimited by size
                       WS-SRC-PROGRAM-ID delimited by size
                       " (FALLBACK) - STATES " delimited by size
                       WS-SRC-STATES delimited by size
                       into FBZ-REPORT-LINE
                   end-string
                   display "FBZMON - " WS-TODAY " LOADED FROM "
                       WS-SRC-PROGRAM-ID " - FALLBACK FROM FIZZBUZ1"
                       upon OPERATOR-CONSOLE
               when other
                   string "  FBZSRCS   LOADED FROM " delimited by size
                       WS-SRC-PROGRAM-ID delimited by size
                       " - STATES " delimited by size
                       WS-SRC-STATES delimited by size
                       into FBZ-REPORT-LINE
                   end-string
           end-evaluate
           write FBZ-REPORT-LINE.
       6200-EXIT.
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
           move "FBZMON" to FBZ-INL-IN-PROGRAM-ID
           move WS-SAVE-RETURN-CODE to FBZ-INL-IN-RETURN-CODE
           if WS-INCIDENT-TEXT = spaces
               move "DAILY CHAIN MONITOR FAILED"
                   to WS-INCIDENT-TEXT
           end-if
           move WS-INCIDENT-TEXT to FBZ-INL-IN-DESCRIPTION
           call "FBZINCW" using FBZ-INC-PARAMETER-AREA
           evaluate true
               when FBZ-INL-OPENED
                   display "FBZMON - INCIDENT OPENED FOR "
                       FBZ-INL-OUT-JOB-NAME " " FBZ-INL-OUT-STEP-NAME
               when FBZ-INL-UPDATED
                   display "FBZMON - RERUN - INCIDENT UPDATED FOR "
                       FBZ-INL-OUT-JOB-NAME " " FBZ-INL-OUT-STEP-NAME
               when FBZ-INL-REOPENED
                   display "FBZMON - RERUN - CLOSED INCIDENT REOPENED"
                       " FOR " FBZ-INL-OUT-JOB-NAME " "
                       FBZ-INL-OUT-STEP-NAME
               when other
                   display "FBZMON - INCIDENT NOT RECORDED - CALL "
                       "STATUS " FBZ-INL-CALL-STATUS
           end-evaluate
           move WS-SAVE-RETURN-CODE to return-code.
       8000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO FROM
      * 1000-INITIALIZE WHEN THE STATUS REPORT ITSELF CANNOT BE
      * OPENED (RETURN-CODE 16) - THE ONE FAILURE THIS STEP CANNOT
      * REPORT ITS WAY AROUND.  IT IS RECORDED AS AN INCIDENT FIRST.
      *-----------------------------------------------------------------
       9999-ABEND.
           perform 8000-RECORD-INCIDENT
               thru 8000-EXIT
           stop run.
