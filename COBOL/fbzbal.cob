      *                   OUTAGE RECOVERS AS PROPER LOGICAL RUNS
      *                   UNDER THEIR CORRECT RUN DATES.  WITHOUT
      *                   THE DD, TODAY'S DATE RULES AS ALWAYS.
      *   2026-10-15  AS  FBZVAL4 AND FBZSRCS NOW LEAVE CONTROL RECORDS.
      *                   FBZVAL4'S CLEAN COUNT MUST EQUAL ITS LIMIT
      *                   (NEW 4200-BALANCE-VALIDATION); FBZSRCS'S
      *                   RECORD SETS THE CHAIN LIMIT FROM THE VARIANT
      *                   LOADED.  A VARIANT FBZSRCS PASSED OVER AS
      *                   FAILED, OUT OF BALANCE OR UNRECONCILED (DD
      *                   FBZSRCSL, SEE FBZSRC) IS EXCUSED RATHER THAN
      *                   COUNTED AS A BREAK - THE FALLBACK TO ANOTHER
      *                   VARIANT IS ALREADY ON RECORD.
      *   2026-10-15  AS  AN OUT-OF-BALANCE CHAIN OR A MISSING FBZCTL
      *                   NOW OPENS AN INCIDENT FOR THE STEP AND DATE
      *                   THROUGH FBZINCW (NEW 8000-RECORD-INCIDENT);
      *                   A RERUN THAT FAILS AGAIN UPDATES IT.
      *=================================================================
       identification division.
       program-id. FBZBAL.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select optional FBZ-SOURCE-FILE assign to FBZSRCSL
               organization is line sequential
               file status is WS-SRC-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-SOURCE-FILE
           recording mode is F.
           copy FBZSRC.

       working-storage section.
       01  WS-CTL-STATUS           pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-SRC-STATUS           pic X(02).
       01  WS-EOF-SWITCH           pic X(01).
           88  FBZBAL-EOF               value "Y".
           88  FBZBAL-NOT-EOF           value "N".
       01  WS-SRC-EOF-SWITCH       pic X(01).
           88  FBZBAL-SRC-EOF           value "Y".
           88  FBZBAL-SRC-NOT-EOF       value "N".
       01  WS-TODAY                pic X(08).
       01  WS-BREAK-COUNT          pic 9(03) comp.
       01  WS-VARIANT-SUB          pic 9(02) comp.
       01  WS-REPL-SEEN            pic X(01).
       01  WS-REPL-ITEMS           pic 9(05).
       01  WS-REPL-TOTAL           pic 9(07).
       01  WS-VAL-SEEN             pic X(01).
       01  WS-VAL-LIMIT            pic 9(05).
       01  WS-VAL-TOTAL            pic 9(07).
       01  WS-SEL-SEEN             pic X(01).
       01  WS-SEL-LIMIT            pic 9(05).
       01  WS-BREAK-DISPLAY        pic ZZ9.
       01  WS-INCIDENT-TEXT        pic X(60).
       01  WS-SAVE-RETURN-CODE     pic 9(03).

      *-----------------------------------------------------------------
      * FBZSRCS'S LATEST LOAD-SOURCE DECISION FOR THE DATE: THE
      * VARIANT LOADED AND THE STATE IT FOUND EACH VARIANT IN.  A
      * VARIANT IT PASSED OVER AS FAILED, OUT OF BALANCE OR
      * UNRECONCILED WAS NEVER LOADED, SO ITS TOTALS ARE EXCUSED.
      *-----------------------------------------------------------------
       01  WS-SRC-FOUND            pic X(01).
       01  WS-SRC-PROGRAM-ID       pic X(08).
       01  WS-SRC-STATES.
           05  WS-SRC-STATE        pic X(01) occurs 4 times.

      *-----------------------------------------------------------------
      * INCIDENT PARAMETER AREA - PASSED TO FBZINCW ON A FAILURE.
      *-----------------------------------------------------------------
           copy FBZINCL.

      *=================================================================
      * PROCEDURE DIVISION
               thru 2000-EXIT
               until FBZBAL-EOF
           close FBZ-CONTROL-FILE
           if WS-SEL-SEEN = "Y"
               move WS-SEL-LIMIT to WS-CHAIN-LIMIT
           end-if
           perform 3000-BALANCE-VARIANTS
               thru 3000-EXIT
               varying WS-VARIANT-SUB from 1 by 1
               until WS-VARIANT-SUB > 4
           perform 4000-BALANCE-COMPARE
               thru 4000-EXIT
           perform 4200-BALANCE-VALIDATION
               thru 4200-EXIT
           perform 5000-BALANCE-LOAD
               thru 5000-EXIT
           perform 5500-BALANCE-EXTRACT
               thru 6000-EXIT
           if WS-BREAK-COUNT > 0
               move 12 to return-code
               move WS-BREAK-COUNT to WS-BREAK-DISPLAY
               string "CHAIN OUT OF BALANCE - " delimited by size
                   WS-BREAK-DISPLAY delimited by size
                   " BREAKS" delimited by size
                   into WS-INCIDENT-TEXT
           else
               move 0 to return-code
           end-if
           perform 8000-RECORD-INCIDENT
               thru 8000-EXIT
           stop run.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-BREAK-COUNT
           move spaces to WS-INCIDENT-TEXT
           move spaces to WS-VARIANT-TOTALS-TABLE
           move "N" to WS-CMP-SEEN
           move "N" to WS-LOAD-SEEN
           move 0 to WS-REPL-ITEMS
           move 0 to WS-REPL-TOTAL
           move 0 to WS-CHAIN-LIMIT
           move "N" to WS-VAL-SEEN
           move 0 to WS-VAL-LIMIT
           move 0 to WS-VAL-TOTAL
           move "N" to WS-SEL-SEEN
           move 0 to WS-SEL-LIMIT
           set FBZBAL-NOT-EOF to true
           accept WS-TODAY from date YYYYMMDD
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           perform 1100-READ-LOAD-SOURCE
               thru 1100-EXIT
           open input FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               display "FBZBAL - FBZCTL OPEN FAILED - STATUS "
                   WS-CTL-STATUS " - NO CONTROL TOTALS TO BALANCE"
               move "NO CONTROL TOTALS - FBZCTL WOULD NOT OPEN"
                   to WS-INCIDENT-TEXT
               move 12 to return-code
               go to 9999-ABEND
           end-if
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-READ-LOAD-SOURCE - FIND FBZSRCS'S LATEST LOAD-SOURCE
      * RECORD FOR THE PROCESSING DATE.  NO DD OR NO RECORD LEAVES
      * EVERY VARIANT TO BALANCE AS BEFORE.
      *-----------------------------------------------------------------
       1100-READ-LOAD-SOURCE.
           move "N" to WS-SRC-FOUND
           move spaces to WS-SRC-PROGRAM-ID
           move spaces to WS-SRC-STATES
           set FBZBAL-SRC-NOT-EOF to true
           open input FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               set FBZBAL-SRC-EOF to true
           end-if
           perform 1150-SCAN-ONE-SOURCE
               thru 1150-EXIT
               until FBZBAL-SRC-EOF
           close FBZ-SOURCE-FILE.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-SCAN-ONE-SOURCE - KEEP THE LATEST LOAD-SOURCE RECORD
      * FOR THE PROCESSING DATE.
      *-----------------------------------------------------------------
       1150-SCAN-ONE-SOURCE.
           read FBZ-SOURCE-FILE
               at end
                   set FBZBAL-SRC-EOF to true
                   go to 1150-EXIT
           end-read
           if FBZ-SRC-RUN-DATE not = WS-TODAY
               go to 1150-EXIT
           end-if
           move "Y" to WS-SRC-FOUND
           move FBZ-SRC-PROGRAM-ID to WS-SRC-PROGRAM-ID
           move FBZ-SRC-VARIANT-STATES to WS-SRC-STATES.
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-POST-ONE-RECORD - POST ONE CONTROL-TOTALS RECORD INTO
      * THE SLOT FOR ITS PROGRAM, IGNORING RECORDS FROM ANY OTHER
                   move "Y" to WS-REPL-SEEN
                   move FBZ-CTL-LIMIT to WS-REPL-ITEMS
                   move FBZ-CTL-TOTAL to WS-REPL-TOTAL
               when "FBZVAL4"
                   move "Y" to WS-VAL-SEEN
                   move FBZ-CTL-LIMIT to WS-VAL-LIMIT
                   move FBZ-CTL-TOTAL to WS-VAL-TOTAL
               when "FBZSRCS"
                   move "Y" to WS-SEL-SEEN
                   move FBZ-CTL-LIMIT to WS-SEL-LIMIT
               when other
                   display "FBZBAL - UNRECOGNIZED CONTROL RECORD "
                       "FROM " FBZ-CTL-PROGRAM-ID " - IGNORED"
      * MUST EXIST FOR TODAY, ITS LIMIT MUST MATCH THE CHAIN'S, AND
      * ITS TOTAL MUST EQUAL LIMIT - START + 1, THE RANGE THE RUN
      * WAS ASKED TO COVER (START IS 1 ON A FRESH RUN, SO THE TEST
      * IS TOTAL = LIMIT THERE).  A VARIANT FBZSRCS PASSED OVER
      * WHEN IT PICKED THE DAY'S LOAD SOURCE IS EXCUSED - IT WAS
      * NEVER LOADED, AND THE FALLBACK IS ALREADY ON RECORD.
      *-----------------------------------------------------------------
       3000-BALANCE-VARIANTS.
           if WS-SRC-FOUND = "Y"
               and (WS-SRC-STATE(WS-VARIANT-SUB) = "F"
                   or WS-SRC-STATE(WS-VARIANT-SUB) = "B"
                   or WS-SRC-STATE(WS-VARIANT-SUB) = "U")
               display "FBZBAL - FIZZBUZ" WS-VARIANT-SUB
                   " EXCUSED - STATE " WS-SRC-STATE(WS-VARIANT-SUB)
                   " AT LOAD-SOURCE SELECTION, LOADED "
                   WS-SRC-PROGRAM-ID
               go to 3000-EXIT
           end-if
           if WS-VAR-SEEN(WS-VARIANT-SUB) not = "Y"
               add 1 to WS-BREAK-COUNT
               display "FBZBAL - BREAK - FIZZBUZ" WS-VARIANT-SUB
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4200-BALANCE-VALIDATION - FBZVAL4 MUST HAVE VALIDATED EVERY
      * NUM OF FIZZBUZ4'S LISTING CLEAN - ITS CLEAN COUNT EQUALS
      * THE LIMIT IT VALIDATED AGAINST - OR FIZZBUZ4'S OUTPUT WAS
      * NOT PROVED AGAINST THE RULES.
      *-----------------------------------------------------------------
       4200-BALANCE-VALIDATION.
           if WS-VAL-SEEN not = "Y"
               add 1 to WS-BREAK-COUNT
               display "FBZBAL - BREAK - FBZVAL4 WROTE NO CONTROL"
                   " RECORD TODAY"
               go to 4200-EXIT
           end-if
           if WS-VAL-TOTAL not = WS-VAL-LIMIT
               add 1 to WS-BREAK-COUNT
               display "FBZBAL - BREAK - FBZVAL4 VALIDATED "
                   WS-VAL-TOTAL " RECORDS CLEAN AGAINST LIMIT "
                   WS-VAL-LIMIT
           end-if.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-BALANCE-LOAD - FBZLOAD MUST HAVE LOADED EXACTLY AS MANY
      * ROWS AS FBZCMPR COMPARED - THE LISTING IT WAS HANDED - OR
           display "  FIZZBUZ3 TOTAL . . . . . " WS-VAR-TOTAL(3)
           display "  FIZZBUZ4 TOTAL . . . . . " WS-VAR-TOTAL(4)
           display "  FBZCMPR COMPARED . . . . " WS-CMP-TOTAL
           display "  FBZVAL4 CLEAN. . . . . . " WS-VAL-TOTAL
           display "  LOAD SOURCE. . . . . . . " WS-SRC-PROGRAM-ID
           display "  FBZLOAD ROWS LOADED. . . " WS-LOAD-TOTAL
           display "  BALANCE BREAKS . . . . . " WS-BREAK-COUNT.
       6000-EXIT.
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
           move "FBZBAL" to FBZ-INL-IN-PROGRAM-ID
           move WS-SAVE-RETURN-CODE to FBZ-INL-IN-RETURN-CODE
           if WS-INCIDENT-TEXT = spaces
               move "CHAIN BALANCING FAILED"
                   to WS-INCIDENT-TEXT
           end-if
           move WS-INCIDENT-TEXT to FBZ-INL-IN-DESCRIPTION
           call "FBZINCW" using FBZ-INC-PARAMETER-AREA
           evaluate true
               when FBZ-INL-OPENED
                   display "FBZBAL - INCIDENT OPENED FOR "
                       FBZ-INL-OUT-JOB-NAME " " FBZ-INL-OUT-STEP-NAME
               when FBZ-INL-UPDATED
                   display "FBZBAL - RERUN - INCIDENT UPDATED FOR "
                       FBZ-INL-OUT-JOB-NAME " " FBZ-INL-OUT-STEP-NAME
               when FBZ-INL-REOPENED
                   display "FBZBAL - RERUN - CLOSED INCIDENT REOPENED"
                       " FOR " FBZ-INL-OUT-JOB-NAME " "
                       FBZ-INL-OUT-STEP-NAME
               when other
                   display "FBZBAL - INCIDENT NOT RECORDED - CALL "
                       "STATUS " FBZ-INL-CALL-STATUS
           end-evaluate
           move WS-SAVE-RETURN-CODE to return-code.
       8000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO FROM
      * 1000-INITIALIZE WHEN THE CONTROL-TOTALS FILE ITSELF CANNOT
      * BE OPENED - TREATED AS A BALANCE BREAK (RETURN CODE 12)
      * BECAUSE A CHAIN THAT LEFT NO TOTALS CANNOT BE PROVED.  THE
      * FAILURE IS RECORDED AS AN INCIDENT FIRST.
      *-----------------------------------------------------------------
       9999-ABEND.
           perform 8000-RECORD-INCIDENT
               thru 8000-EXIT
           stop run.
