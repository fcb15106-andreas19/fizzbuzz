      *=================================================================
      * PROGRAM-ID: FBZSRCS
      *
      * LOAD-SOURCE SELECTION FOR THE DAILY CHAIN.  FBZLOAD, THE
      * DELTA AND THE SLOTTING FEED USED TO TAKE FIZZBUZ1'S
      * GENERATION UNCONDITIONALLY, SO A FIZZBUZ1 FAILURE BYPASSED
      * THE WHOLE DOWNSTREAM CHAIN EVEN ON A DAY FIZZBUZ2 AND
      * FIZZBUZ3 HAD FINISHED CLEAN AND AGREED - NOTHING LOADED AND
      * NOTHING WENT TO THE WAREHOUSE.  THIS STEP RUNS AFTER FBZCMPR
      * AND FBZVAL4 AND PICKS THE DAY'S SYSTEM-OF-RECORD VARIANT:
      *     FIZZBUZ1 WHEN IT IS CLEAN, OTHERWISE THE FIRST OF
      *     FIZZBUZ2 AND FIZZBUZ3 THAT IS - A FALLBACK.
      * CLEAN MEANS THE VARIANT'S LATEST FBZAUDIT ENTRY SHOWS
      * RETURN CODE 0, ITS FBZCTL TOTAL BALANCES (TOTAL = LIMIT -
      * START + 1, THE FBZBAL TEST) AND IT RECONCILED: FBZCMPR'S
      * MISMATCH REPORT SHOWS NO DISAGREEMENT BETWEEN IT AND AT
      * LEAST ONE OTHER CLEAN VARIANT.  A VARIANT NOTHING CLEAN
      * AGREES WITH IS NEVER LOADED, FIZZBUZ1 INCLUDED.
      *
      * THE CHOICE IS APPENDED TO THE LOAD-SOURCE FILE (DD FBZSRCSL,
      * SEE FBZSRC) WITH THE CHOSEN VARIANT'S DATASET NAMES, WHICH
      * FBZLOAD, FBZDELTA, FBZXMIT AND FBZBOSR ALLOCATE IN PLACE OF
      * THE FIZZBUZ1 DEFAULTS IN THEIR JCL, AND WHICH FBZBAL AND
      * FBZMON READ TO BALANCE AND REPORT THE SAME GENERATION.  A
      * RELEASED SOURCE IS ALSO POSTED TO FBZCTL AS AN FBZSRCS
      * CONTROL RECORD; EVERY DECISION IS LOGGED ON FBZAUDIT WITH
      * THE CHOSEN VARIANT, AND A FALLBACK GOES TO THE CONSOLE.
      *
      * THE STEP RUNS COND=EVEN, SO IT RUNS WHATEVER FAILED ABOVE
      * IT, AND IS THE ONE GATE THE DOWNSTREAM STEPS TEST.  ONLY
      * CONTROL RECORDS WRITTEN SINCE THE LAST FBZSRCS RECORD FOR
      * THE PROCESSING DATE COUNT - A RUN WHOSE FBZCMPR NEVER RAN
      * CANNOT RELEASE THE LAST RUN'S LISTINGS A SECOND TIME.
      * FIZZBUZ4 IS NOT A LOAD SOURCE, BUT THE CHAIN HAS ALWAYS
      * STOPPED WHEN IT FAILED, SO ITS FBZVAL4 VALIDATION MUST
      * STILL BE CLEAN BEFORE ANYTHING IS RELEASED.
      *
      * RETURN CODES: 0 - FIZZBUZ1 RELEASED, 4 - FALLBACK SOURCE
      * RELEASED, 12 - FIZZBUZ4 NOT VALIDATED, 16 - NO VARIANT
      * QUALIFIED, 20 - NO RECONCILIATION FROM THIS RUN (THE CHAIN
      * FAILED BEFORE FBZCMPR), 24 - THE LOAD-SOURCE FILE COULD
      * NOT BE WRITTEN.  ANY CODE ABOVE 4 BYPASSES THE LOAD.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  A RUN WITH NO FBZCMPR RECONCILIATION (RC 20)
      *                   NOW LOGS ITS DECISION ON FBZAUDIT BEFORE IT
      *                   STOPS, LIKE EVERY OTHER DECISION.
      *=================================================================
       identification division.
       program-id. FBZSRCS.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       configuration section.
       special-names.
           console is OPERATOR-CONSOLE.

       input-output section.
       file-control.
           select optional FBZ-CONTROL-FILE assign to FBZCTL
               organization is line sequential
               file status is WS-CTL-STATUS.
           select optional FBZ-AUDIT-FILE assign to FBZAUDIT
               organization is line sequential
               file status is WS-AUDIT-STATUS.
           select optional FBZ-RECON-FILE assign to FBZCMPRT
               organization is line sequential
               file status is WS-RECON-STATUS.
           select optional FBZ-SOURCE-FILE assign to FBZSRCSL
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.

       data division.
       file section.
       fd  FBZ-CONTROL-FILE
           recording mode is F.
           copy FBZCTL.

       fd  FBZ-AUDIT-FILE
           recording mode is F.
           copy FBZAUD.

       fd  FBZ-RECON-FILE
           recording mode is F.
           copy FBZCMPO.

       fd  FBZ-SOURCE-FILE
           recording mode is F.
           copy FBZSRC.

       fd  FBZ-PDATE-FILE
           recording mode is F.
           copy FBZPDT.

       working-storage section.
       01  WS-CTL-STATUS           pic X(02).
       01  WS-AUDIT-STATUS         pic X(02).
       01  WS-RECON-STATUS         pic X(02).
       01  WS-SRC-STATUS           pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-EOF-SWITCH           pic X(01).
           88  FBZSR-EOF                value "Y".
           88  FBZSR-NOT-EOF            value "N".
       01  WS-RECON-SWITCH         pic X(01).
           88  FBZSR-RECON-READ         value "Y".
           88  FBZSR-RECON-UNREADABLE   value "N".
       01  WS-VAL4-SWITCH          pic X(01).
           88  FBZSR-VAL4-CLEAN         value "Y".
           88  FBZSR-VAL4-NOT-CLEAN     value "N".
       01  WS-TODAY                pic X(08).
       01  WS-WALL-DATE            pic X(08).
       01  WS-TIME-NOW             pic X(08).
       01  WS-SITE-CODE            pic X(02) value "01".
       01  WS-DSN-PREFIX           pic X(20).
       01  WS-JOB-NAME             pic X(08).
       01  WS-VARIANT-SUB          pic 9(02) comp.
       01  WS-PARTNER-SUB          pic 9(02) comp.
       01  WS-CHOSEN-SUB           pic 9(02) comp.
       01  WS-VARIANT-DIGIT        pic 9(01).
       01  WS-EXPECTED-TOTAL       pic 9(07).
       01  WS-MISMATCH-READ        pic 9(07) comp.
       01  WS-REASON               pic X(30).

      *-----------------------------------------------------------------
      * WHAT THIS RUN LEFT FOR EACH VARIANT: ITS LATEST AUDIT ENTRY,
      * ITS CURRENT CONTROL TOTALS, WHETHER THEY MAKE IT CLEAN, AND
      * THE STATE RECORDED ON THE LOAD-SOURCE RECORD (SEE FBZSRC).
      *-----------------------------------------------------------------
       01  WS-VARIANT-TABLE.
           05  WS-VARIANT-ENTRY    occurs 4 times.
               10  WS-VAR-AUD-FOUND    pic X(01).
               10  WS-VAR-AUD-RC       pic 9(03).
               10  WS-VAR-CTL-SEEN     pic X(01).
               10  WS-VAR-LIMIT        pic 9(05).
               10  WS-VAR-START        pic 9(05).
               10  WS-VAR-TOTAL        pic 9(07).
               10  WS-VAR-VERSION      pic 9(05).
               10  WS-VAR-CLEAN        pic X(01).
               10  WS-VAR-STATE        pic X(01).
       01  WS-CMP-SEEN             pic X(01).
       01  WS-VAL-SEEN             pic X(01).
       01  WS-VAL-LIMIT            pic 9(05).
       01  WS-VAL-TOTAL            pic 9(07).

      *-----------------------------------------------------------------
      * PAIRWISE DISAGREEMENTS OFF THE FBZCMPR MISMATCH REPORT -
      * ROW AND COLUMN ARE VARIANTS 1-3, SO A ZERO AT (V,W) MEANS V
      * AND W AGREED ON EVERY NUM.  A BLANK CATEGORY ON THE REPORT
      * IS A LISTING THAT HAD ALREADY ENDED, ITSELF A DISAGREEMENT
      * WITH ONE THAT HAD NOT.
      *-----------------------------------------------------------------
       01  WS-DISAGREE-TABLE.
           05  WS-DIS-ROW          occurs 3 times.
               10  WS-DIS-COUNT    pic 9(07) comp occurs 3 times.
       01  WS-RPT-CAT-TABLE.
           05  WS-RPT-CAT          pic X(08) occurs 3 times.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-SCAN-CONTROL-TOTALS
               thru 2000-EXIT
           if WS-CMP-SEEN not = "Y"
               display "FBZSRCS - NO FBZCMPR RECONCILIATION FOR "
                   WS-TODAY " SINCE THE LAST SELECTION - THE CHAIN"
                   " FAILED BEFORE FBZCMPR.  NOTHING RELEASED"
               move "NO COMPARE TOTALS" to WS-REASON
               move 20 to return-code
               perform 4700-WRITE-AUDIT-RECORD
                   thru 4700-EXIT
               go to 9999-ABEND
           end-if
           perform 2500-SCAN-AUDIT-LOG
               thru 2500-EXIT
           perform 2800-SCAN-RECONCILE-REPORT
               thru 2800-EXIT
           perform 3000-JUDGE-ONE-VARIANT
               thru 3000-EXIT
               varying WS-VARIANT-SUB from 1 by 1
               until WS-VARIANT-SUB > 3
           perform 3200-TEST-RECONCILED
               thru 3200-EXIT
               varying WS-VARIANT-SUB from 1 by 1
               until WS-VARIANT-SUB > 3
           perform 3500-PICK-THE-SOURCE
               thru 3500-EXIT
           perform 3600-TEST-FIZZBUZ4
               thru 3600-EXIT
           evaluate true
               when FBZSR-VAL4-NOT-CLEAN
                   move 0 to WS-CHOSEN-SUB
                   move "FIZZBUZ4 NOT VALIDATED" to WS-REASON
                   move 12 to return-code
               when WS-CHOSEN-SUB = zero
                   move "NO CLEAN RECONCILED VARIANT" to WS-REASON
                   move 16 to return-code
               when WS-CHOSEN-SUB = 1
                   move "FIZZBUZ1 CLEAN AND RECONCILED" to WS-REASON
                   move 0 to return-code
               when other
                   move "FALLBACK - FIZZBUZ1 NOT USABLE" to WS-REASON
                   move 4 to return-code
           end-evaluate
           perform 4000-WRITE-SELECTION
               thru 4000-EXIT
           if WS-CHOSEN-SUB > zero
               perform 4500-WRITE-CONTROL-TOTALS
                   thru 4500-EXIT
           end-if
           perform 4700-WRITE-AUDIT-RECORD
               thru 4700-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE PROCESSING DATE (FBZCTL'S
      * DATE) AND THE CLOCK DATE (THE DATE THE VARIANTS STAMP ON
      * FBZAUDIT), AND CLEAR EVERYTHING THE SCANS FILL IN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move spaces to WS-VARIANT-TABLE
           move zeros to WS-DISAGREE-TABLE
           move "N" to WS-CMP-SEEN
           move "N" to WS-VAL-SEEN
           move 0 to WS-VAL-LIMIT
           move 0 to WS-VAL-TOTAL
           move 0 to WS-CHOSEN-SUB
           move 0 to WS-MISMATCH-READ
           move spaces to WS-REASON
           set FBZSR-RECON-READ to true
           set FBZSR-VAL4-CLEAN to true
           accept WS-TODAY from date YYYYMMDD
           move WS-TODAY to WS-WALL-DATE
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           move spaces to WS-JOB-NAME
           display "JOBNAME" upon environment-name
           accept WS-JOB-NAME from environment-value.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1050-APPLY-DATE-OVERRIDE - WHEN THE OPTIONAL FBZPDATE
      * RECORD CARRIES A NUMERIC DATE, PROCESS UNDER IT INSTEAD OF
      * TODAY - THE CATCH-UP PATH.  NO DD, NO RECORD OR A GARBLED
      * DATE LEAVES TODAY IN FORCE.
      *-----------------------------------------------------------------
       1050-APPLY-DATE-OVERRIDE.
           open input FBZ-PDATE-FILE
           if WS-PDATE-STATUS = "00"
               read FBZ-PDATE-FILE
               if WS-PDATE-STATUS = "00"
                   and FBZ-PDT-DATE is numeric
                   move FBZ-PDT-DATE to WS-TODAY
                   display "FBZSRCS - PROCESSING DATE OVERRIDDEN"
                       " TO " FBZ-PDT-DATE
               end-if
           end-if
           close FBZ-PDATE-FILE.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-SCAN-CONTROL-TOTALS - POST THE PROCESSING DATE'S
      * CONTROL RECORDS: EACH VARIANT'S TOTALS, WHETHER FBZCMPR
      * RECONCILED, AND FBZVAL4'S CLEAN COUNT.  AN FBZSRCS RECORD
      * MEANS EVERYTHING BEFORE IT WAS ALREADY SELECTED FROM, SO
      * IT CLEARS THE SLOTS AND ONLY THIS RUN'S RECORDS REMAIN.
      *-----------------------------------------------------------------
       2000-SCAN-CONTROL-TOTALS.
           set FBZSR-NOT-EOF to true
           open input FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               set FBZSR-EOF to true
           end-if
           perform 2100-POST-ONE-CTL-RECORD
               thru 2100-EXIT
               until FBZSR-EOF
           close FBZ-CONTROL-FILE.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-POST-ONE-CTL-RECORD - POST ONE CONTROL RECORD.  A LATER
      * RECORD FOR THE SAME PROGRAM OVERWRITES AN EARLIER ONE, AS
      * IN FBZBAL, SO A RESTARTED VARIANT'S TOTALS ARE THE ONES
      * JUDGED.
      *-----------------------------------------------------------------
       2100-POST-ONE-CTL-RECORD.
           read FBZ-CONTROL-FILE
               at end
                   set FBZSR-EOF to true
                   go to 2100-EXIT
           end-read
           if FBZ-CTL-RUN-DATE not = WS-TODAY
               go to 2100-EXIT
           end-if
           move 0 to WS-VARIANT-SUB
           evaluate FBZ-CTL-PROGRAM-ID
               when "FIZZBUZ1"
                   move 1 to WS-VARIANT-SUB
               when "FIZZBUZ2"
                   move 2 to WS-VARIANT-SUB
               when "FIZZBUZ3"
                   move 3 to WS-VARIANT-SUB
               when "FIZZBUZ4"
                   move 4 to WS-VARIANT-SUB
               when "FBZCMPR"
                   move "Y" to WS-CMP-SEEN
               when "FBZVAL4"
                   move "Y" to WS-VAL-SEEN
                   move FBZ-CTL-LIMIT to WS-VAL-LIMIT
                   move FBZ-CTL-TOTAL to WS-VAL-TOTAL
               when "FBZSRCS"
                   perform 2200-CLEAR-CURRENT-SLOTS
                       thru 2200-EXIT
           end-evaluate
           if WS-VARIANT-SUB > 0
               move "Y" to WS-VAR-CTL-SEEN(WS-VARIANT-SUB)
               move FBZ-CTL-LIMIT to WS-VAR-LIMIT(WS-VARIANT-SUB)
               move FBZ-CTL-START-NUM to WS-VAR-START(WS-VARIANT-SUB)
               move FBZ-CTL-TOTAL to WS-VAR-TOTAL(WS-VARIANT-SUB)
               move FBZ-CTL-PARM-VERSION
                   to WS-VAR-VERSION(WS-VARIANT-SUB)
               if FBZ-CTL-SITE not = spaces
                   move FBZ-CTL-SITE to WS-SITE-CODE
               end-if
           end-if.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-CLEAR-CURRENT-SLOTS - FORGET EVERY TOTAL POSTED SO FAR
      * FOR THE DATE - AN EARLIER SELECTION HAS ALREADY USED THEM.
      *-----------------------------------------------------------------
       2200-CLEAR-CURRENT-SLOTS.
           move spaces to WS-VARIANT-TABLE
           move "N" to WS-CMP-SEEN
           move "N" to WS-VAL-SEEN
           move 0 to WS-VAL-LIMIT
           move 0 to WS-VAL-TOTAL.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-SCAN-AUDIT-LOG - KEEP EACH VARIANT'S LATEST AUDIT ENTRY
      * - ITS FINAL OUTCOME.  THE VARIANTS STAMP THE CLOCK DATE
      * THERE, SO ON A CATCH-UP RUN AN ENTRY DATED EITHER TODAY OR
      * THE PROCESSING DATE IS THIS RUN'S.
      *-----------------------------------------------------------------
       2500-SCAN-AUDIT-LOG.
           set FBZSR-NOT-EOF to true
           open input FBZ-AUDIT-FILE
           if WS-AUDIT-STATUS not = "00"
               set FBZSR-EOF to true
           end-if
           perform 2600-POST-ONE-AUDIT-RECORD
               thru 2600-EXIT
               until FBZSR-EOF
           close FBZ-AUDIT-FILE.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-POST-ONE-AUDIT-RECORD - POST ONE VARIANT'S AUDIT ENTRY;
      * THE LATEST FOR A VARIANT WINS.
      *-----------------------------------------------------------------
       2600-POST-ONE-AUDIT-RECORD.
           read FBZ-AUDIT-FILE
               at end
                   set FBZSR-EOF to true
                   go to 2600-EXIT
           end-read
           if FBZ-AUD-RUN-DATE not = WS-WALL-DATE
               and FBZ-AUD-RUN-DATE not = WS-TODAY
               go to 2600-EXIT
           end-if
           move 0 to WS-VARIANT-SUB
           evaluate FBZ-AUD-PROGRAM-ID
               when "FIZZBUZ1"
                   move 1 to WS-VARIANT-SUB
               when "FIZZBUZ2"
                   move 2 to WS-VARIANT-SUB
               when "FIZZBUZ3"
                   move 3 to WS-VARIANT-SUB
               when "FIZZBUZ4"
                   move 4 to WS-VARIANT-SUB
           end-evaluate
           if WS-VARIANT-SUB > 0
               move "Y" to WS-VAR-AUD-FOUND(WS-VARIANT-SUB)
               move FBZ-AUD-RETURN-CODE
                   to WS-VAR-AUD-RC(WS-VARIANT-SUB)
           end-if.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-SCAN-RECONCILE-REPORT - COUNT, PAIR BY PAIR, THE NUMS
      * ON WHICH FBZCMPR FOUND TWO OF THE THREE LISTINGS APART.  AN
      * EMPTY REPORT IS THREE-WAY AGREEMENT.  A REPORT THAT WILL
      * NOT OPEN PROVES NOTHING, SO NO VARIANT RECONCILES.
      *-----------------------------------------------------------------
       2800-SCAN-RECONCILE-REPORT.
           set FBZSR-NOT-EOF to true
           open input FBZ-RECON-FILE
           if WS-RECON-STATUS not = "00"
               display "FBZSRCS - FBZCMPRT OPEN FAILED - STATUS "
                   WS-RECON-STATUS " - NO VARIANT CAN BE PROVED"
                   " RECONCILED"
               set FBZSR-RECON-UNREADABLE to true
               go to 2800-EXIT
           end-if
           perform 2900-POST-ONE-MISMATCH
               thru 2900-EXIT
               until FBZSR-EOF
           close FBZ-RECON-FILE.
       2800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2900-POST-ONE-MISMATCH - FOLD ONE MISMATCH RECORD INTO THE
      * PAIRWISE DISAGREEMENT COUNTS.
      *-----------------------------------------------------------------
       2900-POST-ONE-MISMATCH.
           read FBZ-RECON-FILE
               at end
                   set FBZSR-EOF to true
                   go to 2900-EXIT
           end-read
           add 1 to WS-MISMATCH-READ
           move FBZCMP-RPT-CAT1 to WS-RPT-CAT(1)
           move FBZCMP-RPT-CAT2 to WS-RPT-CAT(2)
           move FBZCMP-RPT-CAT3 to WS-RPT-CAT(3)
           perform 2950-COUNT-ONE-PAIR
               thru 2950-EXIT
               varying WS-VARIANT-SUB from 1 by 1
                   until WS-VARIANT-SUB > 3
               after WS-PARTNER-SUB from 1 by 1
                   until WS-PARTNER-SUB > 3.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2950-COUNT-ONE-PAIR - ONE CELL OF THE DISAGREEMENT TABLE.
      *-----------------------------------------------------------------
       2950-COUNT-ONE-PAIR.
           if WS-VARIANT-SUB not = WS-PARTNER-SUB
               and WS-RPT-CAT(WS-VARIANT-SUB)
                   not = WS-RPT-CAT(WS-PARTNER-SUB)
               add 1 to WS-DIS-COUNT(WS-VARIANT-SUB WS-PARTNER-SUB)
           end-if.
       2950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-JUDGE-ONE-VARIANT - IS ONE LOAD-SOURCE VARIANT CLEAN?
      * IT MUST HAVE RUN IN THIS RUN (A CURRENT CONTROL RECORD),
      * ENDED RETURN CODE 0, AND BALANCED.  A CLEAN VARIANT STAYS
      * "C" UNTIL THE RECONCILIATION TEST.
      *-----------------------------------------------------------------
       3000-JUDGE-ONE-VARIANT.
           move "N" to WS-VAR-CLEAN(WS-VARIANT-SUB)
           if WS-VAR-CTL-SEEN(WS-VARIANT-SUB) not = "Y"
               or WS-VAR-AUD-FOUND(WS-VARIANT-SUB) not = "Y"
               or WS-VAR-AUD-RC(WS-VARIANT-SUB) not = zero
               move "F" to WS-VAR-STATE(WS-VARIANT-SUB)
               go to 3000-EXIT
           end-if
           compute WS-EXPECTED-TOTAL
               = WS-VAR-LIMIT(WS-VARIANT-SUB)
               - WS-VAR-START(WS-VARIANT-SUB) + 1
           if WS-VAR-TOTAL(WS-VARIANT-SUB) not = WS-EXPECTED-TOTAL
               move "B" to WS-VAR-STATE(WS-VARIANT-SUB)
               go to 3000-EXIT
           end-if
           move "Y" to WS-VAR-CLEAN(WS-VARIANT-SUB)
           move "C" to WS-VAR-STATE(WS-VARIANT-SUB).
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3200-TEST-RECONCILED - A CLEAN VARIANT THAT AGREED WITH NO
      * OTHER CLEAN VARIANT ON EVERY NUM IS UNRECONCILED - ITS
      * LISTING IS THE ODD ONE OUT, OR NOTHING CLEAN IS LEFT TO
      * VOUCH FOR IT.
      *-----------------------------------------------------------------
       3200-TEST-RECONCILED.
           if WS-VAR-CLEAN(WS-VARIANT-SUB) not = "Y"
               go to 3200-EXIT
           end-if
           move "U" to WS-VAR-STATE(WS-VARIANT-SUB)
           if FBZSR-RECON-UNREADABLE
               go to 3200-EXIT
           end-if
           perform 3300-TEST-ONE-PARTNER
               thru 3300-EXIT
               varying WS-PARTNER-SUB from 1 by 1
               until WS-PARTNER-SUB > 3.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3300-TEST-ONE-PARTNER - ONE CLEAN PARTNER THAT AGREED IS
      * ENOUGH.
      *-----------------------------------------------------------------
       3300-TEST-ONE-PARTNER.
           if WS-PARTNER-SUB not = WS-VARIANT-SUB
               and WS-VAR-CLEAN(WS-PARTNER-SUB) = "Y"
               and WS-DIS-COUNT(WS-VARIANT-SUB WS-PARTNER-SUB) = zero
               move "C" to WS-VAR-STATE(WS-VARIANT-SUB)
           end-if.
       3300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3500-PICK-THE-SOURCE - THE FIRST CLEAN, RECONCILED VARIANT
      * IN FIZZBUZ1-2-3 ORDER IS THE SYSTEM OF RECORD.
      *-----------------------------------------------------------------
       3500-PICK-THE-SOURCE.
           move 4 to WS-VARIANT-SUB
           move "N" to WS-VAR-STATE(WS-VARIANT-SUB)
           move 0 to WS-CHOSEN-SUB
           evaluate true
               when WS-VAR-STATE(1) = "C"
                   move 1 to WS-CHOSEN-SUB
               when WS-VAR-STATE(2) = "C"
                   move 2 to WS-CHOSEN-SUB
               when WS-VAR-STATE(3) = "C"
                   move 3 to WS-CHOSEN-SUB
           end-evaluate
           if WS-CHOSEN-SUB > zero
               move "S" to WS-VAR-STATE(WS-CHOSEN-SUB)
           end-if.
       3500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3600-TEST-FIZZBUZ4 - FIZZBUZ4 MUST HAVE RUN CLEAN IN THIS
      * RUN AND FBZVAL4 MUST HAVE VALIDATED EVERY RECORD OF THE
      * LIMIT CLEAN (ITS CONTROL TOTAL IS THE CLEAN COUNT).
      *-----------------------------------------------------------------
       3600-TEST-FIZZBUZ4.
           if WS-VAR-CTL-SEEN(4) not = "Y"
               or WS-VAR-AUD-FOUND(4) not = "Y"
               or WS-VAR-AUD-RC(4) not = zero
               display "FBZSRCS - FIZZBUZ4 DID NOT RUN CLEAN IN"
                   " THIS RUN"
               set FBZSR-VAL4-NOT-CLEAN to true
               go to 3600-EXIT
           end-if
           if WS-VAL-SEEN not = "Y"
               or WS-VAL-TOTAL not = WS-VAL-LIMIT
               display "FBZSRCS - FBZVAL4 DID NOT VALIDATE FIZZBUZ4"
                   " CLEAN - " WS-VAL-TOTAL " OF " WS-VAL-LIMIT
               set FBZSR-VAL4-NOT-CLEAN to true
           end-if.
       3600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-WRITE-SELECTION - APPEND THE DECISION TO THE
      * LOAD-SOURCE FILE, WITH THE CHOSEN VARIANT'S DATASET NAMES.
      * OPENED EXTEND, FALLING BACK TO OUTPUT THE FIRST TIME.  A
      * FILE THAT WILL NOT TAKE THE RECORD MUST STOP THE CHAIN -
      * THE STEPS BEHIND WOULD OTHERWISE QUIETLY USE FIZZBUZ1.
      *-----------------------------------------------------------------
       4000-WRITE-SELECTION.
           move spaces to FBZ-SRC-RECORD
           move WS-TODAY to FBZ-SRC-RUN-DATE
           move WS-SITE-CODE to FBZ-SRC-SITE
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to FBZ-SRC-SELECT-TIME
           move WS-CHOSEN-SUB to FBZ-SRC-VARIANT
           move WS-REASON to FBZ-SRC-REASON
           set FBZ-SRC-NOT-FALLBACK to true
           perform 4050-COPY-ONE-STATE
               thru 4050-EXIT
               varying WS-VARIANT-SUB from 1 by 1
               until WS-VARIANT-SUB > 4
           if WS-CHOSEN-SUB > zero
               perform 4100-BUILD-DATASET-NAMES
                   thru 4100-EXIT
               if WS-CHOSEN-SUB not = 1
                   set FBZ-SRC-IS-FALLBACK to true
               end-if
           end-if
           open extend FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               open output FBZ-SOURCE-FILE
           end-if
           if WS-SRC-STATUS not = "00"
               display "FBZSRCS - FBZSRCSL OPEN FAILED - STATUS "
                   WS-SRC-STATUS " - NOTHING RELEASED"
               move 24 to return-code
               go to 9999-ABEND
           end-if
           write FBZ-SRC-RECORD
           if WS-SRC-STATUS not = "00"
               display "FBZSRCS - FBZSRCSL WRITE FAILED - STATUS "
                   WS-SRC-STATUS " - NOTHING RELEASED"
               move 24 to return-code
               go to 9999-ABEND
           end-if
           close FBZ-SOURCE-FILE.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4050-COPY-ONE-STATE - ONE VARIANT'S STATE ONTO THE RECORD.
      *-----------------------------------------------------------------
       4050-COPY-ONE-STATE.
           move WS-VAR-STATE(WS-VARIANT-SUB)
               to FBZ-SRC-STATE(WS-VARIANT-SUB).
       4050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-BUILD-DATASET-NAMES - THE CHOSEN VARIANT'S LISTING
      * (TODAY'S AND THE PRIOR GENERATION) AND STAGING DATASET, BY
      * THE SAME NAMING THE CHAIN JCL USES: SITE 01 UNDER
      * PROD.FIZZBUZZ, ANY OTHER SITE UNDER PROD.FIZZBUZZ.S<SITE>.
      *-----------------------------------------------------------------
       4100-BUILD-DATASET-NAMES.
           move WS-CHOSEN-SUB to WS-VARIANT-DIGIT
           move "FIZZBUZ" to FBZ-SRC-PROGRAM-ID
           move WS-VARIANT-DIGIT to FBZ-SRC-PROGRAM-ID(8:1)
           move spaces to WS-DSN-PREFIX
           if WS-SITE-CODE = "01"
               move "PROD.FIZZBUZZ." to WS-DSN-PREFIX
           else
               string "PROD.FIZZBUZZ.S" delimited by size
                   WS-SITE-CODE delimited by size
                   "." delimited by size
                   into WS-DSN-PREFIX
               end-string
           end-if
           string WS-DSN-PREFIX delimited by space
               FBZ-SRC-PROGRAM-ID delimited by space
               ".OUTPUT(0)" delimited by size
               into FBZ-SRC-LISTING-DSN
           end-string
           string WS-DSN-PREFIX delimited by space
               FBZ-SRC-PROGRAM-ID delimited by space
               ".OUTPUT(-1)" delimited by size
               into FBZ-SRC-PRIOR-DSN
           end-string
           string WS-DSN-PREFIX delimited by space
               FBZ-SRC-PROGRAM-ID delimited by space
               ".STAGE" delimited by size
               into FBZ-SRC-STAGE-DSN
           end-string.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-WRITE-CONTROL-TOTALS - POST THE RELEASED SOURCE TO
      * FBZCTL: THE CHOSEN VARIANT'S LIMIT, START, TOTAL AND RULE
      * VERSION UNDER PROGRAM-ID FBZSRCS.  IT IS ALSO THE MARK
      * THAT THE TOTALS BEFORE IT HAVE BEEN SELECTED FROM.
      *-----------------------------------------------------------------
       4500-WRITE-CONTROL-TOTALS.
           move spaces to FBZ-CONTROL-RECORD
           move "FBZSRCS" to FBZ-CTL-PROGRAM-ID
           move WS-TODAY to FBZ-CTL-RUN-DATE
           move WS-VAR-LIMIT(WS-CHOSEN-SUB) to FBZ-CTL-LIMIT
           move WS-VAR-START(WS-CHOSEN-SUB) to FBZ-CTL-START-NUM
           move WS-VAR-TOTAL(WS-CHOSEN-SUB) to FBZ-CTL-TOTAL
           move WS-VAR-VERSION(WS-CHOSEN-SUB) to FBZ-CTL-PARM-VERSION
           move WS-SITE-CODE to FBZ-CTL-SITE
           open extend FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               open output FBZ-CONTROL-FILE
           end-if
           write FBZ-CONTROL-RECORD
           close FBZ-CONTROL-FILE.
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4700-WRITE-AUDIT-RECORD - LOG THE DECISION ON THE SHARED
      * AUDIT LOG WITH THIS STEP'S RETURN CODE AND THE VARIANT IT
      * CHOSE, SO EVERY FALLBACK (RETURN CODE 4) IS ON RECORD
      * BESIDE THE VARIANT FAILURE THAT CAUSED IT.
      *-----------------------------------------------------------------
       4700-WRITE-AUDIT-RECORD.
           move spaces to FBZ-AUDIT-RECORD
           move WS-JOB-NAME to FBZ-AUD-JOB-NAME
           move "FBZSRCS" to FBZ-AUD-PROGRAM-ID
           move WS-WALL-DATE to FBZ-AUD-RUN-DATE
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to FBZ-AUD-RUN-TIME
           move 0 to FBZ-AUD-LIMIT-USED
           move 0 to FBZ-AUD-REC-COUNT
           if WS-CHOSEN-SUB > zero
               move WS-VAR-LIMIT(WS-CHOSEN-SUB) to FBZ-AUD-LIMIT-USED
               move WS-VAR-TOTAL(WS-CHOSEN-SUB) to FBZ-AUD-REC-COUNT
               move FBZ-SRC-PROGRAM-ID to FBZ-AUD-LOAD-SOURCE
           end-if
           move return-code to FBZ-AUD-RETURN-CODE
           open extend FBZ-AUDIT-FILE
           if WS-AUDIT-STATUS not = "00"
               open output FBZ-AUDIT-FILE
           end-if
           write FBZ-AUDIT-RECORD
           close FBZ-AUDIT-FILE.
       4700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE DECISION AND EACH
      * VARIANT'S STATE.  A FALLBACK OR A STOP ALSO GOES TO THE
      * OPERATOR CONSOLE.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZSRCS CONTROL/SUMMARY REPORT"
           display "  PROCESSING DATE. . . . . " WS-TODAY
           display "  SITE . . . . . . . . . . " WS-SITE-CODE
           display "  MISMATCH RECORDS READ. . " WS-MISMATCH-READ
           perform 6100-REPORT-ONE-VARIANT
               thru 6100-EXIT
               varying WS-VARIANT-SUB from 1 by 1
               until WS-VARIANT-SUB > 4
           display "  DECISION . . . . . . . . " WS-REASON
           if WS-CHOSEN-SUB > zero
               display "  LOAD SOURCE. . . . . . . " FBZ-SRC-PROGRAM-ID
               display "  LISTING. . . . . . . . . "
                   FBZ-SRC-LISTING-DSN
           end-if
           if return-code not = zero
               display "FBZSRCS - " WS-TODAY " " WS-REASON
                   " - LOAD SOURCE " FBZ-SRC-PROGRAM-ID
                   upon OPERATOR-CONSOLE
           end-if.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6100-REPORT-ONE-VARIANT - ONE VARIANT'S STATE LINE.
      *-----------------------------------------------------------------
       6100-REPORT-ONE-VARIANT.
           move WS-VARIANT-SUB to WS-VARIANT-DIGIT
           display "  FIZZBUZ" WS-VARIANT-DIGIT " . . . . . . . . "
               WS-VAR-STATE(WS-VARIANT-SUB)
               "  RC " WS-VAR-AUD-RC(WS-VARIANT-SUB)
               "  TOTAL " WS-VAR-TOTAL(WS-VARIANT-SUB).
       6100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (20 - NO RECONCILIATION FROM THIS
      * RUN, LOGGED ON FBZAUDIT FIRST, 24 - LOAD-SOURCE FILE
      * FAILED).  NOTHING IS RELEASED ON EITHER PATH, SO THE STEPS
      * BEHIND ARE BYPASSED.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
