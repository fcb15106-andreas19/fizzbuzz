      *=================================================================
      * PROGRAM-ID: FBZBOSR
      *
      * DAILY BIN OUT-OF-SERVICE REDIRECT REPORT.  WHILE A BIN IS IN
      * A PLANNED OUT-OF-SERVICE WINDOW (FBZBOOS, SEE FBZBOS) THE
      * FEED WRITERS SEND ITS ITEMS TO THE WINDOW'S ALTERNATE BIN
      * AND FLAG THE FEED RECORD AS REDIRECTED, KEEPING THE BIN THE
      * RULES CHOSE.  THIS PROGRAM READS THE DAY'S STAGED FEED (DD
      * FBZFEED - THE JCL MAY CONCATENATE THE DAY'S RESEND FEED
      * BEHIND IT) AND LISTS EVERY REDIRECTED ITEM: THE ITEM, THE
      * BIN IT WOULD HAVE GONE TO, THE BIN IT WENT TO, AND THE
      * WINDOW'S REASON AND RETURN-TO-SERVICE DATE, WITH A COUNT
      * PER ORIGINAL BIN AT THE FOOT - SO THE FLOOR KNOWS WHAT TO
      * PUT AWAY WHERE AND WHAT TO MOVE BACK WHEN THE BIN REOPENS.
      * ONLY RECORDS SENT-DATED WITH THE PROCESSING DATE ARE
      * LISTED - THE STAGE IS DISP=MOD AND CARRIES PRIOR DAYS.  A
      * DAY WITH NOTHING REDIRECTED WRITES A REPORT SAYING SO.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  WHEN FBZSRCS HAS CHOSEN A FALLBACK LOAD SOURCE
      *                   FOR THE PROCESSING DATE (DD FBZSRCSL, SEE
      *                   FBZSRC), THAT VARIANT'S STAGE IS ALLOCATED TO
      *                   DD FBZFEED IN PLACE OF FIZZBUZ1'S, SO THE
      *                   REPORT COVERS THE FEED THAT WAS SENT.
      *=================================================================
       identification division.
       program-id. FBZBOSR.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-FEED-FILE assign to FBZFEED
               organization is line sequential
               file status is WS-FEED-STATUS.
           select optional FBZ-OUTAGE-FILE assign to FBZBOOS
               organization is line sequential
               file status is WS-OOS-STATUS.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select optional FBZ-SOURCE-FILE assign to FBZSRCSL
               organization is line sequential
               file status is WS-SRC-STATUS.
           select FBZ-REPORT-FILE assign to FBZBOSRP
               organization is line sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  FBZ-FEED-FILE
           block contains 0 records
           recording mode is F.
           copy FBZFEED.

       fd  FBZ-OUTAGE-FILE
           recording mode is F.
           copy FBZBOS.

       fd  FBZ-PDATE-FILE
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-SOURCE-FILE
           recording mode is F.
           copy FBZSRC.

       fd  FBZ-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-REPORT-LINE             pic X(100).

       working-storage section.
       01  WS-FEED-STATUS          pic X(02).
       01  WS-OOS-STATUS           pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-SRC-STATUS           pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-FEED-EOF-SWITCH      pic X(01).
           88  FBZBO-FEED-EOF           value "Y".
           88  FBZBO-FEED-NOT-EOF       value "N".
       01  WS-OOS-EOF-SWITCH       pic X(01).
           88  FBZBO-OOS-EOF            value "Y".
           88  FBZBO-OOS-NOT-EOF        value "N".
       01  WS-SRC-EOF-SWITCH       pic X(01).
           88  FBZBO-SRC-EOF            value "Y".
           88  FBZBO-SRC-NOT-EOF        value "N".
       01  WS-TODAY                pic X(08).
       01  WS-SRC-VARIANT          pic 9(01).
       01  WS-SRC-PROGRAM-ID       pic X(08).
       01  WS-SRC-DSN              pic X(44).

      *-----------------------------------------------------------------
      * THE ENVIRONMENT VARIABLE THAT ALLOCATES DD FBZFEED TO THE
      * STAGE OF THE LOAD SOURCE FBZSRCS CHOSE WHEN IT IS NOT
      * FIZZBUZ1 - THE NAME=VALUE PAIR ENDS IN A NULL BYTE FOR THE
      * PUTENV SERVICE.
      *-----------------------------------------------------------------
       01  WS-FEED-ENV.
           05  filler              pic X(08) value "FBZFEED=".
           05  WS-FEED-ALLOC       pic X(100).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-FEED-COUNT           pic 9(07).
       01  WS-PRIOR-DAY-COUNT      pic 9(07).
       01  WS-REDIRECT-COUNT       pic 9(07).
       01  WS-RESEND-TAG           pic X(06).
       01  WS-LINE-REASON          pic X(20).
       01  WS-LINE-TO-DATE         pic X(08).

      *-----------------------------------------------------------------
      * EVERY SITE'S WINDOWS COVERING THE PROCESSING DATE, FOR THE
      * REASON AND RETURN-TO-SERVICE DATE ON EACH LINE.  A WINDOW
      * CHANGED OR DELETED SINCE THE FEED WAS CUT SHOWS AS UNKNOWN.
      *-----------------------------------------------------------------
       01  WS-OOS-SUB              pic 9(03) comp.
       01  WS-OOS-MATCH-SUB        pic 9(03) comp.
       01  WS-OOS-COUNT            pic 9(03) comp.
       01  WS-OOS-TABLE.
           05  WS-OOS-ENTRY        occurs 500 times.
               10  WS-OOS-SITE         pic X(02).
               10  WS-OOS-BIN          pic X(04).
               10  WS-OOS-TO           pic X(08).
               10  WS-OOS-REASON       pic X(20).

      *-----------------------------------------------------------------
      * ONE SLOT PER ORIGINAL BIN AND ALTERNATE PAIR SEEN TODAY FOR
      * THE FOOT-OF-REPORT TOTALS.
      *-----------------------------------------------------------------
       01  WS-PAIR-SUB             pic 9(03) comp.
       01  WS-PAIR-MATCH-SUB       pic 9(03) comp.
       01  WS-PAIR-COUNT           pic 9(03) comp.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY       occurs 100 times.
               10  WS-PAIR-SITE        pic X(02).
               10  WS-PAIR-ORIG        pic X(04).
               10  WS-PAIR-ALT         pic X(04).
               10  WS-PAIR-ITEMS       pic 9(07).

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-REPORT-ONE-FEED-REC
               thru 2000-EXIT
               until FBZBO-FEED-EOF
           perform 4000-WRITE-BIN-TOTALS
               thru 4000-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-FEED-FILE
           close FBZ-REPORT-FILE
           move 0 to return-code
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE PROCESSING DATE, LOAD THE
      * WINDOWS IN FORCE ON IT, OPEN THE FEED AND THE REPORT, AND
      * PRIME THE FIRST READ.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-FEED-COUNT
           move 0 to WS-PRIOR-DAY-COUNT
           move 0 to WS-REDIRECT-COUNT
           move 0 to WS-PAIR-COUNT
           move spaces to WS-PAIR-TABLE
           move spaces to WS-SITE-CODE
           set FBZBO-FEED-NOT-EOF to true
           accept WS-TODAY from date YYYYMMDD
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           perform 1300-LOAD-BIN-OUTAGES
               thru 1300-EXIT
           perform 1100-APPLY-LOAD-SOURCE
               thru 1100-EXIT
           open input FBZ-FEED-FILE
           if WS-FEED-STATUS not = "00"
               display "FBZBOSR - FBZFEED OPEN FAILED - STATUS "
                   WS-FEED-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           open output FBZ-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZBOSR - FBZBOSRP OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-REPORT-LINE
           string "FBZBOSR - ITEMS REDIRECTED FROM OUT-OF-SERVICE"
                   delimited by size
               " BINS ON " delimited by size
               WS-TODAY delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE
           move "  SITE ITEM  FROM TO    REASON               BACK ON"
               to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           perform 2100-READ-NEXT-FEED-REC
               thru 2100-EXIT.
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
                   display "FBZBOSR - PROCESSING DATE OVERRIDDEN"
                       " TO " FBZ-PDT-DATE
               end-if
           end-if
           close FBZ-PDATE-FILE.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-APPLY-LOAD-SOURCE - FIND FBZSRCS'S LATEST LOAD-SOURCE
      * RECORD FOR THE PROCESSING DATE.  WHEN IT NAMES A FALLBACK
      * VARIANT, ALLOCATE THAT VARIANT'S STAGE TO DD FBZFEED IN
      * PLACE OF THE FIZZBUZ1 STAGE THE JCL NAMES, SO THE FEED
      * REPORTED ON IS THE DAY'S SYSTEM OF RECORD.  ONLY A STEP
      * THAT ALLOCATES FBZSRCSL IS REDIRECTED; NO DD, NO RECORD FOR
      * THE DATE, OR FIZZBUZ1 CHOSEN LEAVES THE JCL IN FORCE.
      *-----------------------------------------------------------------
       1100-APPLY-LOAD-SOURCE.
           move 0 to WS-SRC-VARIANT
           move spaces to WS-SRC-PROGRAM-ID
           move spaces to WS-SRC-DSN
           set FBZBO-SRC-NOT-EOF to true
           open input FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               set FBZBO-SRC-EOF to true
           end-if
           perform 1150-SCAN-ONE-SOURCE
               thru 1150-EXIT
               until FBZBO-SRC-EOF
           close FBZ-SOURCE-FILE
           if WS-SRC-VARIANT < 2
               go to 1100-EXIT
           end-if
           move spaces to WS-FEED-ALLOC
           string "DSN(" delimited by size
               WS-SRC-DSN delimited by space
               "),SHR" delimited by size
               x"00" delimited by size
               into WS-FEED-ALLOC
           end-string
           call "putenv" using WS-FEED-ENV
           display "FBZBOSR - FALLBACK LOAD SOURCE " WS-SRC-PROGRAM-ID
               " - READING " WS-SRC-DSN.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-SCAN-ONE-SOURCE - KEEP THE LATEST LOAD-SOURCE RECORD
      * FOR THE PROCESSING DATE.  A RECORD WITH NO SOURCE STOPPED
      * THE CHAIN AND LEAVES THE JCL'S STAGE IN FORCE.
      *-----------------------------------------------------------------
       1150-SCAN-ONE-SOURCE.
           read FBZ-SOURCE-FILE
               at end
                   set FBZBO-SRC-EOF to true
                   go to 1150-EXIT
           end-read
           if FBZ-SRC-RUN-DATE not = WS-TODAY
               go to 1150-EXIT
           end-if
           move 0 to WS-SRC-VARIANT
           if FBZ-SRC-HAS-SOURCE
               move FBZ-SRC-VARIANT to WS-SRC-VARIANT
               move FBZ-SRC-PROGRAM-ID to WS-SRC-PROGRAM-ID
               move FBZ-SRC-STAGE-DSN to WS-SRC-DSN
           end-if.
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-LOAD-BIN-OUTAGES - LOAD THE WINDOWS COVERING THE
      * PROCESSING DATE.  NO DD OR AN EMPTY FILE IS NOT AN ERROR -
      * THE REPORT STILL LISTS WHAT WAS REDIRECTED, WITHOUT REASONS.
      *-----------------------------------------------------------------
       1300-LOAD-BIN-OUTAGES.
           move 0 to WS-OOS-COUNT
           set FBZBO-OOS-NOT-EOF to true
           open input FBZ-OUTAGE-FILE
           if WS-OOS-STATUS not = "00"
               go to 1300-EXIT
           end-if
           perform 1350-LOAD-ONE-OUTAGE
               thru 1350-EXIT
               until FBZBO-OOS-EOF
           close FBZ-OUTAGE-FILE.
       1300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1350-LOAD-ONE-OUTAGE - KEEP ONE WINDOW IF ITS FROM AND TO
      * DATES (INCLUSIVE) SPAN THE PROCESSING DATE; AN OVERFLOWING
      * ROW IS REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1350-LOAD-ONE-OUTAGE.
           read FBZ-OUTAGE-FILE
               at end
                   set FBZBO-OOS-EOF to true
                   go to 1350-EXIT
           end-read
           if FBZ-BOS-FROM-DATE > WS-TODAY
               or FBZ-BOS-TO-DATE < WS-TODAY
               go to 1350-EXIT
           end-if
           if WS-OOS-COUNT >= 500
               display "FBZBOSR - OUTAGE TABLE FULL - BIN "
                   FBZ-BOS-BIN-CODE " IGNORED"
               go to 1350-EXIT
           end-if
           add 1 to WS-OOS-COUNT
           move FBZ-BOS-SITE to WS-OOS-SITE(WS-OOS-COUNT)
           if FBZ-BOS-SITE = spaces
               move "01" to WS-OOS-SITE(WS-OOS-COUNT)
           end-if
           move FBZ-BOS-BIN-CODE to WS-OOS-BIN(WS-OOS-COUNT)
           move FBZ-BOS-TO-DATE to WS-OOS-TO(WS-OOS-COUNT)
           move FBZ-BOS-REASON to WS-OOS-REASON(WS-OOS-COUNT).
       1350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-REPORT-ONE-FEED-REC - LIST ONE REDIRECTED FEED RECORD
      * SENT-DATED WITH THE PROCESSING DATE AND ROLL IT INTO ITS
      * BIN PAIR'S TOTAL.  PRIOR DAYS ARE COUNTED AND PASSED OVER;
      * RECORDS THAT WENT TO THEIR OWN BIN ARE PASSED OVER SILENTLY.
      *-----------------------------------------------------------------
       2000-REPORT-ONE-FEED-REC.
           if FBZ-FEED-SENT-DATE not = WS-TODAY
               add 1 to WS-PRIOR-DAY-COUNT
               go to 2000-NEXT-FEED-REC
           end-if
           add 1 to WS-FEED-COUNT
           move FBZ-FEED-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-SITE-CODE = spaces
               move WS-ROW-SITE to WS-SITE-CODE
           end-if
           if not FBZ-FEED-IS-REDIRECTED
               go to 2000-NEXT-FEED-REC
           end-if
           add 1 to WS-REDIRECT-COUNT
           perform 2500-FIND-OUTAGE
               thru 2500-EXIT
           if WS-OOS-MATCH-SUB = zero
               move "(WINDOW NOT ON FILE)" to WS-LINE-REASON
               move spaces to WS-LINE-TO-DATE
           else
               move WS-OOS-REASON(WS-OOS-MATCH-SUB) to WS-LINE-REASON
               move WS-OOS-TO(WS-OOS-MATCH-SUB) to WS-LINE-TO-DATE
           end-if
           move spaces to WS-RESEND-TAG
           if FBZ-FEED-IS-RESEND
               move "RESEND" to WS-RESEND-TAG
           end-if
           move spaces to FBZ-REPORT-LINE
           string "  " delimited by size
               WS-ROW-SITE delimited by size
               "   " delimited by size
               FBZ-FEED-ITEM-NUM delimited by size
               " " delimited by size
               FBZ-FEED-ORIG-BIN delimited by size
               " " delimited by size
               FBZ-FEED-BIN-CODE delimited by size
               "  " delimited by size
               WS-LINE-REASON delimited by size
               " " delimited by size
               WS-LINE-TO-DATE delimited by size
               "  " delimited by size
               WS-RESEND-TAG delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           perform 3000-ADD-TO-PAIR-TOTAL
               thru 3000-EXIT.
       2000-NEXT-FEED-REC.
           perform 2100-READ-NEXT-FEED-REC
               thru 2100-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-READ-NEXT-FEED-REC - READ THE NEXT FEED RECORD,
      * SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
      *-----------------------------------------------------------------
       2100-READ-NEXT-FEED-REC.
           read FBZ-FEED-FILE
               at end
                   set FBZBO-FEED-EOF to true
           end-read.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-FIND-OUTAGE - LOCATE THE WINDOW FOR THE RECORD'S SITE
      * AND ORIGINAL BIN, LEAVING WS-OOS-MATCH-SUB ZERO WHEN THERE
      * IS NONE ON FILE.
      *-----------------------------------------------------------------
       2500-FIND-OUTAGE.
           move 0 to WS-OOS-MATCH-SUB
           perform 2550-MATCH-ONE-OUTAGE
               thru 2550-EXIT
               varying WS-OOS-SUB from 1 by 1
               until WS-OOS-SUB > WS-OOS-COUNT
                   or WS-OOS-MATCH-SUB > 0.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2550-MATCH-ONE-OUTAGE - TEST ONE WINDOW AGAINST THE RECORD'S
      * SITE AND ORIGINAL BIN.
      *-----------------------------------------------------------------
       2550-MATCH-ONE-OUTAGE.
           if WS-OOS-SITE(WS-OOS-SUB) = WS-ROW-SITE
               and WS-OOS-BIN(WS-OOS-SUB) = FBZ-FEED-ORIG-BIN
               move WS-OOS-SUB to WS-OOS-MATCH-SUB
           end-if.
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-ADD-TO-PAIR-TOTAL - COUNT THE RECORD AGAINST ITS SITE,
      * ORIGINAL BIN AND ALTERNATE, OPENING A NEW SLOT THE FIRST
      * TIME THE PAIR IS SEEN.  A FULL TABLE IS REPORTED; THE
      * DETAIL LINES ARE STILL COMPLETE.
      *-----------------------------------------------------------------
       3000-ADD-TO-PAIR-TOTAL.
           move 0 to WS-PAIR-MATCH-SUB
           perform 3050-MATCH-ONE-PAIR
               thru 3050-EXIT
               varying WS-PAIR-SUB from 1 by 1
               until WS-PAIR-SUB > WS-PAIR-COUNT
                   or WS-PAIR-MATCH-SUB > 0
           if WS-PAIR-MATCH-SUB = zero
               if WS-PAIR-COUNT >= 100
                   display "FBZBOSR - BIN TOTALS TABLE FULL - BIN "
                       FBZ-FEED-ORIG-BIN " NOT TOTALLED"
                   go to 3000-EXIT
               end-if
               add 1 to WS-PAIR-COUNT
               move WS-PAIR-COUNT to WS-PAIR-MATCH-SUB
               move WS-ROW-SITE to WS-PAIR-SITE(WS-PAIR-MATCH-SUB)
               move FBZ-FEED-ORIG-BIN
                   to WS-PAIR-ORIG(WS-PAIR-MATCH-SUB)
               move FBZ-FEED-BIN-CODE
                   to WS-PAIR-ALT(WS-PAIR-MATCH-SUB)
               move 0 to WS-PAIR-ITEMS(WS-PAIR-MATCH-SUB)
           end-if
           add 1 to WS-PAIR-ITEMS(WS-PAIR-MATCH-SUB).
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3050-MATCH-ONE-PAIR - TEST ONE TOTALS SLOT AGAINST THE
      * RECORD'S SITE, ORIGINAL BIN AND ALTERNATE.
      *-----------------------------------------------------------------
       3050-MATCH-ONE-PAIR.
           if WS-PAIR-SITE(WS-PAIR-SUB) = WS-ROW-SITE
               and WS-PAIR-ORIG(WS-PAIR-SUB) = FBZ-FEED-ORIG-BIN
               and WS-PAIR-ALT(WS-PAIR-SUB) = FBZ-FEED-BIN-CODE
               move WS-PAIR-SUB to WS-PAIR-MATCH-SUB
           end-if.
       3050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-WRITE-BIN-TOTALS - THE FOOT OF THE REPORT: ONE LINE PER
      * BIN PAIR, OR A LINE SAYING NOTHING WAS REDIRECTED.
      *-----------------------------------------------------------------
       4000-WRITE-BIN-TOTALS.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           if WS-REDIRECT-COUNT = zero
               move "  NO ITEMS WERE REDIRECTED" to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
               go to 4000-EXIT
           end-if
           move "  ITEMS PER OUT-OF-SERVICE BIN" to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           perform 4100-WRITE-ONE-PAIR
               thru 4100-EXIT
               varying WS-PAIR-SUB from 1 by 1
               until WS-PAIR-SUB > WS-PAIR-COUNT.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-WRITE-ONE-PAIR - ONE TOTALS LINE.
      *-----------------------------------------------------------------
       4100-WRITE-ONE-PAIR.
           move spaces to FBZ-REPORT-LINE
           string "    SITE " delimited by size
               WS-PAIR-SITE(WS-PAIR-SUB) delimited by size
               "  BIN " delimited by size
               WS-PAIR-ORIG(WS-PAIR-SUB) delimited by size
               " TO " delimited by size
               WS-PAIR-ALT(WS-PAIR-SUB) delimited by size
               "  ITEMS " delimited by size
               WS-PAIR-ITEMS(WS-PAIR-SUB) delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN CONTROL
      * TOTALS.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZBOSR CONTROL/SUMMARY REPORT"
           display "  PROCESSING DATE . . . . . " WS-TODAY
           display "  SITE. . . . . . . . . . . " WS-SITE-CODE
           display "  FEED RECORDS FOR THE DATE " WS-FEED-COUNT
           display "  PRIOR DAYS PASSED OVER. . " WS-PRIOR-DAY-COUNT
           display "  ITEMS REDIRECTED. . . . . " WS-REDIRECT-COUNT
           display "  WINDOWS IN FORCE. . . . . " WS-OOS-COUNT.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO
      * WITH RETURN-CODE ALREADY SET (16 - FEED OPEN FAILED, 20 -
      * REPORT OPEN FAILED).
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
