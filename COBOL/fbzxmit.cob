      *                   OVER, AND A STAGE WITH NOTHING FOR THE
      *                   DATE IS REFUSED THE SAME AS AN EMPTY
      *                   ONE.
      *   2026-10-15  AS  THE TRANSMISSION RECORD WIDENED FROM 50
      *                   TO 100 BYTES WITH THE FBZFEED RECORD IT
      *                   COPIES, WHICH NOW CARRIES THE ITEM
      *                   DESCRIPTION; THE TRAILER WIDENED WITH IT.
      *   2026-10-15  AS  THE SITE IS TAKEN FROM THE FIRST STAGED
      *                   RECORD.  THE SEQUENCE IS NOW PER SITE - ONLY
      *                   THE SITE'S REGISTER RECORDS ARE SCANNED FOR
      *                   THE HIGHEST SENT, AND THE NEW REGISTER RECORD
      *                   IS STAMPED WITH THE SITE.
      *   2026-10-15  AS  WHEN FBZSRCS HAS CHOSEN A FALLBACK LOAD SOURCE
      *                   FOR THE PROCESSING DATE (DD FBZSRCSL, SEE
      *                   FBZSRC), THAT VARIANT'S STAGE IS ALLOCATED TO
      *                   DD FBZFEED IN PLACE OF FIZZBUZ1'S BEFORE THE
      *                   OPEN, SO THE WAREHOUSE STILL GETS THE DAY'S
      *                   FEED WHEN FIZZBUZ1 FAILED.
      *   2026-10-15  AS  DUAL-LAYOUT CUTOVER.  THE OPTIONAL FBZFMTP
      *                   PARAMETER (SEE FBZFMT) SAYS WHICH OF THE TWO
      *                   SLOTTING FEED LAYOUTS ARE LIVE ON THE
      *                   PROCESSING DATE.  LAYOUT 01 GOES OUT AS BEFORE
      *                   (FBZFEED STAGE TO FBZXOUT, FBZXTR TRAILER).
      *                   LAYOUT 02 IS READ FROM THE FBZFD2 STAGE ON DD
      *                   FBZFED2 AND SENT TO FBZXOU2 BETWEEN AN FBZXT2
      *                   HEADER AND TRAILER.  EACH LAYOUT HAS ITS OWN
      *                   SEQUENCE PER SITE AND ITS OWN REGISTER RECORD
      *                   (FBZ-XRG-LAYOUT).  WHEN BOTH ARE LIVE THEY
      *                   MUST CARRY THE SAME ITEM COUNT, ELSE RC 28
      *                   AND NEITHER SEQUENCE IS BURNED.  A FALLBACK
      *                   LOAD SOURCE ALSO REDIRECTS FBZFED2 TO THAT
      *                   VARIANT'S LAYOUT 02 STAGE (ITS STAGE DSN WITH
      *                   "2" APPENDED).
      *   2026-10-15  AS  THE LIVE STAGES ARE NOW COUNTED IN A READ-ONLY
      *                   PASS BEFORE ANY TRANSMISSION FILE IS OPENED.
      *                   AN EMPTY STAGE (RC 16) OR A LAYOUT COUNT
      *                   MISMATCH (RC 28) USED TO BE FOUND ONLY AFTER
      *                   THE ITEMS AND THE LAYOUT 02 HEADER HAD BEEN
      *                   APPENDED TO THE POLLED DSNS WITHOUT A
      *                   TRAILER, AND THE RERUN APPENDED THEM AGAIN.
      *=================================================================
       identification division.
       program-id. FBZXMIT.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select optional FBZ-SOURCE-FILE assign to FBZSRCSL
               organization is line sequential
               file status is WS-SRC-STATUS.
           select FBZ-STAGE2-FILE assign to FBZFED2
               organization is line sequential
               file status is WS-STAGE2-STATUS.
           select FBZ-XMIT2-FILE assign to FBZXOU2
               organization is line sequential
               file status is WS-XMIT2-STATUS.
           select optional FBZ-FMT-PARM-FILE assign to FBZFMTP
               organization is line sequential
               file status is WS-FMT-STATUS.

       data division.
       file section.
       fd  FBZ-XMIT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-XMIT-RECORD             pic X(100).

       fd  FBZ-REGISTER-FILE
           recording mode is F.
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-SOURCE-FILE
           recording mode is F.
           copy FBZSRC.

       fd  FBZ-STAGE2-FILE
           block contains 0 records
           recording mode is F.
           copy FBZFD2.

       fd  FBZ-XMIT2-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-XMIT2-RECORD            pic X(150).

       fd  FBZ-FMT-PARM-FILE
           recording mode is F.
           copy FBZFMT.

       working-storage section.
       01  WS-STAGE-STATUS         pic X(02).
       01  WS-XMIT-STATUS          pic X(02).
       01  WS-XREG-STATUS          pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-SRC-STATUS           pic X(02).
       01  WS-STAGE2-STATUS        pic X(02).
       01  WS-XMIT2-STATUS         pic X(02).
       01  WS-FMT-STATUS           pic X(02).
       01  WS-STAGE-EOF-SWITCH     pic X(01).
           88  FBZXM-STAGE-EOF          value "Y".
           88  FBZXM-STAGE-NOT-EOF      value "N".
       01  WS-XREG-EOF-SWITCH      pic X(01).
           88  FBZXM-XREG-EOF           value "Y".
           88  FBZXM-XREG-NOT-EOF       value "N".
       01  WS-SRC-EOF-SWITCH       pic X(01).
           88  FBZXM-SRC-EOF            value "Y".
           88  FBZXM-SRC-NOT-EOF        value "N".
       01  WS-STAGE2-EOF-SWITCH    pic X(01).
           88  FBZXM-STAGE2-EOF         value "Y".
           88  FBZXM-STAGE2-NOT-EOF     value "N".

      *-----------------------------------------------------------------
      * WHICH OF SLOTTING'S FEED LAYOUTS GO OUT ON THE PROCESSING
      * DATE, FROM THE OPTIONAL FBZFMTP CUTOVER PARAMETER - LAYOUT
      * 01 ALONE UNTIL THE CUTOVER, BOTH DURING IT, LAYOUT 02 AFTER.
      *-----------------------------------------------------------------
       01  WS-OLD-LAYOUT-SWITCH    pic X(01).
           88  FBZXM-OLD-LAYOUT-LIVE    value "Y".
           88  FBZXM-OLD-LAYOUT-RETIRED value "N".
       01  WS-NEW-LAYOUT-SWITCH    pic X(01).
           88  FBZXM-NEW-LAYOUT-LIVE    value "Y".
           88  FBZXM-NEW-LAYOUT-OFF     value "N".
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
       01  WS-FEED2-ENV.
           05  filler              pic X(08) value "FBZFED2=".
           05  WS-FEED2-ALLOC      pic X(100).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-TIME-NOW             pic X(08).
       01  WS-SEQ-NUM              pic 9(06).
       01  WS-HIGHEST-SEQ          pic 9(06).
       01  WS-PLN-COUNT            pic 9(06).
       01  WS-OTHR-COUNT           pic 9(06).

      *-----------------------------------------------------------------
      * THE DAY'S RECORDS ON EACH LIVE STAGE, COUNTED BEFORE ANYTHING
      * IS WRITTEN TO A TRANSMISSION FILE.
      *-----------------------------------------------------------------
       01  WS-STAGED-COUNT         pic 9(06).
       01  WS-STAGED2-COUNT        pic 9(06).

      *-----------------------------------------------------------------
      * THE SAME SEQUENCE AND COUNTS FOR THE LAYOUT 02 TRANSMISSION.
      *-----------------------------------------------------------------
       01  WS-SEQ2-NUM             pic 9(06).
       01  WS-HIGHEST-SEQ2         pic 9(06).
       01  WS-ITEM2-COUNT          pic 9(06).
       01  WS-PRIOR-DAY2-COUNT     pic 9(06).
       01  WS-FIZZ2-COUNT          pic 9(06).
       01  WS-BUZZ2-COUNT          pic 9(06).
       01  WS-FBUZ2-COUNT          pic 9(06).
       01  WS-PLN2-COUNT           pic 9(06).
       01  WS-OTHR2-COUNT          pic 9(06).

       copy FBZXTR.

       copy FBZXT2.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           if FBZXM-OLD-LAYOUT-LIVE
               perform 2000-TRANSMIT-ONE-RECORD
                   thru 2000-EXIT
                   until FBZXM-STAGE-EOF
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               perform 3000-TRANSMIT-ONE-NEW-RECORD
                   thru 3000-EXIT
                   until FBZXM-STAGE2-EOF
           end-if
           if FBZXM-OLD-LAYOUT-LIVE
               perform 4000-WRITE-TRAILER
                   thru 4000-EXIT
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               perform 4500-WRITE-NEW-TRAILER
                   thru 4500-EXIT
           end-if
           perform 5000-APPEND-REGISTER
               thru 5000-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           if FBZXM-OLD-LAYOUT-LIVE
               close FBZ-STAGE-FILE
               close FBZ-XMIT-FILE
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               close FBZ-STAGE2-FILE
               close FBZ-XMIT2-FILE
           end-if
           move 0 to return-code
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH TODAY'S DATE, COUNT AND CHECK
      * THE STAGED FEEDS, THEN OPEN THE STAGED FEED AND PRIME THE
      * FIRST READ, THEN THE NEXT SEQUENCE NUMBER (HIGHEST REGISTER
      * ENTRY PLUS ONE; ONE ON A FIRST-EVER TRANSMISSION) AND THE
      * TRANSMISSION FILE.  EACH WAREHOUSE SITE STAGES ITS OWN FEED,
      * SO THE FIRST STAGED RECORD NAMES THE SITE BEING TRANSMITTED;
      * THE REGISTER IS SHARED AND THE SEQUENCE RUNS PER SITE.  AN
      * EMPTY STAGED FEED IS REFUSED OUTRIGHT, BEFORE ANY
      * TRANSMISSION FILE IS OPENED.  EACH LIVE LAYOUT HAS ITS OWN
      * STAGE, SEQUENCE AND TRANSMISSION FILE; ONCE LAYOUT 01 IS
      * RETIRED THE SITE COMES FROM THE LAYOUT 02 STAGE INSTEAD.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-ITEM-COUNT
           move 0 to WS-FBUZ-COUNT
           move 0 to WS-PLN-COUNT
           move 0 to WS-OTHR-COUNT
           move 0 to WS-ITEM2-COUNT
           move 0 to WS-PRIOR-DAY2-COUNT
           move 0 to WS-FIZZ2-COUNT
           move 0 to WS-BUZZ2-COUNT
           move 0 to WS-FBUZ2-COUNT
           move 0 to WS-PLN2-COUNT
           move 0 to WS-OTHR2-COUNT
           move 0 to WS-SEQ-NUM
           move 0 to WS-SEQ2-NUM
           set FBZXM-STAGE-EOF to true
           set FBZXM-STAGE2-EOF to true
           accept WS-TODAY from date YYYYMMDD
           accept WS-TIME-NOW from time
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           perform 1070-SET-FEED-LAYOUTS
               thru 1070-EXIT
           perform 1100-APPLY-LOAD-SOURCE
               thru 1100-EXIT
           move "01" to WS-SITE-CODE
           perform 1200-COUNT-STAGED-FEEDS
               thru 1200-EXIT
           perform 1300-CHECK-STAGED-COUNTS
               thru 1300-EXIT
           if FBZXM-OLD-LAYOUT-LIVE
               set FBZXM-STAGE-NOT-EOF to true
               open input FBZ-STAGE-FILE
               if WS-STAGE-STATUS not = "00"
                   display "FBZXMIT - STAGED FBZFEED OPEN FAILED -"
                       " STATUS " WS-STAGE-STATUS
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
               perform 2100-READ-NEXT-RECORD
                   thru 2100-EXIT
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               set FBZXM-STAGE2-NOT-EOF to true
               open input FBZ-STAGE2-FILE
               if WS-STAGE2-STATUS not = "00"
                   display "FBZXMIT - STAGED FBZFED2 OPEN FAILED -"
                       " STATUS " WS-STAGE2-STATUS
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
               perform 3100-READ-NEXT-NEW-RECORD
                   thru 3100-EXIT
           end-if
           perform 1500-FIND-HIGHEST-SEQ
               thru 1500-EXIT
           if FBZXM-OLD-LAYOUT-LIVE
               compute WS-SEQ-NUM = WS-HIGHEST-SEQ + 1
               open output FBZ-XMIT-FILE
               if WS-XMIT-STATUS not = "00"
                   display "FBZXMIT - FBZXOUT OPEN FAILED - STATUS "
                       WS-XMIT-STATUS
                   move 20 to return-code
                   go to 9999-ABEND
               end-if
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               compute WS-SEQ2-NUM = WS-HIGHEST-SEQ2 + 1
               open output FBZ-XMIT2-FILE
               if WS-XMIT2-STATUS not = "00"
                   display "FBZXMIT - FBZXOU2 OPEN FAILED - STATUS "
                       WS-XMIT2-STATUS
                   move 20 to return-code
                   go to 9999-ABEND
               end-if
               perform 1600-WRITE-NEW-HEADER
                   thru 1600-EXIT
           end-if.
       1000-EXIT.
           exit.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1070-SET-FEED-LAYOUTS - READ THE OPTIONAL FBZFMTP CUTOVER
      * PARAMETER AND SET WHICH LAYOUTS ARE LIVE ON THE PROCESSING
      * DATE: LAYOUT 02 FROM ITS NUMERIC START DATE ON, LAYOUT 01
      * THROUGH ITS NUMERIC LAST DATE (FOR GOOD WHEN THERE IS NONE).
      * LAYOUT 01 IS NEVER RETIRED WHILE LAYOUT 02 IS NOT YET LIVE,
      * SO NO DATE SETTING CAN LEAVE A DAY WITH NOTHING SENT.
      *-----------------------------------------------------------------
       1070-SET-FEED-LAYOUTS.
           set FBZXM-OLD-LAYOUT-LIVE to true
           set FBZXM-NEW-LAYOUT-OFF to true
           open input FBZ-FMT-PARM-FILE
           if WS-FMT-STATUS = "00"
               read FBZ-FMT-PARM-FILE
               if WS-FMT-STATUS = "00"
                   and FBZ-FMT-NEW-FROM-DATE is numeric
                   and FBZ-FMT-NEW-FROM-DATE not > WS-TODAY
                   set FBZXM-NEW-LAYOUT-LIVE to true
                   if FBZ-FMT-OLD-THRU-DATE is numeric
                       and FBZ-FMT-OLD-THRU-DATE < WS-TODAY
                       set FBZXM-OLD-LAYOUT-RETIRED to true
                   end-if
               end-if
           end-if
           close FBZ-FMT-PARM-FILE
           if FBZXM-NEW-LAYOUT-LIVE
               display "FBZXMIT - LAYOUT 02 FEED LIVE FROM "
                   FBZ-FMT-NEW-FROM-DATE
           end-if
           if FBZXM-OLD-LAYOUT-RETIRED
               display "FBZXMIT - LAYOUT 01 FEED RETIRED AFTER "
                   FBZ-FMT-OLD-THRU-DATE " - NOT TRANSMITTED"
           end-if.
       1070-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-APPLY-LOAD-SOURCE - FIND FBZSRCS'S LATEST LOAD-SOURCE
      * RECORD FOR THE PROCESSING DATE.  WHEN IT NAMES A FALLBACK
      * VARIANT, ALLOCATE THAT VARIANT'S STAGE TO DD FBZFEED IN
      * PLACE OF THE FIZZBUZ1 STAGE THE JCL NAMES, SO THE FEED
      * TRANSMITTED IS THE DAY'S SYSTEM OF RECORD.  ONLY A STEP
      * THAT ALLOCATES FBZSRCSL IS REDIRECTED; NO DD, NO RECORD FOR
      * THE DATE, OR FIZZBUZ1 CHOSEN LEAVES THE JCL IN FORCE.  WHILE
      * LAYOUT 02 IS LIVE, DD FBZFED2 IS REDIRECTED THE SAME WAY TO
      * THE VARIANT'S LAYOUT 02 STAGE - ITS STAGE DSN WITH "2"
      * APPENDED, THE NAMING EVERY VARIANT'S STAGE2 DD FOLLOWS.
      *-----------------------------------------------------------------
       1100-APPLY-LOAD-SOURCE.
           move 0 to WS-SRC-VARIANT
           move spaces to WS-SRC-PROGRAM-ID
           move spaces to WS-SRC-DSN
           set FBZXM-SRC-NOT-EOF to true
           open input FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               set FBZXM-SRC-EOF to true
           end-if
           perform 1150-SCAN-ONE-SOURCE
               thru 1150-EXIT
               until FBZXM-SRC-EOF
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
           display "FBZXMIT - FALLBACK LOAD SOURCE " WS-SRC-PROGRAM-ID
               " - READING " WS-SRC-DSN
           if FBZXM-NEW-LAYOUT-LIVE
               move spaces to WS-FEED2-ALLOC
               string "DSN(" delimited by size
                   WS-SRC-DSN delimited by space
                   "2),SHR" delimited by size
                   x"00" delimited by size
                   into WS-FEED2-ALLOC
               end-string
               call "putenv" using WS-FEED2-ENV
           end-if.
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
                   set FBZXM-SRC-EOF to true
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
      * 1200-COUNT-STAGED-FEEDS - READ EACH LIVE STAGE THROUGH ONCE,
      * WRITING NOTHING, TO COUNT THE RECORDS SENT-DATED WITH THE
      * PROCESSING DATE AND TO TAKE THE SITE FROM THE FIRST STAGED
      * RECORD.  EACH STAGE IS CLOSED AGAIN FOR THE TRANSMITTING
      * PASS.
      *-----------------------------------------------------------------
       1200-COUNT-STAGED-FEEDS.
           move 0 to WS-STAGED-COUNT
           move 0 to WS-STAGED2-COUNT
           if FBZXM-OLD-LAYOUT-LIVE
               set FBZXM-STAGE-NOT-EOF to true
               open input FBZ-STAGE-FILE
               if WS-STAGE-STATUS not = "00"
                   display "FBZXMIT - STAGED FBZFEED OPEN FAILED -"
                       " STATUS " WS-STAGE-STATUS
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
               perform 2100-READ-NEXT-RECORD
                   thru 2100-EXIT
               if FBZXM-STAGE-NOT-EOF
                   and FBZ-FEED-SITE not = spaces
                   move FBZ-FEED-SITE to WS-SITE-CODE
               end-if
               perform 1250-COUNT-ONE-STAGED-REC
                   thru 1250-EXIT
                   until FBZXM-STAGE-EOF
               close FBZ-STAGE-FILE
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               set FBZXM-STAGE2-NOT-EOF to true
               open input FBZ-STAGE2-FILE
               if WS-STAGE2-STATUS not = "00"
                   display "FBZXMIT - STAGED FBZFED2 OPEN FAILED -"
                       " STATUS " WS-STAGE2-STATUS
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
               perform 3100-READ-NEXT-NEW-RECORD
                   thru 3100-EXIT
               if FBZXM-OLD-LAYOUT-RETIRED
                   and FBZXM-STAGE2-NOT-EOF
                   and FBZ-FD2-SITE not = spaces
                   move FBZ-FD2-SITE to WS-SITE-CODE
               end-if
               perform 1260-COUNT-ONE-STAGED2-REC
                   thru 1260-EXIT
                   until FBZXM-STAGE2-EOF
               close FBZ-STAGE2-FILE
           end-if.
       1200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1250-COUNT-ONE-STAGED-REC - COUNT ONE LAYOUT 01 STAGED RECORD
      * WHEN IT IS SENT-DATED WITH THE PROCESSING DATE.
      *-----------------------------------------------------------------
       1250-COUNT-ONE-STAGED-REC.
           if FBZ-FEED-SENT-DATE = WS-TODAY
               add 1 to WS-STAGED-COUNT
           end-if
           perform 2100-READ-NEXT-RECORD
               thru 2100-EXIT.
       1250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1260-COUNT-ONE-STAGED2-REC - COUNT ONE LAYOUT 02 STAGED
      * DETAIL RECORD WHEN IT IS SENT-DATED WITH THE PROCESSING DATE.
      *-----------------------------------------------------------------
       1260-COUNT-ONE-STAGED2-REC.
           if FBZ-FD2-IS-DETAIL
               and FBZ-FD2-SENT-DATE = WS-TODAY
               add 1 to WS-STAGED2-COUNT
           end-if
           perform 3100-READ-NEXT-NEW-RECORD
               thru 3100-EXIT.
       1260-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-CHECK-STAGED-COUNTS - REFUSE THE RUN BEFORE ANY
      * TRANSMISSION FILE IS OPENED WHEN A LIVE STAGE HOLDS NOTHING
      * FOR THE PROCESSING DATE, OR WHEN BOTH LAYOUTS ARE LIVE AND
      * THEIR STAGES DISAGREE ON THE DAY'S ITEM COUNT.  NOTHING HAS
      * REACHED THE POLLED DSNS AND NO SEQUENCE IS BURNED.
      *-----------------------------------------------------------------
       1300-CHECK-STAGED-COUNTS.
           if FBZXM-OLD-LAYOUT-LIVE
               and WS-STAGED-COUNT = zero
               display "FBZXMIT - NOTHING STAGED FOR " WS-TODAY
                   " - NOTHING TRANSMITTED, SEQUENCE NOT BURNED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               and WS-STAGED2-COUNT = zero
               display "FBZXMIT - NOTHING STAGED IN LAYOUT 02 FOR "
                   WS-TODAY " - NOTHING TRANSMITTED, SEQUENCE NOT"
                   " BURNED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           if FBZXM-OLD-LAYOUT-LIVE
               and FBZXM-NEW-LAYOUT-LIVE
               and WS-STAGED2-COUNT not = WS-STAGED-COUNT
               display "FBZXMIT - LAYOUT 02 STAGE HOLDS "
                   WS-STAGED2-COUNT " ITEMS AGAINST " WS-STAGED-COUNT
                   " ON FBZFEED - NOTHING TRANSMITTED"
               move 28 to return-code
               go to 9999-ABEND
           end-if.
       1300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-FIND-HIGHEST-SEQ - SCAN THE TRANSMISSION REGISTER FOR
      * THE HIGHEST SEQUENCE NUMBER SENT FOR THE SITE IN EACH
      * LAYOUT, ZERO WHEN THE REGISTER DOES NOT YET EXIST OR THE
      * LAYOUT HAS NEVER BEEN SENT, SO THE NEXT TRANSMISSION IS
      * NUMBERED ABOVE EVERYTHING THE SITE EVER SENT IN ITS LAYOUT.
      *-----------------------------------------------------------------
       1500-FIND-HIGHEST-SEQ.
           move 0 to WS-HIGHEST-SEQ
           move 0 to WS-HIGHEST-SEQ2
           set FBZXM-XREG-NOT-EOF to true
           open input FBZ-REGISTER-FILE
           if WS-XREG-STATUS not = "00"

      *-----------------------------------------------------------------
      * 1550-NOTE-ONE-REGISTER-REC - NOTE ONE REGISTER RECORD'S
      * SEQUENCE NUMBER WHEN IT IS THE HIGHEST SEEN SO FAR FOR ITS
      * LAYOUT.  ANOTHER SITE'S TRANSMISSIONS ARE PASSED OVER.
      *-----------------------------------------------------------------
       1550-NOTE-ONE-REGISTER-REC.
           read FBZ-REGISTER-FILE
                   set FBZXM-XREG-EOF to true
                   go to 1550-EXIT
           end-read
           move FBZ-XRG-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 1550-EXIT
           end-if
           if FBZ-XRG-SEQ-NUM is not numeric
               go to 1550-EXIT
           end-if
           if FBZ-XRG-LAYOUT-NEW
               if FBZ-XRG-SEQ-NUM > WS-HIGHEST-SEQ2
                   move FBZ-XRG-SEQ-NUM to WS-HIGHEST-SEQ2
               end-if
           else
               if FBZ-XRG-SEQ-NUM > WS-HIGHEST-SEQ
                   move FBZ-XRG-SEQ-NUM to WS-HIGHEST-SEQ
               end-if
           end-if.
       1550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1600-WRITE-NEW-HEADER - OPEN THE LAYOUT 02 TRANSMISSION WITH
      * ITS FBZXT2 HEADER: THE LAYOUT, THE SITE, THE SEQUENCE AND
      * WHEN IT WAS SENT.
      *-----------------------------------------------------------------
       1600-WRITE-NEW-HEADER.
           move spaces to FBZ-XMIT-HEADER2-RECORD
           set FBZ-XH2-IS-HEADER to true
           move "02" to FBZ-XH2-LAYOUT
           move WS-SITE-CODE to FBZ-XH2-SITE
           move WS-SEQ2-NUM to FBZ-XH2-SEQ-NUM
           move WS-TODAY to FBZ-XH2-SENT-DATE
           move WS-TIME-NOW(1:6) to FBZ-XH2-SENT-TIME
           move FBZ-XMIT-HEADER2-RECORD to FBZ-XMIT2-RECORD
           write FBZ-XMIT2-RECORD
           if WS-XMIT2-STATUS not = "00"
               display "FBZXMIT - FBZXOU2 HEADER WRITE FAILED -"
                   " STATUS " WS-XMIT2-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if.
       1600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-TRANSMIT-ONE-RECORD - COPY ONE STAGED FEED RECORD TO
      * THE TRANSMISSION FILE AND ROLL IT INTO THE TRAILER'S
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-TRANSMIT-ONE-NEW-RECORD - COPY ONE STAGED LAYOUT 02
      * DETAIL RECORD TO THE LAYOUT 02 TRANSMISSION AND ROLL IT INTO
      * THAT TRAILER'S COUNTS, PASSING OVER PRIOR DAYS' RECORDS THE
      * SAME AS THE LAYOUT 01 STAGE.
      *-----------------------------------------------------------------
       3000-TRANSMIT-ONE-NEW-RECORD.
           if not FBZ-FD2-IS-DETAIL
               or FBZ-FD2-SENT-DATE not = WS-TODAY
               add 1 to WS-PRIOR-DAY2-COUNT
               perform 3100-READ-NEXT-NEW-RECORD
                   thru 3100-EXIT
               go to 3000-EXIT
           end-if
           add 1 to WS-ITEM2-COUNT
           evaluate true
               when FBZ-FD2-BIN-FIZZ
                   add 1 to WS-FIZZ2-COUNT
               when FBZ-FD2-BIN-BUZZ
                   add 1 to WS-BUZZ2-COUNT
               when FBZ-FD2-BIN-FIZZBUZZ
                   add 1 to WS-FBUZ2-COUNT
               when FBZ-FD2-BIN-PLAIN
                   add 1 to WS-PLN2-COUNT
               when other
                   add 1 to WS-OTHR2-COUNT
           end-evaluate
           move FBZ-FD2-RECORD to FBZ-XMIT2-RECORD
           write FBZ-XMIT2-RECORD
           if WS-XMIT2-STATUS not = "00"
               display "FBZXMIT - FBZXOU2 WRITE FAILED - STATUS "
                   WS-XMIT2-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           perform 3100-READ-NEXT-NEW-RECORD
               thru 3100-EXIT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3100-READ-NEXT-NEW-RECORD - READ THE NEXT STAGED LAYOUT 02
      * RECORD, SETTING ITS END-OF-FILE SWITCH WHEN EXHAUSTED.
      *-----------------------------------------------------------------
       3100-READ-NEXT-NEW-RECORD.
           read FBZ-STAGE2-FILE
               at end
                   set FBZXM-STAGE2-EOF to true
           end-read.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-WRITE-TRAILER - CLOSE THE TRANSMISSION WITH THE
      * FBZXTR TRAILER: THE "*TRL*" MARKER, THE SEQUENCE NUMBER,
      * THE ITEM COUNT AND THE BIN-CODE BREAKDOWN, ALL IN THE SAME
      * 100-BYTE SLOT AS AN ITEM RECORD.
      *-----------------------------------------------------------------
       4000-WRITE-TRAILER.
           move spaces to FBZ-XMIT-TRAILER-RECORD
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-WRITE-NEW-TRAILER - CLOSE THE LAYOUT 02 TRANSMISSION
      * WITH ITS FBZXT2 TRAILER: THE LAYOUT 02 SEQUENCE, ITEM COUNT
      * AND BIN-CODE BREAKDOWN.
      *-----------------------------------------------------------------
       4500-WRITE-NEW-TRAILER.
           move spaces to FBZ-XMIT-TRAILER2-RECORD
           set FBZ-XT2-IS-TRAILER to true
           move WS-SEQ2-NUM to FBZ-XT2-SEQ-NUM
           move WS-ITEM2-COUNT to FBZ-XT2-ITEM-COUNT
           move WS-FIZZ2-COUNT to FBZ-XT2-FIZZ-COUNT
           move WS-BUZZ2-COUNT to FBZ-XT2-BUZZ-COUNT
           move WS-FBUZ2-COUNT to FBZ-XT2-FBUZ-COUNT
           move WS-PLN2-COUNT to FBZ-XT2-PLN-COUNT
           move WS-OTHR2-COUNT to FBZ-XT2-OTHR-COUNT
           move FBZ-XMIT-TRAILER2-RECORD to FBZ-XMIT2-RECORD
           write FBZ-XMIT2-RECORD
           if WS-XMIT2-STATUS not = "00"
               display "FBZXMIT - FBZXOU2 TRAILER WRITE FAILED -"
                   " STATUS " WS-XMIT2-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if.
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-APPEND-REGISTER - RECORD THE TRANSMISSION ON OUR
      * REGISTER.  OPENED EXTEND WITH THE SAME CREATE-ON-FIRST-RUN
      * FALLBACK FBZAUDIT USES; A REGISTER THAT CANNOT BE WRITTEN
      * ABENDS - A TRANSMISSION THE REGISTER DOES NOT HOLD IS THE
      * SKIPPED-DAY BLIND SPOT ALL OVER AGAIN.  ONE RECORD IS
      * WRITTEN PER LAYOUT SENT, STAMPED WITH ITS LAYOUT.
      *-----------------------------------------------------------------
       5000-APPEND-REGISTER.
           open extend FBZ-REGISTER-FILE
           if WS-XREG-STATUS not = "00"
               open output FBZ-REGISTER-FILE
           end-if
           if FBZXM-OLD-LAYOUT-LIVE
               move spaces to FBZ-XMIT-REGISTER-RECORD
               move WS-SEQ-NUM to FBZ-XRG-SEQ-NUM
               move WS-ITEM-COUNT to FBZ-XRG-ITEM-COUNT
               move "01" to FBZ-XRG-LAYOUT
               perform 5100-WRITE-REGISTER-RECORD
                   thru 5100-EXIT
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               move spaces to FBZ-XMIT-REGISTER-RECORD
               move WS-SEQ2-NUM to FBZ-XRG-SEQ-NUM
               move WS-ITEM2-COUNT to FBZ-XRG-ITEM-COUNT
               move "02" to FBZ-XRG-LAYOUT
               perform 5100-WRITE-REGISTER-RECORD
                   thru 5100-EXIT
           end-if
           close FBZ-REGISTER-FILE.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5100-WRITE-REGISTER-RECORD - STAMP ONE REGISTER RECORD WITH
      * THE DATE, TIME AND SITE AND WRITE IT, ABENDING WHEN THE
      * WRITE FAILS.
      *-----------------------------------------------------------------
       5100-WRITE-REGISTER-RECORD.
           move WS-TODAY to FBZ-XRG-SENT-DATE
           move WS-TIME-NOW(1:6) to FBZ-XRG-SENT-TIME
           move WS-SITE-CODE to FBZ-XRG-SITE
           write FBZ-XMIT-REGISTER-RECORD
           if WS-XREG-STATUS not = "00"
               display "FBZXMIT - FBZXREG WRITE FAILED - STATUS "
                   WS-XREG-STATUS
               move 24 to return-code
               go to 9999-ABEND
           end-if.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZXMIT CONTROL/SUMMARY REPORT"
           display "  SITE. . . . . . . . . . . " WS-SITE-CODE
           display "  TRANSMISSION SEQUENCE . . " WS-SEQ-NUM
           display "  ITEMS TRANSMITTED . . . . " WS-ITEM-COUNT
           display "  PRIOR DAYS PASSED OVER. . " WS-PRIOR-DAY-COUNT
           display "  FIZZ / BUZZ / FBUZ. . . . " WS-FIZZ-COUNT
               " " WS-BUZZ-COUNT " " WS-FBUZ-COUNT
           display "  PLN / OTHER . . . . . . . " WS-PLN-COUNT
               " " WS-OTHR-COUNT
           if FBZXM-OLD-LAYOUT-RETIRED
               display "  LAYOUT 01 . . . . . . . . RETIRED"
           end-if
           if FBZXM-NEW-LAYOUT-LIVE
               display "  LAYOUT 02 SEQUENCE. . . . " WS-SEQ2-NUM
               display "  LAYOUT 02 ITEMS SENT. . . " WS-ITEM2-COUNT
               display "  LAYOUT 02 PRIOR DAYS. . . "
                   WS-PRIOR-DAY2-COUNT
               display "  LAYOUT 02 FIZZ/BUZZ/FBUZ. " WS-FIZZ2-COUNT
                   " " WS-BUZZ2-COUNT " " WS-FBUZ2-COUNT
               display "  LAYOUT 02 PLN / OTHER . . " WS-PLN2-COUNT
                   " " WS-OTHR2-COUNT
           end-if.
       6000-EXIT.
           exit.

      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO
      * WITH RETURN-CODE ALREADY SET (16 - STAGED FEED MISSING OR
      * EMPTY, 20 - TRANSMISSION FILE OPEN OR WRITE FAILED, 24 -
      * REGISTER WRITE FAILED, 28 - THE TWO LAYOUTS' STAGES DISAGREE
      * ON THE DAY'S ITEM COUNT).  A FAILURE BEFORE THE REGISTER
      * APPEND LEAVES THE SEQUENCES UNBURNED - THE RERUN REUSES THEM.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
