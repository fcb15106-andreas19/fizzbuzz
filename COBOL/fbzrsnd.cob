      * THREE TIMES AND BACK ON THE EXCEPTION LIST AGAIN GOES ON
      * THE SUPERVISOR REPORT (DD FBZRSRPT) INSTEAD OF LOOPING
      * FOREVER.  RETURN CODE 4 SAYS THE SUPERVISOR REPORT HAS
      * ITEMS ON IT.  THE BIN DATA IS RE-DERIVED FROM THE MASTER
      * ROWS OF THE WAREHOUSE SITE THE EXCEPTION CAME FROM.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE RESEND RECORD NOW CARRIES THE ITEM
      *                   DESCRIPTION FROM THE FBZITEM ITEM MASTER,
      *                   AND AN ITEM NO LONGER ACTIVE THERE IS NOT
      *                   RESENT - IT IS COUNTED AND LISTED ON THE
      *                   SUPERVISOR REPORT INSTEAD, ITS RESEND
      *                   COUNT UNTOUCHED.  A FAILED FBZITEM OPEN IS
      *                   RETURN-CODE 60.
      *   2026-10-15  AS  THE RESEND RECORD NOW CARRIES THE
      *                   RULE-SET VERSION OF THE ORIGINAL ASSIGNMENT
      *                   FROM THE EXCEPTION RECORD - THE BIN CODE IS
      *                   RESENT UNCHANGED, SO THE RULE SET THAT
      *                   CHOSE IT IS STILL THE ONE THAT ANSWERS FOR
      *                   IT.
      *   2026-10-15  AS  THE BIN MASTER TABLE HOLDS 999 BINS, UP FROM
      *                   50 - WITH FBZBMAS RE-ZONING WHOLE AISLES IN
      *                   ONE BATCH THE MASTER RUNS TO HUNDREDS OF BINS.
      *   2026-10-15  AS  THE BIN IS RE-DERIVED FROM THE MASTER ROWS OF
      *                   THE EXCEPTION'S SITE, AND THE RESEND RECORD
      *                   CARRIES THE SITE.
      *   2026-10-15  AS  A RESENT ITEM WHOSE BIN IS IN A PLANNED OUT-
      *                   OF-SERVICE WINDOW TODAY (FBZBOOS, SEE FBZBOS)
      *                   GOES TO THE WINDOW'S ALTERNATE BIN, FLAGGED AS
      *                   REDIRECTED WITH THE ORIGINAL BIN, AND IS
      *                   COUNTED IN THE SUMMARY.  NO USABLE ALTERNATE
      *                   IS RETURN-CODE 68.
      *   2026-10-15  AS  WHILE THE FBZFMTP CUTOVER PARAMETER (SEE
      *                   FBZFMT) HAS SLOTTING'S LAYOUT 02 FEED LIVE
      *                   TODAY EACH RESEND IS ALSO WRITTEN IN THAT
      *                   LAYOUT TO FBZRSF2, WITH THE BIN'S LONG
      *                   DESCRIPTION AND THE CATEGORY TAKEN BACK FROM
      *                   THE BIN CODE (FBZCMAP FIRST, THEN THE FIXED
      *                   SET).  OPEN OR WRITE FAILURE IS RETURN-CODE
      *                   28 LIKE FBZRSFD.
      *=================================================================
       identification division.
       program-id. FBZRSND.
           select FBZ-BIN-MASTER-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-BMAST-STATUS.
           select FBZ-ITEM-MASTER-FILE assign to FBZITEM
               organization is indexed
               access mode is random
               record key is FBZ-ITM-NUM
               file status is WS-ITEM-STATUS.
           select optional FBZ-RESEND-CTL-FILE assign to FBZRSCTL
               organization is line sequential
               file status is WS-RSC-STATUS.
           select FBZ-SUPERVISOR-FILE assign to FBZRSRPT
               organization is line sequential
               file status is WS-SUP-STATUS.
           select optional FBZ-OUTAGE-FILE assign to FBZBOOS
               organization is line sequential
               file status is WS-OOS-STATUS.
           select FBZ-RESEND-FEED2-FILE assign to FBZRSF2
               organization is line sequential
               file status is WS-RSF2-STATUS.
           select optional FBZ-FMT-PARM-FILE assign to FBZFMTP
               organization is line sequential
               file status is WS-FMT-STATUS.
           select optional FBZ-MAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-MAP-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZBIN.

       fd  FBZ-ITEM-MASTER-FILE
           block contains 0 records.
           copy FBZITM.

       fd  FBZ-RESEND-CTL-FILE
           recording mode is F.
           copy FBZRSC.
           recording mode is F.
       01  FBZ-SUPERVISOR-LINE         pic X(80).

       fd  FBZ-OUTAGE-FILE
           recording mode is F.
           copy FBZBOS.

       fd  FBZ-RESEND-FEED2-FILE
           block contains 0 records
           recording mode is F.
           copy FBZFD2.

       fd  FBZ-FMT-PARM-FILE
           recording mode is F.
           copy FBZFMT.

       fd  FBZ-MAP-FILE
           recording mode is F.
           copy FBZMAP.

       working-storage section.
       01  WS-EXC-STATUS           pic X(02).
       01  WS-BMAST-STATUS         pic X(02).
       01  WS-RSC-STATUS           pic X(02).
       01  WS-RSFD-STATUS          pic X(02).
       01  WS-SUP-STATUS           pic X(02).
       01  WS-ITEM-STATUS          pic X(02).
       01  WS-ITEM-ACTIVE-SWITCH   pic X(01).
           88  FBZRS-ITEM-ACTIVE        value "Y".
           88  FBZRS-ITEM-NOT-ACTIVE    value "N".
       01  WS-EXC-EOF-SWITCH       pic X(01).
           88  FBZRS-EXC-EOF            value "Y".
           88  FBZRS-EXC-NOT-EOF        value "N".
           88  FBZRS-BIN-FOUND          value "Y".
           88  FBZRS-BIN-NOT-FOUND      value "N".
       01  WS-TODAY                pic X(08).
       01  WS-SITE-CODE            pic X(02).
       01  WS-EXCEPTION-COUNT      pic 9(05).
       01  WS-RESEND-COUNT         pic 9(05).
       01  WS-STRIKE-OUT-COUNT     pic 9(05).
       01  WS-NOT-ACTIVE-COUNT     pic 9(05).
       01  WS-REDIRECT-COUNT       pic 9(05).
       01  WS-BIN-SUB              pic 9(04) comp.
       01  WS-BIN-MASTER-COUNT     pic 9(04) comp.
       01  WS-BIN-MASTER-TABLE.
           05  WS-BIN-MASTER-ENTRY occurs 999 times.
               10  WS-BIN-CODE         pic X(04).
               10  WS-BIN-DESC         pic X(20).
               10  WS-BIN-ZONE         pic X(02).
               10  WS-BIN-CAP-CLASS    pic X(01).
               10  WS-BIN-HANDLING     pic X(04).
               10  WS-BIN-SITE         pic X(02).
               10  WS-BIN-LONG-DESC    pic X(40).

      *-----------------------------------------------------------------
      * LAYOUT 02 (FBZFD2) RESEND OUTPUT, WRITTEN ONLY WHILE FBZFMTP
      * HAS IT LIVE.  THE EXCEPTION CARRIES NO CATEGORY, SO IT IS
      * TAKEN BACK FROM THE BIN CODE THROUGH EVERY SITE'S FBZCMAP
      * MAPPING ROWS.
      *-----------------------------------------------------------------
       01  WS-RSF2-STATUS          pic X(02).
       01  WS-FMT-STATUS           pic X(02).
       01  WS-NEW-LAYOUT-SWITCH    pic X(01).
           88  FBZRS-NEW-LAYOUT-LIVE    value "Y".
           88  FBZRS-NEW-LAYOUT-OFF     value "N".
       01  WS-FEED-LONG-DESC       pic X(40).
       01  WS-RESEND-CATEGORY      pic X(08).
       01  WS-CATEGORY-BIN         pic X(04).
       01  WS-MAP-STATUS           pic X(02).
       01  WS-MAP-EOF-SWITCH       pic X(01).
           88  FBZRS-MAP-EOF            value "Y".
           88  FBZRS-MAP-NOT-EOF        value "N".
       01  WS-MAP-SUB              pic 9(03) comp.
       01  WS-MAP-COUNT            pic 9(03) comp.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY        occurs 200 times.
               10  WS-MAP-CATEGORY     pic X(08).
               10  WS-MAP-BIN          pic X(04).
               10  WS-MAP-SITE         pic X(02).

      *-----------------------------------------------------------------
      * EVERY SITE'S BIN OUT-OF-SERVICE WINDOWS IN FORCE TODAY - THE
      * RESEND GOES TO SLOTTING NOW, WHATEVER DAY THE ORIGINAL WENT.
      *-----------------------------------------------------------------
       01  WS-OOS-STATUS           pic X(02).
       01  WS-OOS-EOF-SWITCH       pic X(01).
           88  FBZRS-OOS-EOF            value "Y".
           88  FBZRS-OOS-NOT-EOF        value "N".
       01  WS-OOS-SUB              pic 9(03) comp.
       01  WS-OOS-MATCH-SUB        pic 9(03) comp.
       01  WS-OOS-COUNT            pic 9(03) comp.
       01  WS-OOS-TABLE.
           05  WS-OOS-ENTRY        occurs 200 times.
               10  WS-OOS-SITE         pic X(02).
               10  WS-OOS-BIN          pic X(04).
               10  WS-OOS-ALT          pic X(04).
               10  WS-OOS-TO           pic X(08).

      *-----------------------------------------------------------------
      * THE RESEND HISTORY, LOADED WHOLE AND REWRITTEN WHOLE AT
               thru 6000-EXIT
           close FBZ-EXCEPTION-FILE
           close FBZ-RESEND-FEED-FILE
           if FBZRS-NEW-LAYOUT-LIVE
               close FBZ-RESEND-FEED2-FILE
           end-if
           close FBZ-SUPERVISOR-FILE
           close FBZ-ITEM-MASTER-FILE
           if WS-STRIKE-OUT-COUNT > 0
               or WS-NOT-ACTIVE-COUNT > 0
               move 4 to return-code
           else
               move 0 to return-code
           move 0 to WS-EXCEPTION-COUNT
           move 0 to WS-RESEND-COUNT
           move 0 to WS-STRIKE-OUT-COUNT
           move 0 to WS-NOT-ACTIVE-COUNT
           move 0 to WS-REDIRECT-COUNT
           move 0 to WS-TRACK-COUNT
           move spaces to WS-TRACK-TABLE
           set FBZRS-EXC-NOT-EOF to true
           accept WS-TODAY from date YYYYMMDD
           perform 1070-SET-FEED-LAYOUTS
               thru 1070-EXIT
           perform 1300-LOAD-BIN-MASTER
               thru 1300-EXIT
           perform 1400-LOAD-BIN-OUTAGES
               thru 1400-EXIT
           perform 1500-LOAD-TRACKING-FILE
               thru 1500-EXIT
           open input FBZ-ITEM-MASTER-FILE
           if WS-ITEM-STATUS not = "00"
               display "FBZRSND - FBZITEM OPEN FAILED - STATUS "
                   WS-ITEM-STATUS
               move 60 to return-code
               go to 9999-ABEND
           end-if
           open input FBZ-EXCEPTION-FILE
           if WS-EXC-STATUS not = "00"
               display "FBZRSND - FBZEXCP OPEN FAILED - STATUS "
               move 28 to return-code
               go to 9999-ABEND
           end-if
           if FBZRS-NEW-LAYOUT-LIVE
               perform 1700-LOAD-BIN-MAP
                   thru 1700-EXIT
               open output FBZ-RESEND-FEED2-FILE
               if WS-RSF2-STATUS not = "00"
                   display "FBZRSND - FBZRSF2 OPEN FAILED - STATUS "
                       WS-RSF2-STATUS
                   move 28 to return-code
                   go to 9999-ABEND
               end-if
           end-if
           open output FBZ-SUPERVISOR-FILE
           if WS-SUP-STATUS not = "00"
               display "FBZRSND - FBZRSRPT OPEN FAILED - STATUS "
               go to 9999-ABEND
           end-if
           move spaces to FBZ-SUPERVISOR-LINE
           move "FBZRSND - ITEMS FOR THE SUPERVISOR"
               to FBZ-SUPERVISOR-LINE
           write FBZ-SUPERVISOR-LINE
           perform 2100-READ-NEXT-EXCEPTION
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1070-SET-FEED-LAYOUTS - READ THE OPTIONAL FBZFMTP CUTOVER
      * PARAMETER THE FEED WRITERS READ.  WHEN LAYOUT 02 IS LIVE
      * TODAY EVERY RESEND IS ALSO WRITTEN IN THAT LAYOUT TO
      * FBZRSF2.  NO DD, NO RECORD OR NO NUMERIC START DATE LEAVES
      * LAYOUT 02 OFF.
      *-----------------------------------------------------------------
       1070-SET-FEED-LAYOUTS.
           set FBZRS-NEW-LAYOUT-OFF to true
           open input FBZ-FMT-PARM-FILE
           if WS-FMT-STATUS = "00"
               read FBZ-FMT-PARM-FILE
               if WS-FMT-STATUS = "00"
                   and FBZ-FMT-NEW-FROM-DATE is numeric
                   and FBZ-FMT-NEW-FROM-DATE not > WS-TODAY
                   set FBZRS-NEW-LAYOUT-LIVE to true
               end-if
           end-if
           close FBZ-FMT-PARM-FILE.
       1070-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-LOAD-BIN-MASTER - LOAD THE CURRENT BIN MASTER INTO
      * THE LOOKUP TABLE THE RESEND ENRICHMENT SEARCHES.  THE
                   set FBZRS-BMAST-EOF to true
                   go to 1350-EXIT
           end-read
           if WS-BIN-MASTER-COUNT >= 999
               display "FBZRSND - BIN MASTER TABLE FULL - BIN "
                   FBZ-BIN-CODE " IGNORED"
               go to 1350-EXIT
           move FBZ-BIN-CAP-CLASS
               to WS-BIN-CAP-CLASS(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-HANDLING
               to WS-BIN-HANDLING(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-SITE to WS-BIN-SITE(WS-BIN-MASTER-COUNT)
           if WS-BIN-SITE(WS-BIN-MASTER-COUNT) = spaces
               move "01" to WS-BIN-SITE(WS-BIN-MASTER-COUNT)
           end-if
           move FBZ-BIN-LONG-DESC
               to WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT)
           if WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT) = spaces
               move FBZ-BIN-DESC
                   to WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT)
           end-if.
       1350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1400-LOAD-BIN-OUTAGES - LOAD THE BIN OUT-OF-SERVICE WINDOWS
      * (FBZBOOS) THAT COVER TODAY, FOR EVERY SITE.  NO DD OR AN
      * EMPTY FILE MEANS EVERY BIN IS IN SERVICE.
      *-----------------------------------------------------------------
       1400-LOAD-BIN-OUTAGES.
           move 0 to WS-OOS-COUNT
           set FBZRS-OOS-NOT-EOF to true
           open input FBZ-OUTAGE-FILE
           if WS-OOS-STATUS not = "00"
               go to 1400-EXIT
           end-if
           perform 1450-LOAD-ONE-OUTAGE
               thru 1450-EXIT
               until FBZRS-OOS-EOF
           close FBZ-OUTAGE-FILE.
       1400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1450-LOAD-ONE-OUTAGE - KEEP ONE WINDOW IF ITS FROM AND TO
      * DATES (INCLUSIVE) SPAN TODAY; AN OVERFLOWING ROW IS
      * REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1450-LOAD-ONE-OUTAGE.
           read FBZ-OUTAGE-FILE
               at end
                   set FBZRS-OOS-EOF to true
                   go to 1450-EXIT
           end-read
           if FBZ-BOS-FROM-DATE > WS-TODAY
               or FBZ-BOS-TO-DATE < WS-TODAY
               go to 1450-EXIT
           end-if
           if WS-OOS-COUNT >= 200
               display "FBZRSND - OUTAGE TABLE FULL - BIN "
                   FBZ-BOS-BIN-CODE " IGNORED"
               go to 1450-EXIT
           end-if
           add 1 to WS-OOS-COUNT
           move FBZ-BOS-SITE to WS-OOS-SITE(WS-OOS-COUNT)
           if FBZ-BOS-SITE = spaces
               move "01" to WS-OOS-SITE(WS-OOS-COUNT)
           end-if
           move FBZ-BOS-BIN-CODE to WS-OOS-BIN(WS-OOS-COUNT)
           move FBZ-BOS-ALT-BIN to WS-OOS-ALT(WS-OOS-COUNT)
           move FBZ-BOS-TO-DATE to WS-OOS-TO(WS-OOS-COUNT).
       1450-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-LOAD-TRACKING-FILE - LOAD THE RESEND TRACKING FILE
      * INTO THE EDIT TABLE.  A MISSING OR EMPTY FILE IS A VALID
       1550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1700-LOAD-BIN-MAP - LOAD EVERY SITE'S FBZCMAP CATEGORY-TO-
      * BIN-CODE MAPPING ROWS, FOR TAKING A LAYOUT 02 RESEND'S
      * CATEGORY BACK FROM ITS BIN CODE.  A MISSING OR EMPTY FILE
      * LEAVES THE FIXED FIZZ/BUZZ/FBUZ/PLN SET IN CHARGE.
      *-----------------------------------------------------------------
       1700-LOAD-BIN-MAP.
           move 0 to WS-MAP-COUNT
           set FBZRS-MAP-NOT-EOF to true
           open input FBZ-MAP-FILE
           if WS-MAP-STATUS not = "00"
               set FBZRS-MAP-EOF to true
           end-if
           perform 1750-LOAD-ONE-MAP-ROW
               thru 1750-EXIT
               until FBZRS-MAP-EOF
           close FBZ-MAP-FILE.
       1700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1750-LOAD-ONE-MAP-ROW - LOAD ONE MAPPING ROW; AN OVERFLOWING
      * ROW IS REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1750-LOAD-ONE-MAP-ROW.
           read FBZ-MAP-FILE
               at end
                   set FBZRS-MAP-EOF to true
                   go to 1750-EXIT
           end-read
           if WS-MAP-COUNT >= 200
               display "FBZRSND - BIN MAP TABLE FULL - "
                   FBZ-MAP-CATEGORY " IGNORED"
               go to 1750-EXIT
           end-if
           add 1 to WS-MAP-COUNT
           move FBZ-MAP-CATEGORY to WS-MAP-CATEGORY(WS-MAP-COUNT)
           move FBZ-MAP-BIN-CODE to WS-MAP-BIN(WS-MAP-COUNT)
           move FBZ-MAP-SITE to WS-MAP-SITE(WS-MAP-COUNT)
           if WS-MAP-SITE(WS-MAP-COUNT) = spaces
               move "01" to WS-MAP-SITE(WS-MAP-COUNT)
           end-if.
       1750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-PROCESS-ONE-EXCEPTION - DECIDE ONE EXCEPTION ITEM'S
      * FATE.  AN ITEM ALREADY RESENT THREE TIMES GOES ON THE
      * SUPERVISOR REPORT; ANYTHING ELSE IS RE-CUT FROM THE
      * CURRENT BIN MASTER AND WRITTEN TO THE RESEND FEED WITH ITS
      * COUNTER STEPPED - UNLESS THE ITEM IS NO LONGER ACTIVE ON
      * THE FBZITEM MASTER, WHEN IT GOES TO THE SUPERVISOR REPORT
      * WITHOUT BEING RESENT.
      *-----------------------------------------------------------------
       2000-PROCESS-ONE-EXCEPTION.
           add 1 to WS-EXCEPTION-COUNT
                   thru 4000-EXIT
               go to 2000-NEXT-EXCEPTION
           end-if
           perform 2700-LOOKUP-ITEM
               thru 2700-EXIT
           if FBZRS-ITEM-NOT-ACTIVE
               perform 4100-WRITE-NOT-ACTIVE-LINE
                   thru 4100-EXIT
               go to 2000-NEXT-EXCEPTION
           end-if
           perform 3000-WRITE-RESEND-RECORD
               thru 3000-EXIT
           add 1 to WS-TRK-COUNT(WS-TRACK-MATCH-SUB)
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-LOOKUP-ITEM - KEYED READ OF THE FBZITEM ITEM MASTER FOR
      * THE EXCEPTION ITEM, SETTING THE SWITCH ONLY WHEN THE ITEM
      * IS STILL ACTIVE - SLOTTING IS NEVER SENT AN ITEM THE FEED
      * WRITERS THEMSELVES WOULD NOW LEAVE OUT.
      *-----------------------------------------------------------------
       2700-LOOKUP-ITEM.
           set FBZRS-ITEM-NOT-ACTIVE to true
           move FBZ-EXC-ITEM-NUM to FBZ-ITM-NUM
           read FBZ-ITEM-MASTER-FILE
               invalid key
                   move spaces to FBZ-ITM-DESC
                   go to 2700-EXIT
           end-read
           if FBZ-ITM-IS-ACTIVE
               set FBZRS-ITEM-ACTIVE to true
           end-if.
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-WRITE-RESEND-RECORD - RE-CUT THE ITEM'S FEED RECORD
      * FROM THE CURRENT BIN MASTER, MARKED AS A RESEND WITH ITS
      * COUNTER, AND DATED TODAY SO FBZRECON AGES IT FROM THE
      * RESEND, NOT THE ORIGINAL SEND.  A BIN CODE THE CURRENT
      * MASTER NO LONGER KNOWS ABENDS (RETURN-CODE 40) - THE SAME
      * STOP-AT-THE-SOURCE RULE AS THE FEED WRITERS.  A BIN OUT OF
      * SERVICE TODAY IS SWAPPED FOR ITS ALTERNATE FIRST.
      *-----------------------------------------------------------------
       3000-WRITE-RESEND-RECORD.
           move spaces to FBZ-FEED-RECORD
           move FBZ-EXC-ITEM-NUM to FBZ-FEED-ITEM-NUM
           move FBZ-EXC-BIN-CODE to FBZ-FEED-BIN-CODE
           move WS-TODAY to FBZ-FEED-SENT-DATE
           move FBZ-ITM-DESC to FBZ-FEED-ITEM-DESC
           move FBZ-EXC-PARM-VERSION to FBZ-FEED-PARM-VERSION
           move FBZ-EXC-SITE to WS-SITE-CODE
           if WS-SITE-CODE = spaces
               move "01" to WS-SITE-CODE
           end-if
           move WS-SITE-CODE to FBZ-FEED-SITE
           perform 3200-APPLY-BIN-OUTAGE
               thru 3200-EXIT
           set FBZRS-BIN-NOT-FOUND to true
           perform 3500-MATCH-ONE-BIN
               thru 3500-EXIT
                   or FBZRS-BIN-FOUND
           if FBZRS-BIN-NOT-FOUND
               display "FBZRSND - NO BIN MASTER ROW FOR BIN "
                   FBZ-FEED-BIN-CODE " AT SITE " WS-SITE-CODE
                   " (ITEM " FBZ-EXC-ITEM-NUM ") - RUN TERMINATED"
               move 40 to return-code
               go to 9999-ABEND
           end-if
               move 28 to return-code
               go to 9999-ABEND
           end-if
           if FBZRS-NEW-LAYOUT-LIVE
               perform 3700-DERIVE-CATEGORY
                   thru 3700-EXIT
               perform 3800-WRITE-NEW-LAYOUT-RECORD
                   thru 3800-EXIT
           end-if
           add 1 to WS-RESEND-COUNT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3200-APPLY-BIN-OUTAGE - WHEN THE RESENT ITEM'S BIN IS IN AN
      * OUT-OF-SERVICE WINDOW TODAY, RESEND IT TO THE WINDOW'S
      * ALTERNATE BIN WITH THE ORIGINAL BIN AND THE REDIRECT FLAG
      * ON THE RECORD, AS THE FEED WRITERS DO.  NO ALTERNATE, OR
      * AN ALTERNATE ALSO OUT OF SERVICE, ABENDS (RETURN-CODE 68).
      *-----------------------------------------------------------------
       3200-APPLY-BIN-OUTAGE.
           perform 3300-FIND-OUTAGE
               thru 3300-EXIT
           if WS-OOS-MATCH-SUB = zero
               go to 3200-EXIT
           end-if
           if WS-OOS-ALT(WS-OOS-MATCH-SUB) = spaces
               display "FBZRSND - BIN " FBZ-FEED-BIN-CODE
                   " AT SITE " WS-SITE-CODE " OUT OF SERVICE THRU "
                   WS-OOS-TO(WS-OOS-MATCH-SUB)
                   " WITH NO ALTERNATE (ITEM " FBZ-EXC-ITEM-NUM
                   ") - RUN TERMINATED"
               move 68 to return-code
               go to 9999-ABEND
           end-if
           move FBZ-FEED-BIN-CODE to FBZ-FEED-ORIG-BIN
           set FBZ-FEED-IS-REDIRECTED to true
           move WS-OOS-ALT(WS-OOS-MATCH-SUB) to FBZ-FEED-BIN-CODE
           add 1 to WS-REDIRECT-COUNT
           perform 3300-FIND-OUTAGE
               thru 3300-EXIT
           if WS-OOS-MATCH-SUB not = zero
               display "FBZRSND - ALTERNATE BIN " FBZ-FEED-BIN-CODE
                   " FOR BIN " FBZ-FEED-ORIG-BIN " AT SITE "
                   WS-SITE-CODE " IS ALSO OUT OF SERVICE (ITEM "
                   FBZ-EXC-ITEM-NUM ") - RUN TERMINATED"
               move 68 to return-code
               go to 9999-ABEND
           end-if.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3300-FIND-OUTAGE - LOCATE THE RECORD'S SITE AND BIN CODE IN
      * THE OUTAGE TABLE, LEAVING WS-OOS-MATCH-SUB ZERO WHEN THE BIN
      * IS IN SERVICE.
      *-----------------------------------------------------------------
       3300-FIND-OUTAGE.
           move 0 to WS-OOS-MATCH-SUB
           perform 3350-MATCH-ONE-OUTAGE
               thru 3350-EXIT
               varying WS-OOS-SUB from 1 by 1
               until WS-OOS-SUB > WS-OOS-COUNT
                   or WS-OOS-MATCH-SUB > 0.
       3300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3350-MATCH-ONE-OUTAGE - TEST ONE OUTAGE TABLE ENTRY AGAINST
      * THE RECORD'S SITE AND BIN CODE.
      *-----------------------------------------------------------------
       3350-MATCH-ONE-OUTAGE.
           if WS-OOS-SITE(WS-OOS-SUB) = WS-SITE-CODE
               and WS-OOS-BIN(WS-OOS-SUB) = FBZ-FEED-BIN-CODE
               move WS-OOS-SUB to WS-OOS-MATCH-SUB
           end-if.
       3350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3500-MATCH-ONE-BIN - TEST ONE LOOKUP TABLE ENTRY AGAINST
      * THE EXCEPTION ITEM'S SITE AND BIN CODE AND CARRY THE
      * CURRENT MASTER'S ATTRIBUTES ON A MATCH.
      *-----------------------------------------------------------------
       3500-MATCH-ONE-BIN.
           if WS-BIN-SITE(WS-BIN-SUB) = WS-SITE-CODE
               and WS-BIN-CODE(WS-BIN-SUB) = FBZ-FEED-BIN-CODE
               set FBZRS-BIN-FOUND to true
               move WS-BIN-DESC(WS-BIN-SUB) to FBZ-FEED-BIN-DESC
               move WS-BIN-ZONE(WS-BIN-SUB) to FBZ-FEED-ZONE
                   to FBZ-FEED-CAP-CLASS
               move WS-BIN-HANDLING(WS-BIN-SUB)
                   to FBZ-FEED-HANDLING
               move WS-BIN-LONG-DESC(WS-BIN-SUB)
                   to WS-FEED-LONG-DESC
           end-if.
       3500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3700-DERIVE-CATEGORY - TAKE THE RESENT ITEM'S CATEGORY BACK
      * FROM ITS BIN CODE - THE ORIGINAL BIN WHEN TODAY'S OUTAGE
      * REDIRECTED IT.  THE SITE'S FBZCMAP ROWS ARE SEARCHED FIRST,
      * THEN THE FIXED FIZZ/BUZZ/FBUZ/PLN SET.  A BIN NEITHER ONE
      * COVERS GOES WITH A BLANK CATEGORY RATHER THAN STOPPING THE
      * RESEND - THE FBZFEED RECORD HAS ALREADY GONE.
      *-----------------------------------------------------------------
       3700-DERIVE-CATEGORY.
           move spaces to WS-RESEND-CATEGORY
           move FBZ-FEED-BIN-CODE to WS-CATEGORY-BIN
           if FBZ-FEED-IS-REDIRECTED
               move FBZ-FEED-ORIG-BIN to WS-CATEGORY-BIN
           end-if
           perform 3750-MATCH-ONE-MAP-ROW
               thru 3750-EXIT
               varying WS-MAP-SUB from 1 by 1
               until WS-MAP-SUB > WS-MAP-COUNT
                   or WS-RESEND-CATEGORY not = spaces
           if WS-RESEND-CATEGORY not = spaces
               go to 3700-EXIT
           end-if
           evaluate WS-CATEGORY-BIN
               when "FIZZ"
                   move "FIZZ" to WS-RESEND-CATEGORY
               when "BUZZ"
                   move "BUZZ" to WS-RESEND-CATEGORY
               when "FBUZ"
                   move "FIZZBUZZ" to WS-RESEND-CATEGORY
               when "PLN "
                   move "NUMBER" to WS-RESEND-CATEGORY
           end-evaluate.
       3700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3750-MATCH-ONE-MAP-ROW - TEST ONE MAPPING ROW AGAINST THE
      * RESEND'S SITE AND BIN CODE.
      *-----------------------------------------------------------------
       3750-MATCH-ONE-MAP-ROW.
           if WS-MAP-SITE(WS-MAP-SUB) = WS-SITE-CODE
               and WS-MAP-BIN(WS-MAP-SUB) = WS-CATEGORY-BIN
               move WS-MAP-CATEGORY(WS-MAP-SUB) to WS-RESEND-CATEGORY
           end-if.
       3750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3800-WRITE-NEW-LAYOUT-RECORD - WRITE THE RESEND RECORD AGAIN
      * AS A LAYOUT 02 (FBZFD2) DETAIL RECORD, WITH THE CATEGORY AND
      * THE BIN'S LONG DESCRIPTION.
      *-----------------------------------------------------------------
       3800-WRITE-NEW-LAYOUT-RECORD.
           move spaces to FBZ-FD2-RECORD
           set FBZ-FD2-IS-DETAIL to true
           move FBZ-FEED-ITEM-NUM to FBZ-FD2-ITEM-NUM
           move FBZ-FEED-BIN-CODE to FBZ-FD2-BIN-CODE
           move WS-RESEND-CATEGORY to FBZ-FD2-CATEGORY
           move WS-FEED-LONG-DESC to FBZ-FD2-BIN-DESC
           move FBZ-FEED-ITEM-DESC to FBZ-FD2-ITEM-DESC
           move FBZ-FEED-SENT-DATE to FBZ-FD2-SENT-DATE
           move FBZ-FEED-ZONE to FBZ-FD2-ZONE
           move FBZ-FEED-CAP-CLASS to FBZ-FD2-CAP-CLASS
           move FBZ-FEED-HANDLING to FBZ-FD2-HANDLING
           move FBZ-FEED-RESEND-FLAG to FBZ-FD2-RESEND-FLAG
           move FBZ-FEED-RESEND-COUNT to FBZ-FD2-RESEND-COUNT
           move FBZ-FEED-PARM-VERSION to FBZ-FD2-PARM-VERSION
           move FBZ-FEED-PROFILE to FBZ-FD2-PROFILE
           move FBZ-FEED-SITE to FBZ-FD2-SITE
           move FBZ-FEED-REDIRECT-FLAG to FBZ-FD2-REDIRECT-FLAG
           move FBZ-FEED-ORIG-BIN to FBZ-FD2-ORIG-BIN
           write FBZ-FD2-RECORD
           if WS-RSF2-STATUS not = "00"
               display "FBZRSND - FBZRSF2 WRITE FAILED - STATUS "
                   WS-RSF2-STATUS
               move 28 to return-code
               go to 9999-ABEND
           end-if.
       3800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-WRITE-SUPERVISOR-LINE - ONE THREE-STRIKE ITEM'S LINE
      * ON THE SUPERVISOR REPORT.  THE ITEM IS NOT RESENT AND ITS
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-WRITE-NOT-ACTIVE-LINE - ONE EXCEPTION ITEM THAT IS NOT
      * (OR NO LONGER) AN ACTIVE ITEM ON THE FBZITEM MASTER.  IT IS
      * NOT RESENT AND ITS COUNTER IS LEFT ALONE; THE SUPERVISOR
      * SETTLES WITH SLOTTING WHETHER THE BIN ASSIGNMENT IS TO BE
      * WITHDRAWN.
      *-----------------------------------------------------------------
       4100-WRITE-NOT-ACTIVE-LINE.
           add 1 to WS-NOT-ACTIVE-COUNT
           move spaces to FBZ-SUPERVISOR-LINE
           string
               "  ITEM " delimited by size
               FBZ-EXC-ITEM-NUM delimited by size
               "  BIN " delimited by size
               FBZ-EXC-BIN-CODE delimited by size
               "  NOT AN ACTIVE ITEM ON FBZITEM - NOT RESENT"
                   delimited by size
               into FBZ-SUPERVISOR-LINE
           end-string
           write FBZ-SUPERVISOR-LINE.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-REWRITE-TRACKING-FILE - REWRITE THE TRACKING FILE
      * WHOLE FROM THE EDIT TABLE, CHECKING THE OPEN AND EVERY
           display "FBZRSND CONTROL/SUMMARY REPORT"
           display "  EXCEPTIONS READ . . . . . " WS-EXCEPTION-COUNT
           display "  ITEMS RESENT. . . . . . . " WS-RESEND-COUNT
           display "  THREE-STRIKE ITEMS. . . . " WS-STRIKE-OUT-COUNT
           display "  ITEMS NOT ACTIVE. . . . . " WS-NOT-ACTIVE-COUNT
           display "  ITEMS REDIRECTED. . . . . " WS-REDIRECT-COUNT.
       6000-EXIT.
           exit.

      * RETURN-CODE ALREADY SET BY THE PARAGRAPH THAT DETECTED THE
      * PROBLEM (16 - EXCEPTION FILE MISSING, 20 - SUPERVISOR
      * REPORT OPEN FAILED OR TRACKING TABLE OVERFLOWED, 24 -
      * TRACKING FILE REWRITE FAILED, 28 - FBZRSFD OR FBZRSF2 OPEN
      * OR WRITE FAILED, 36 - BIN MASTER MISSING OR EMPTY, 40 - BIN
      * CODE WITH NO CURRENT MASTER ROW, 60 - FBZITEM OPEN
      * FAILED, 68 - BIN OUT OF SERVICE WITH NO USABLE ALTERNATE)
      * SO THE JOB SCHEDULER CAN
      * TELL ONE FAILURE FROM ANOTHER.
      *-----------------------------------------------------------------
       9999-ABEND.
