      *                   MOVED TO THE FIRST NON-EXEMPT REQUEST
      *                   THAT ACTUALLY NEEDS THE MASTER, SO REAL
      *                   REQUESTS ARE GATED EXACTLY AS BEFORE.
      *   2026-10-15  AS  EVERY NUM IS NOW LOOKED UP ON THE FBZITEM
      *                   ITEM MASTER (MAINTAINED BY FBZIMNT).  THE
      *                   ITEM DESCRIPTION IS CARRIED ON THE LISTING,
      *                   FBZIDX AND FEED RECORDS, AND ONLY A NUM
      *                   WHOSE MASTER ROW IS ACTIVE IS WRITTEN TO
      *                   FBZFEED - DISCONTINUED, PENDING AND UNKNOWN
      *                   NUMS STAY ON THE LISTING BUT NO LONGER GET
      *                   A BIN ASSIGNMENT.  A FAILED FBZITEM OPEN
      *                   ENDS THE RUN WITH RETURN-CODE 60.
      *   2026-10-15  AS  AN APPROVED, IN-WINDOW PER-ITEM OVERRIDE ON
      *                   THE OPTIONAL FBZOVRD CLUSTER (MAINTAINED BY
      *                   FBZOMNT) NOW REPLACES THE RULES' CATEGORY
      *                   AND TEXT FOR ITS NUM, AND THE RECORD IS
      *                   FLAGGED (FBZ-REC-OVERRIDE-FLAG) ON THE
      *                   LISTING AND FBZIDX.  THE FEED BINS THE
      *                   FORCED CATEGORY.  A FBZOVRD OPEN FAILURE
      *                   OTHER THAN "NOT PRESENT" ENDS THE RUN WITH
      *                   RETURN-CODE 64.
      *   2026-10-15  AS  EVERY LISTING, FBZIDX, FEED AND CONTROL
      *                   RECORD IS NOW STAMPED WITH THE FBZPHIST
      *                   VERSION OF THE FBZPARM RULE SET THE RUN
      *                   USED - ONE ABOVE THE HIGHEST VERSION ON THE
      *                   OPTIONAL FBZPHIST FILE, THE NUMBER THE LIVE
      *                   RULE SET WILL BE SAVED UNDER WHEN NEXT
      *                   REPLACED - SO A QUESTIONED CATEGORY TRACES
      *                   TO THE EXACT RULE SET THAT PRODUCED IT.
      *   2026-10-15  AS  THE BIN MASTER TABLE HOLDS 999 BINS, UP FROM
      *                   50 - WITH FBZBMAS RE-ZONING WHOLE AISLES IN
      *                   ONE BATCH THE MASTER RUNS TO HUNDREDS OF BINS.
      *   2026-10-15  AS  THE RUN NOW BELONGS TO A WAREHOUSE SITE - FBZ-
      *                   PARM-SITE FROM THE FBZPARM MEMBER THE STEP
      *                   POINTS AT (SPACES = SITE 01).  ONLY THAT
      *                   SITE'S FBZBMAST BINS AND FBZCMAP MAPPINGS ARE
      *                   LOADED, AND THE SITE IS STAMPED ON EVERY
      *                   FIZZOUT, FBZIDX, FBZFEED AND FBZCTL RECORD AND
      *                   SHOWN ON THE SUMMARY.
      *   2026-10-15  AS  ITEMS FOR A BIN IN A PLANNED OUT-OF-SERVICE
      *                   WINDOW (FBZBOOS, SEE FBZBOS) COVERING THE
      *                   PROCESSING DATE ARE FED TO THE WINDOW'S
      *                   ALTERNATE BIN, WITH THE ORIGINAL BIN AND A
      *                   REDIRECT FLAG ON THE FEED RECORD AND THE COUNT
      *                   IN THE SUMMARY.  A WINDOW WITH NO ALTERNATE,
      *                   OR AN ALTERNATE ALSO OUT OF SERVICE, ENDS THE
      *                   RUN WITH RETURN-CODE 68.
      *   2026-10-15  AS  WHILE THE FBZFMTP CUTOVER PARAMETER (SEE
      *                   FBZFMT) HAS SLOTTING'S NEW FEED LAYOUT LIVE ON
      *                   THE PROCESSING DATE, EVERY FEED RECORD IS ALSO
      *                   WRITTEN IN THAT LAYOUT (FBZFD2) TO FBZFED2,
      *                   WITH THE CATEGORY AND THE BIN MASTER'S LONG
      *                   DESCRIPTION.  FBZFEED IS WRITTEN AS BEFORE.
      *                   AN FBZFED2 OPEN FAILURE IS RETURN-CODE 28.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE RUN DATE FIELD WITH
      *                   THE REST, AS THE RENAME-EVERYTHING RULE ASKS.
      *                   9999-ABEND'S RETURN-CODE LIST NOW NAMES EVERY
      *                   CODE THE PROGRAM SETS.
      *=================================================================
       identification division.
       program-id. FIZZBUZ2.
           select FBZ-FEED-FILE assign to FBZFEED
               organization is line sequential
               file status is WS-FEED-STATUS.
           select FBZ-FEED2-FILE assign to FBZFED2
               organization is line sequential
               file status is WS-FEED2-STATUS.
           select optional FBZ-FMT-PARM-FILE assign to FBZFMTP
               organization is line sequential
               file status is WS-FMT-STATUS.
           select optional FBZ-RANGE-FILE assign to FBZRANGE
               organization is line sequential
               file status is WS-RANGE-STATUS.
           select FBZ-BIN-MASTER-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-BMAST-STATUS.
           select FBZ-ITEM-MASTER-FILE assign to FBZITEM
               organization is indexed
               access mode is random
               record key is FBZ-ITM-NUM
               file status is WS-ITEM-STATUS.
           select optional FBZ-OVERRIDE-FILE assign to FBZOVRD
               organization is indexed
               access mode is random
               record key is FBZ-OVR-NUM
               file status is WS-OVR-STATUS.
           select optional FBZ-MAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-MAP-STATUS.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select optional FBZ-PARM-HIST-FILE assign to FBZPHIST
               organization is line sequential
               file status is WS-PHIST-STATUS.
           select optional FBZ-OUTAGE-FILE assign to FBZBOOS
               organization is line sequential
               file status is WS-OOS-STATUS.

       data division.
       file section.
               FBZ-REC-TEXT by FBZ-IDX-TEXT
               FBZ-REC-PRODUCER by FBZ-IDX-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-IDX-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-IDX-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-IDX-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-IDX-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-IDX-PROFILE
               FBZ-REC-SITE by FBZ-IDX-SITE
               FBZ-REC-RUN-DATE by FBZ-IDX-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-IDX-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-IDX-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-IDX-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-IDX-CAT-FIZZBUZZ
           recording mode is F.
           copy FBZFEED.

       fd  FBZ-FEED2-FILE
           block contains 0 records
           recording mode is F.
           copy FBZFD2.

       fd  FBZ-FMT-PARM-FILE
           recording mode is F.
           copy FBZFMT.

       fd  FBZ-RANGE-FILE
           recording mode is F.
           copy FBZRNG.
           recording mode is F.
           copy FBZBIN.

       fd  FBZ-ITEM-MASTER-FILE
           block contains 0 records.
           copy FBZITM.

       fd  FBZ-OVERRIDE-FILE
           block contains 0 records.
           copy FBZOVR.

       fd  FBZ-MAP-FILE
           recording mode is F.
           copy FBZMAP.
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-PARM-HIST-FILE
           recording mode is F.
           copy FBZPHIST.

       fd  FBZ-OUTAGE-FILE
           recording mode is F.
           copy FBZBOS.

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-FIZZOUT-STATUS       pic X(02).
       01  WS-AUDIT-STATUS         pic X(02).
       01  WS-CSV-STATUS           pic X(02).
       01  WS-FEED-STATUS          pic X(02).
       01  WS-ITEM-STATUS          pic X(02).
       01  WS-ITEM-ACTIVE-SWITCH   pic X(01).
           88  FBZ-ITEM-ACTIVE          value "Y".
           88  FBZ-ITEM-NOT-ACTIVE      value "N".
       01  WS-ITEMS-NOT-FED        pic 9(07) comp.
       01  WS-OVR-STATUS           pic X(02).
       01  WS-OVR-FILE-SWITCH      pic X(01).
           88  FBZ-OVR-FILE-OPEN        value "Y".
           88  FBZ-OVR-FILE-ABSENT      value "N".
       01  WS-OVERRIDES-APPLIED    pic 9(07) comp.
       01  WS-CSV-PTR              pic 99.
       01  WS-CSV-TEXT             pic X(40).
       01  WS-TIME-NOW             pic X(08).
       01  WS-TIME-STATUS          pic X(02).
       01  WS-START-TIME           pic X(08).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-PHIST-STATUS         pic X(02).
       01  WS-PHIST-EOF-SWITCH     pic X(01).
           88  FBZ-PHIST-EOF            value "Y".
           88  FBZ-PHIST-NOT-EOF        value "N".
       01  WS-PARM-VERSION         pic 9(05).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-RUN-DATE             pic X(08).
       01  WS-RANGE-STATUS         pic X(02).
       01  WS-OOS-STATUS           pic X(02).
       01  WS-OOS-EOF-SWITCH       pic X(01).
           88  FBZ-OOS-EOF              value "Y".
           88  FBZ-OOS-NOT-EOF          value "N".
       01  WS-OOS-COUNT            pic 9(03) comp.
       01  WS-OOS-SUB              pic 9(03) comp.
       01  WS-OOS-MATCH-SUB        pic 9(03) comp.
       01  WS-ITEMS-REDIRECTED     pic 9(07) comp.

      *-----------------------------------------------------------------
      * THE SITE'S BIN OUT-OF-SERVICE WINDOWS IN FORCE ON THE
      * PROCESSING DATE, LOADED ONCE AT START-UP.
      *-----------------------------------------------------------------
       01  WS-OOS-TABLE.
           05  WS-OOS-ENTRY        occurs 200 times.
               10  WS-OOS-BIN          pic X(04).
               10  WS-OOS-ALT          pic X(04).
               10  WS-OOS-TO           pic X(08).
               10  WS-OOS-REASON       pic X(20).
       01  WS-CTL-STATUS           pic X(02).
       01  WS-RCTL-STATUS          pic X(02).
       01  WS-BMAST-STATUS         pic X(02).
       01  WS-BIN-FOUND-SWITCH     pic X(01).
           88  FBZ-BIN-FOUND            value "Y".
           88  FBZ-BIN-NOT-FOUND        value "N".
       01  WS-BIN-SUB              pic 9(04) comp.
       01  WS-BIN-MASTER-COUNT     pic 9(04) comp.
       01  WS-BIN-MASTER-TABLE.
           05  WS-BIN-MASTER-ENTRY occurs 999 times.
               10  WS-BIN-CODE         pic X(04).
               10  WS-BIN-DESC         pic X(20).
               10  WS-BIN-ZONE         pic X(02).
               10  WS-BIN-CAP-CLASS    pic X(01).
               10  WS-BIN-HANDLING     pic X(04).
               10  WS-BIN-LONG-DESC    pic X(40).
       01  WS-FEED-LONG-DESC       pic X(40).

      *-----------------------------------------------------------------
      * WHETHER SLOTTING'S LAYOUT 02 FEED IS LIVE ON THE PROCESSING
      * DATE, FROM THE OPTIONAL FBZFMTP CUTOVER PARAMETER.
      *-----------------------------------------------------------------
       01  WS-FEED2-STATUS         pic X(02).
       01  WS-FMT-STATUS           pic X(02).
       01  WS-NEW-LAYOUT-SWITCH    pic X(01).
           88  FBZ-NEW-LAYOUT-LIVE      value "Y".
           88  FBZ-NEW-LAYOUT-OFF       value "N".
       01  WS-MAP-STATUS           pic X(02).
       01  WS-MAP-EOF-SWITCH       pic X(01).
           88  FBZ-MAP-EOF              value "Y".
           end-if
           close FBZ-INDEX-FILE
           close FBZ-FEED-FILE
           if FBZ-NEW-LAYOUT-LIVE
               close FBZ-FEED2-FILE
           end-if
           close FBZ-ITEM-MASTER-FILE
           if FBZ-OVR-FILE-OPEN
               close FBZ-OVERRIDE-FILE
           end-if
           if FBZ-RANGE-MODE
               close FBZ-RANGE-FILE
           end-if
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           initialize FBZ-COUNTERS
           move 0 to WS-ITEMS-NOT-FED
           move 0 to WS-ITEMS-REDIRECTED
           move 0 to WS-OVERRIDES-APPLIED
           accept WS-RUN-DATE from date YYYYMMDD
           accept WS-START-TIME from time
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           perform 1070-SET-FEED-LAYOUTS
               thru 1070-EXIT
           move 100 to WS-LIMIT
           move "01" to WS-SITE-CODE
           open input FBZ-PARM-FILE
           if WS-PARM-STATUS = "00"
               read FBZ-PARM-FILE
               if WS-PARM-STATUS = "00"
                   move FBZ-PARM-LIMIT to WS-LIMIT
                   if FBZ-PARM-SITE not = spaces
                       move FBZ-PARM-SITE to WS-SITE-CODE
                   end-if
               end-if
               close FBZ-PARM-FILE
           end-if
           perform 1100-FIND-PARM-VERSION
               thru 1100-EXIT
           if FBZ-PARM-OUTPUT-MODE not = "L"
               and FBZ-PARM-OUTPUT-MODE not = "C"
               set FBZ-MODE-LISTING to true
                   move 28 to return-code
                   go to 9999-ABEND
               end-if
               if FBZ-NEW-LAYOUT-LIVE
                   open extend FBZ-FEED2-FILE
                   if WS-FEED2-STATUS not = "00"
                       display "FIZZBUZ2 - FBZFED2 OPEN FAILED -"
                           " STATUS " WS-FEED2-STATUS
                       move 28 to return-code
                       go to 9999-ABEND
                   end-if
               end-if
           else
               if FBZ-MODE-CSV
                   open output FBZ-CSV-FILE
                   move 28 to return-code
                   go to 9999-ABEND
               end-if
               if FBZ-NEW-LAYOUT-LIVE
                   open output FBZ-FEED2-FILE
                   if WS-FEED2-STATUS not = "00"
                       display "FIZZBUZ2 - FBZFED2 OPEN FAILED -"
                           " STATUS " WS-FEED2-STATUS
                       move 28 to return-code
                       go to 9999-ABEND
                   end-if
               end-if
           end-if
           perform 1300-LOAD-BIN-MASTER
               thru 1300-EXIT
           perform 1360-LOAD-BIN-OUTAGES
               thru 1360-EXIT
           perform 1760-LOAD-BIN-MAP
               thru 1760-EXIT
           perform 1780-OPEN-ITEM-MASTER
               thru 1780-EXIT
           perform 1790-OPEN-OVERRIDE-FILE
               thru 1790-EXIT
           if FBZ-RANGE-MODE
               perform 1700-LOAD-REQUESTOR-MASTER
                   thru 1700-EXIT
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1070-SET-FEED-LAYOUTS - READ THE OPTIONAL FBZFMTP CUTOVER
      * PARAMETER.  WHEN LAYOUT 02 IS LIVE ON THE PROCESSING DATE
      * EVERY FEED RECORD IS ALSO WRITTEN IN THAT LAYOUT TO FBZFED2.
      * THE FBZFEED STAGE IS WRITTEN EITHER WAY - THE CHAIN'S OWN
      * STEPS READ IT - AND FBZXMIT DECIDES WHICH LAYOUTS ARE SENT.
      * NO DD, NO RECORD OR NO NUMERIC START DATE LEAVES LAYOUT 02
      * OFF.
      *-----------------------------------------------------------------
       1070-SET-FEED-LAYOUTS.
           set FBZ-NEW-LAYOUT-OFF to true
           open input FBZ-FMT-PARM-FILE
           if WS-FMT-STATUS = "00"
               read FBZ-FMT-PARM-FILE
               if WS-FMT-STATUS = "00"
                   and FBZ-FMT-NEW-FROM-DATE is numeric
                   and FBZ-FMT-NEW-FROM-DATE not > WS-RUN-DATE
                   set FBZ-NEW-LAYOUT-LIVE to true
                   display "FIZZBUZ2 - LAYOUT 02 FEED LIVE FROM "
                       FBZ-FMT-NEW-FROM-DATE " - FBZFED2 WRITTEN"
               end-if
           end-if
           close FBZ-FMT-PARM-FILE.
       1070-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-FIND-PARM-VERSION - ESTABLISH THE FBZPHIST VERSION
      * NUMBER OF THE FBZPARM RULE SET THIS RUN IS USING, FOR THE
      * STAMP ON EVERY LISTING, INDEX, FEED AND CONTROL RECORD.
      * FBZMAINT AND FBZPAPLY SAVE THE OUTGOING RULE SET TO FBZPHIST
      * UNDER THE NEXT ASCENDING VERSION EACH TIME FBZPARM IS
      * REPLACED, SO THE LIVE RULE SET IS THE ONE THAT WILL BE
      * SAVED AS THE HIGHEST VERSION ON FILE PLUS ONE - VERSION 1
      * WHEN NO HISTORY HAS BEEN WRITTEN YET.  THE DD IS OPTIONAL
      * AND ONLY EVER READ HERE.
      *-----------------------------------------------------------------
       1100-FIND-PARM-VERSION.
           move zeroes to WS-PARM-VERSION
           set FBZ-PHIST-NOT-EOF to true
           open input FBZ-PARM-HIST-FILE
           if WS-PHIST-STATUS not = "00"
               set FBZ-PHIST-EOF to true
           end-if
           perform 1150-NOTE-ONE-VERSION
               thru 1150-EXIT
               until FBZ-PHIST-EOF
           close FBZ-PARM-HIST-FILE
           add 1 to WS-PARM-VERSION.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-NOTE-ONE-VERSION - NOTE ONE HISTORY RECORD'S VERSION
      * NUMBER WHEN IT IS THE HIGHEST SEEN SO FAR.
      *-----------------------------------------------------------------
       1150-NOTE-ONE-VERSION.
           read FBZ-PARM-HIST-FILE
               at end
                   set FBZ-PHIST-EOF to true
                   go to 1150-EXIT
           end-read
           if FBZ-PHI-VERSION is numeric
               and FBZ-PHI-VERSION > WS-PARM-VERSION
               move FBZ-PHI-VERSION to WS-PARM-VERSION
           end-if.
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1600-WRITE-CSV-HEADER - WRITE THE ONE-TIME COLUMN HEADER ROW
      * TO A FRESHLY-OPENED FBZCSV FILE SO A SPREADSHEET IMPORT
      * FIZZBUZZ, SO THEY COME FROM THE MASTER MAINTAINED BY
      * FBZBMNT RATHER THAN LITERALS IN THIS PROGRAM.  A MISSING OR
      * EMPTY MASTER ABENDS THE RUN (RETURN-CODE 36) BEFORE A
      * SINGLE FEED RECORD IS WRITTEN.  ONLY THE BINS OF THIS RUN'S
      * SITE (FBZ-PARM-SITE) ARE LOADED, SO A MASTER WITH NO BINS
      * FOR THE SITE ABENDS THE SAME WAY.
      *-----------------------------------------------------------------
       1300-LOAD-BIN-MASTER.
           move 0 to WS-BIN-MASTER-COUNT
               until FBZ-BMAST-EOF
           close FBZ-BIN-MASTER-FILE
           if WS-BIN-MASTER-COUNT = zero
               display "FIZZBUZ2 - FBZBMAST HAS NO BINS FOR SITE "
                   WS-SITE-CODE " - RUN TERMINATED"
               move 36 to return-code
               go to 9999-ABEND
           end-if.

      *-----------------------------------------------------------------
      * 1350-LOAD-ONE-BIN - LOAD ONE BIN MASTER ROW INTO THE LOOKUP
      * TABLE.  THE TABLE HOLDS 999 BINS - ROOM FOR A WHOLE
      * RE-ZONED WAREHOUSE - AND AN OVERFLOWING ROW IS REPORTED
      * RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1350-LOAD-ONE-BIN.
           read FBZ-BIN-MASTER-FILE
                   set FBZ-BMAST-EOF to true
                   go to 1350-EXIT
           end-read
           move FBZ-BIN-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 1350-EXIT
           end-if
           if WS-BIN-MASTER-COUNT >= 999
               display "FIZZBUZ2 - BIN MASTER TABLE FULL - BIN "
                   FBZ-BIN-CODE " IGNORED"
               go to 1350-EXIT
           move FBZ-BIN-CAP-CLASS
               to WS-BIN-CAP-CLASS(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-HANDLING
               to WS-BIN-HANDLING(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-LONG-DESC
               to WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT)
           if FBZ-BIN-LONG-DESC = spaces
               move FBZ-BIN-DESC
                   to WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT)
           end-if.
       1350-EXIT.
           exit.

           exit.

      *-----------------------------------------------------------------
      * 1770-LOAD-ONE-MAP-ROW - LOAD ONE MAPPING ROW OF THIS RUN'S
      * SITE; ANOTHER SITE'S ROW IS SKIPPED, AND AN OVERFLOWING ROW
      * IS REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1770-LOAD-ONE-MAP-ROW.
           read FBZ-MAP-FILE
                   set FBZ-MAP-EOF to true
                   go to 1770-EXIT
           end-read
           move FBZ-MAP-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 1770-EXIT
           end-if
           if WS-MAP-COUNT >= 50
               display "FIZZBUZ2 - BIN MAP TABLE FULL - "
                   FBZ-MAP-CATEGORY " IGNORED"
       1770-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1780-OPEN-ITEM-MASTER - OPEN THE FBZITEM ITEM MASTER FOR
      * KEYED LOOKUP.  THE FEED MAY ONLY CARRY ITEMS THE MASTER
      * KNOWS ARE ACTIVE, SO RUNNING WITHOUT IT IS NOT AN OPTION -
      * A FAILED OPEN ENDS THE RUN WITH RETURN-CODE 60.
      *-----------------------------------------------------------------
       1780-OPEN-ITEM-MASTER.
           open input FBZ-ITEM-MASTER-FILE
           if WS-ITEM-STATUS not = "00"
               display "FIZZBUZ2 - FBZITEM OPEN FAILED, STATUS "
                   WS-ITEM-STATUS
               move 60 to return-code
               go to 9999-ABEND
           end-if.
       1780-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1790-OPEN-OVERRIDE-FILE - OPEN THE FBZOVRD PER-ITEM CATEGORY
      * OVERRIDE CLUSTER (MAINTAINED BY FBZOMNT) FOR KEYED LOOKUP.
      * THE DD IS OPTIONAL: WITHOUT IT, OR WITH AN EMPTY CLUSTER,
      * THE DIVISOR RULES DECIDE EVERY NUM AS THEY ALWAYS HAVE.  ANY
      * OTHER OPEN FAILURE ENDS THE RUN WITH RETURN-CODE 64 RATHER
      * THAN SILENTLY IGNORING OVERRIDES THAT WERE APPROVED.
      *-----------------------------------------------------------------
       1790-OPEN-OVERRIDE-FILE.
           set FBZ-OVR-FILE-ABSENT to true
           open input FBZ-OVERRIDE-FILE
           evaluate WS-OVR-STATUS
               when "00"
                   set FBZ-OVR-FILE-OPEN to true
               when "05"
               when "35"
                   continue
               when other
                   display "FIZZBUZ2 - FBZOVRD OPEN FAILED, STATUS "
                       WS-OVR-STATUS
                   move 64 to return-code
                   go to 9999-ABEND
           end-evaluate.
       1790-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A PRIOR
      * RUN OF THIS PROGRAM.  IN SINGLE-RANGE MODE, A CHECKPOINT
           move spaces to FBZ-OUTPUT-RECORD
           move "2" to FBZ-REC-PRODUCER
           move WS-REQUESTOR to FBZ-REC-REQUESTOR
           move WS-PARM-VERSION to FBZ-REC-PARM-VERSION
           move WS-SITE-CODE to FBZ-REC-SITE
           move Num to FBZ-REC-NUM
           evaluate function mod(Num 3) also function mod(Num 5)
               when 0 also 0
           end-evaluate
           add 1 to FBZ-CNT-TOTAL
           add 1 to WS-REQ-RECORD-COUNT
           perform 2600-LOOKUP-ITEM
               thru 2600-EXIT
           perform 2400-APPLY-OVERRIDE
               thru 2400-EXIT
           if FBZ-MODE-CSV
               perform 2500-WRITE-CSV-RECORD
                   thru 2500-EXIT
           move FBZ-REC-TEXT to FBZ-IDX-TEXT
           move FBZ-REC-PRODUCER to FBZ-IDX-PRODUCER
           move FBZ-REC-REQUESTOR to FBZ-IDX-REQUESTOR
           move FBZ-REC-ITEM-DESC to FBZ-IDX-ITEM-DESC
           move FBZ-REC-OVERRIDE-FLAG to FBZ-IDX-OVERRIDE-FLAG
           move FBZ-REC-PARM-VERSION to FBZ-IDX-PARM-VERSION
           move FBZ-REC-PROFILE to FBZ-IDX-PROFILE
           move FBZ-REC-SITE to FBZ-IDX-SITE
           write FBZ-INDEX-RECORD
           if FBZ-ITEM-ACTIVE
               move spaces to FBZ-FEED-RECORD
               move FBZ-REC-NUM to FBZ-FEED-ITEM-NUM
               move WS-RUN-DATE to FBZ-FEED-SENT-DATE
               move FBZ-REC-ITEM-DESC to FBZ-FEED-ITEM-DESC
               move FBZ-REC-PARM-VERSION to FBZ-FEED-PARM-VERSION
               move FBZ-REC-PROFILE to FBZ-FEED-PROFILE
               move FBZ-REC-SITE to FBZ-FEED-SITE
               perform 2650-DERIVE-BIN-CODE
                   thru 2650-EXIT
               perform 2700-ENRICH-FEED-RECORD
                   thru 2700-EXIT
               write FBZ-FEED-RECORD
               if FBZ-NEW-LAYOUT-LIVE
                   perform 2790-WRITE-NEW-LAYOUT-RECORD
                       thru 2790-EXIT
               end-if
           else
               add 1 to WS-ITEMS-NOT-FED
           end-if
           add 1 to WS-CHECKPOINT-COUNT
           if WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               perform 5000-WRITE-CHECKPOINT
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2400-APPLY-OVERRIDE - KEYED READ OF THE FBZOVRD CLUSTER FOR
      * THE CURRENT NUM.  AN APPROVED OVERRIDE WHOSE EFFECTIVE/
      * EXPIRY WINDOW TAKES IN THE RUN DATE REPLACES THE CATEGORY
      * AND TEXT THE RULES GAVE THE RECORD AND FLAGS IT, SO THE
      * LISTING, FBZIDX, THE FEED'S BIN CODE AND (THROUGH FBZLOAD)
      * FBZHIST ALL CARRY THE FORCED CATEGORY.  A PENDING, EXPIRED
      * OR NOT-YET-EFFECTIVE OVERRIDE IS IGNORED.  THE CATEGORY
      * COUNTERS STAY AS THE RULES DECIDED - THEY ARE THE RULE
      * TABLE'S CONTROL TOTALS - AND THE OVERRIDES ARE COUNTED ON
      * THEIR OWN SUMMARY LINE.
      *-----------------------------------------------------------------
       2400-APPLY-OVERRIDE.
           if FBZ-OVR-FILE-ABSENT
               go to 2400-EXIT
           end-if
           move Num to FBZ-OVR-NUM
           read FBZ-OVERRIDE-FILE
               invalid key
                   go to 2400-EXIT
           end-read
           if not FBZ-OVR-IS-APPROVED
               or FBZ-OVR-EFF-DATE > WS-RUN-DATE
               or FBZ-OVR-EXP-DATE < WS-RUN-DATE
               go to 2400-EXIT
           end-if
           move FBZ-OVR-CATEGORY to FBZ-REC-CATEGORY
           move FBZ-OVR-TEXT to FBZ-REC-TEXT
           set FBZ-REC-IS-OVERRIDE to true
           add 1 to WS-OVERRIDES-APPLIED.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-WRITE-CSV-RECORD - BUILD ONE DELIMITED CSV ROW FROM THE
      * OUTPUT RECORD FIELDS ALREADY SET IN 2000-PROCESS-RANGE AND
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-LOOKUP-ITEM - KEYED READ OF THE FBZITEM ITEM MASTER FOR
      * THE CURRENT NUM.  THE DESCRIPTION (SPACES WHEN THE NUM IS
      * NOT ON THE MASTER) GOES ON THE OUTPUT RECORD, AND THE
      * SWITCH IS SET ONLY FOR AN ACTIVE ITEM - DISCONTINUED,
      * PENDING AND UNKNOWN NUMS STAY ON THE LISTING BUT ARE KEPT
      * OFF THE SLOTTING FEED.
      *-----------------------------------------------------------------
       2600-LOOKUP-ITEM.
           set FBZ-ITEM-NOT-ACTIVE to true
           move spaces to FBZ-REC-ITEM-DESC
           move Num to FBZ-ITM-NUM
           read FBZ-ITEM-MASTER-FILE
               invalid key
                   go to 2600-EXIT
           end-read
           move FBZ-ITM-DESC to FBZ-REC-ITEM-DESC
           if FBZ-ITM-IS-ACTIVE
               set FBZ-ITEM-ACTIVE to true
           end-if.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2650-DERIVE-BIN-CODE - THE FEED BIN CODE FOR THE RECORD'S
      * CATEGORY: THE FBZCMAP MAPPING FIRST, THE FIXED FIZZ/BUZZ/
       2680-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1360-LOAD-BIN-OUTAGES - LOAD THE SITE'S BIN OUT-OF-SERVICE
      * WINDOWS (FBZBOOS) THAT COVER THE PROCESSING DATE.  NO DD OR
      * AN EMPTY FILE MEANS EVERY BIN IS IN SERVICE.
      *-----------------------------------------------------------------
       1360-LOAD-BIN-OUTAGES.
           move 0 to WS-OOS-COUNT
           set FBZ-OOS-NOT-EOF to true
           open input FBZ-OUTAGE-FILE
           if WS-OOS-STATUS not = "00"
               go to 1360-EXIT
           end-if
           perform 1370-LOAD-ONE-OUTAGE
               thru 1370-EXIT
               until FBZ-OOS-EOF
           close FBZ-OUTAGE-FILE
           if WS-OOS-COUNT > 0
               display "FIZZBUZ2 - " WS-OOS-COUNT
                   " BIN(S) OUT OF SERVICE ON " WS-RUN-DATE
           end-if.
       1360-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1370-LOAD-ONE-OUTAGE - KEEP ONE WINDOW IF IT IS FOR THIS SITE
      * AND ITS FROM AND TO DATES (INCLUSIVE) SPAN THE PROCESSING
      * DATE.  AN OVERFLOWING ROW IS REPORTED RATHER THAN SILENTLY
      * DROPPED.
      *-----------------------------------------------------------------
       1370-LOAD-ONE-OUTAGE.
           read FBZ-OUTAGE-FILE
               at end
                   set FBZ-OOS-EOF to true
                   go to 1370-EXIT
           end-read
           move FBZ-BOS-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 1370-EXIT
           end-if
           if FBZ-BOS-FROM-DATE > WS-RUN-DATE
               or FBZ-BOS-TO-DATE < WS-RUN-DATE
               go to 1370-EXIT
           end-if
           if WS-OOS-COUNT >= 200
               display "FIZZBUZ2 - OUTAGE TABLE FULL - BIN "
                   FBZ-BOS-BIN-CODE " IGNORED"
               go to 1370-EXIT
           end-if
           add 1 to WS-OOS-COUNT
           move FBZ-BOS-BIN-CODE to WS-OOS-BIN(WS-OOS-COUNT)
           move FBZ-BOS-ALT-BIN to WS-OOS-ALT(WS-OOS-COUNT)
           move FBZ-BOS-TO-DATE to WS-OOS-TO(WS-OOS-COUNT)
           move FBZ-BOS-REASON to WS-OOS-REASON(WS-OOS-COUNT).
       1370-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-ENRICH-FEED-RECORD - CARRY THE BIN MASTER'S ATTRIBUTES
      * (DESCRIPTION, ZONE, CAPACITY CLASS, HANDLING FLAGS) INTO
      * THE FEED RECORD FOR THE BIN CODE JUST ASSIGNED.  A BIN CODE
      * WITH NO MASTER ROW ABENDS THE RUN (RETURN-CODE 40) - WE
      * STOP SHIPPING UNMAPPED RECORDS DOWNSTREAM INSTEAD OF
      * LETTING SLOTTING REJECT THEM BY PHONE.  A BIN OUT OF
      * SERVICE TODAY IS SWAPPED FOR ITS ALTERNATE FIRST, SO THE
      * ALTERNATE'S ATTRIBUTES ARE THE ONES CARRIED.
      *-----------------------------------------------------------------
       2700-ENRICH-FEED-RECORD.
           perform 2720-APPLY-BIN-OUTAGE
               thru 2720-EXIT
           set FBZ-BIN-NOT-FOUND to true
           perform 2750-MATCH-ONE-BIN
               thru 2750-EXIT
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2720-APPLY-BIN-OUTAGE - WHEN THE ASSIGNED BIN IS IN AN
      * OUT-OF-SERVICE WINDOW, SEND THE ITEM TO THE WINDOW'S
      * ALTERNATE BIN, KEEPING THE ORIGINAL BIN AND A REDIRECT FLAG
      * ON THE FEED RECORD SO SLOTTING AND THE BIN OUT-OF-SERVICE
      * REPORT CAN SEE WHAT MOVED.  A WINDOW WITH NO ALTERNATE, OR
      * AN ALTERNATE THAT IS ITSELF OUT OF SERVICE, ABENDS THE RUN
      * (RETURN-CODE 68) - SLOTTING WOULD ONLY REJECT THE ITEM.
      *-----------------------------------------------------------------
       2720-APPLY-BIN-OUTAGE.
           perform 2730-FIND-OUTAGE
               thru 2730-EXIT
           if WS-OOS-MATCH-SUB = zero
               go to 2720-EXIT
           end-if
           if WS-OOS-ALT(WS-OOS-MATCH-SUB) = spaces
               display "FIZZBUZ2 - BIN " FBZ-FEED-BIN-CODE
                   " OUT OF SERVICE THRU " WS-OOS-TO(WS-OOS-MATCH-SUB)
                   " WITH NO ALTERNATE (NUM " FBZ-REC-NUM
                   ") - RUN TERMINATED"
               move 68 to return-code
               go to 9999-ABEND
           end-if
           move FBZ-FEED-BIN-CODE to FBZ-FEED-ORIG-BIN
           set FBZ-FEED-IS-REDIRECTED to true
           move WS-OOS-ALT(WS-OOS-MATCH-SUB) to FBZ-FEED-BIN-CODE
           add 1 to WS-ITEMS-REDIRECTED
           perform 2730-FIND-OUTAGE
               thru 2730-EXIT
           if WS-OOS-MATCH-SUB not = zero
               display "FIZZBUZ2 - ALTERNATE BIN " FBZ-FEED-BIN-CODE
                   " FOR BIN " FBZ-FEED-ORIG-BIN
                   " IS ALSO OUT OF SERVICE (NUM " FBZ-REC-NUM
                   ") - RUN TERMINATED"
               move 68 to return-code
               go to 9999-ABEND
           end-if.
       2720-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2730-FIND-OUTAGE - LOCATE THE FEED RECORD'S BIN CODE IN THE
      * OUTAGE TABLE, LEAVING WS-OOS-MATCH-SUB ZERO WHEN THE BIN IS
      * IN SERVICE.
      *-----------------------------------------------------------------
       2730-FIND-OUTAGE.
           move 0 to WS-OOS-MATCH-SUB
           perform 2740-MATCH-ONE-OUTAGE
               thru 2740-EXIT
               varying WS-OOS-SUB from 1 by 1
               until WS-OOS-SUB > WS-OOS-COUNT
                   or WS-OOS-MATCH-SUB > 0.
       2730-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2740-MATCH-ONE-OUTAGE - TEST ONE OUTAGE TABLE ENTRY AGAINST
      * THE FEED RECORD'S BIN CODE.
      *-----------------------------------------------------------------
       2740-MATCH-ONE-OUTAGE.
           if WS-OOS-BIN(WS-OOS-SUB) = FBZ-FEED-BIN-CODE
               move WS-OOS-SUB to WS-OOS-MATCH-SUB
           end-if.
       2740-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2750-MATCH-ONE-BIN - TEST ONE LOOKUP TABLE ENTRY AGAINST THE
      * FEED RECORD'S BIN CODE AND CARRY ITS ATTRIBUTES ON A MATCH.
                   to FBZ-FEED-CAP-CLASS
               move WS-BIN-HANDLING(WS-BIN-SUB)
                   to FBZ-FEED-HANDLING
               move WS-BIN-LONG-DESC(WS-BIN-SUB)
                   to WS-FEED-LONG-DESC
           end-if.
       2750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2790-WRITE-NEW-LAYOUT-RECORD - WRITE THE ENRICHED FEED RECORD
      * AGAIN AS A LAYOUT 02 (FBZFD2) DETAIL RECORD, ADDING THE
      * CATEGORY AND THE BIN'S LONG DESCRIPTION THE FBZFEED LAYOUT
      * HAS NO ROOM FOR.
      *-----------------------------------------------------------------
       2790-WRITE-NEW-LAYOUT-RECORD.
           move spaces to FBZ-FD2-RECORD
           set FBZ-FD2-IS-DETAIL to true
           move FBZ-FEED-ITEM-NUM to FBZ-FD2-ITEM-NUM
           move FBZ-FEED-BIN-CODE to FBZ-FD2-BIN-CODE
           move FBZ-REC-CATEGORY to FBZ-FD2-CATEGORY
           move WS-FEED-LONG-DESC to FBZ-FD2-BIN-DESC
           move FBZ-FEED-ITEM-DESC to FBZ-FD2-ITEM-DESC
           move FBZ-FEED-SENT-DATE to FBZ-FD2-SENT-DATE
           move FBZ-FEED-ZONE to FBZ-FD2-ZONE
           move FBZ-FEED-CAP-CLASS to FBZ-FD2-CAP-CLASS
           move FBZ-FEED-HANDLING to FBZ-FD2-HANDLING
           move FBZ-FEED-PARM-VERSION to FBZ-FD2-PARM-VERSION
           move FBZ-FEED-PROFILE to FBZ-FD2-PROFILE
           move FBZ-FEED-SITE to FBZ-FD2-SITE
           move FBZ-FEED-REDIRECT-FLAG to FBZ-FD2-REDIRECT-FLAG
           move FBZ-FEED-ORIG-BIN to FBZ-FD2-ORIG-BIN
           write FBZ-FD2-RECORD.
       2790-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-WRITE-CHECKPOINT - SAVE THE LAST COMPLETED NUM SO A
      * SUBSEQUENT RUN CAN RESTART FROM HERE INSTEAD OF REPROCESSING
           display "  BUZZ ONLY . . . . . . . . " FBZ-CNT-BUZZ-ONLY
           display "  FIZZBUZZ. . . . . . . . . " FBZ-CNT-FIZZBUZZ
           display "  PLAIN NUMBERS . . . . . . " FBZ-CNT-PLAIN-NUMBER
           display "  TOTAL RECORDS WRITTEN . . " FBZ-CNT-TOTAL
           display "  NOT FED - ITEM NOT ACTIVE " WS-ITEMS-NOT-FED
           display "  CATEGORY OVERRIDES APPLIED" WS-OVERRIDES-APPLIED
           display "  ITEMS REDIRECTED. . . . . " WS-ITEMS-REDIRECTED
           display "  PARAMETER VERSION . . . . " WS-PARM-VERSION
           display "  SITE. . . . . . . . . . . " WS-SITE-CODE.
       6000-EXIT.
           exit.

           move WS-LIMIT to FBZ-CTL-LIMIT
           move WS-START-NUM to FBZ-CTL-START-NUM
           move FBZ-CNT-TOTAL to FBZ-CTL-TOTAL
           move WS-PARM-VERSION to FBZ-CTL-PARM-VERSION
           move WS-SITE-CODE to FBZ-CTL-SITE
           open extend FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               open output FBZ-CONTROL-FILE

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO FROM
      * ANYWHERE IN THE PROCEDURE DIVISION THAT DETECTS A CONDITION THE
      * RUN CANNOT CONTINUE FROM, WITH RETURN-CODE ALREADY SET BY THE
      * PARAGRAPH THAT DETECTED THE PROBLEM (16 - INVALID LIMIT,
      * 20 - LISTING/CSV OUTPUT FILE OPEN FAILED, 24 - FBZIDX OPEN
      * FAILED, 28 - FBZFEED OR FBZFED2 OPEN FAILED, 32 - FBZCHKPT OPEN
      * OR WRITE FAILED, 36 - FBZBMAST MISSING OR NO BINS FOR THE SITE,
      * 40 - NO BIN MASTER ROW FOR A FEED BIN, 44 - REQUEST WITH
      * FBZRQMST MISSING OR EMPTY, 48 - REQUESTOR NOT ACTIVE, 56 - NO
      * BIN CODE MAPPING FOR A CATEGORY, 60 - FBZITEM OPEN FAILED,
      * 64 - FBZOVRD OPEN FAILED, 68 - BIN OUT OF SERVICE WITH NO
      * USABLE ALTERNATE) SO THE JOB SCHEDULER AND ANY COND-BASED STEP
      * CHAIN CAN TELL ONE FAILURE FROM ANOTHER INSTEAD OF SEEING ONE
      * UNDIFFERENTIATED NON-ZERO CODE.  WRITES AN AUDIT RECORD BEFORE
      * STOPPING SO A FAILED RUN LEAVES THE SAME TRAIL IN FBZAUDIT A
      * SUCCESSFUL ONE DOES, WITH THE FAILING RETURN-CODE IN PLACE OF A
      * CLEAN ONE.
      *-----------------------------------------------------------------
       9999-ABEND.
           perform 7000-WRITE-AUDIT-RECORD
