      *                   RESUMED TAIL, AND A CORRECT REGENERATION
      *                   OF EXACTLY THE DAYS THIS RECOVERY TOOL
      *                   EXISTS FOR WAS REPORTED AS A MISMATCH.
      *   2026-10-15  AS  EACH ROW IS LOOKED UP ON THE FBZITEM ITEM
      *                   MASTER: THE DESCRIPTION GOES ON THE
      *                   FIZZOUT AND FEED RECORDS, AND ONLY AN
      *                   ACTIVE ITEM IS WRITTEN TO THE FEED, THE
      *                   SAME AS THE VARIANTS.  THE MASTER IS READ
      *                   AS IT STANDS TODAY - AN ITEM DISCONTINUED
      *                   SINCE THE ORIGINAL RUN IS NOT RE-SLOTTED.
      *                   A FAILED FBZITEM OPEN IS RETURN-CODE 60.
      *   2026-10-15  AS  THE FBZHIST OVERRIDDEN COLUMN IS NOW
      *                   UNLOADED TOO, SO A REGENERATED LISTING
      *                   CARRIES THE SAME OVERRIDE FLAG THE
      *                   ORIGINAL RUN WROTE.
      *   2026-10-15  AS  THE PARM_VERSION AND PROFILE_ID COLUMNS
      *                   ARE NOW UNLOADED TOO, SO THE REGENERATED
      *                   LISTING AND FEED CARRY THE SAME RULE-SET
      *                   STAMP THE ORIGINAL RUN WROTE.
      *   2026-10-15  AS  THE BIN MASTER TABLE HOLDS 999 BINS, UP FROM
      *                   50 - WITH FBZBMAS RE-ZONING WHOLE AISLES IN
      *                   ONE BATCH THE MASTER RUNS TO HUNDREDS OF BINS.
      *   2026-10-15  AS  FBZULPRM NOW NAMES THE WAREHOUSE SITE TO
      *                   REGENERATE (BLANK = SITE 01).  ONLY THAT
      *                   SITE'S FBZHIST ROWS ARE UNLOADED, THE FEED
      *                   IS RE-ENRICHED FROM THAT SITE'S BINS, AND
      *                   BOTH FILES CARRY THE SITE.
      *   2026-10-15  AS  THE REGENERATED FEED APPLIES THE BIN OUT-OF-
      *                   SERVICE WINDOWS (FBZBOOS, SEE FBZBOS) IN FORCE
      *                   ON THE RUN DATE, REDIRECTING ITEMS TO THE
      *                   ALTERNATE BIN AS THE ORIGINAL RUN DID, AND
      *                   COUNTS THEM IN THE SUMMARY.  NO USABLE
      *                   ALTERNATE IS RETURN-CODE 68.
      *   2026-10-15  AS  WHEN THE FBZFMTP CUTOVER PARAMETER (SEE
      *                   FBZFMT) HAD SLOTTING'S LAYOUT 02 FEED LIVE ON
      *                   THE DATE BEING REGENERATED, THAT FEED IS
      *                   REGENERATED TOO, TO FBZFED2, WITH THE FBZHIST
      *                   CATEGORY AND THE BIN'S LONG DESCRIPTION.  OPEN
      *                   FAILURE IS RETURN-CODE 28 LIKE FBZFEED.
      *=================================================================
       identification division.
       program-id. FBZUNLD.
           select FBZ-BIN-MASTER-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-BMAST-STATUS.
           select FBZ-ITEM-MASTER-FILE assign to FBZITEM
               organization is indexed
               access mode is random
               record key is FBZ-ITM-NUM
               file status is WS-ITEM-STATUS.
           select FIZZOUT-FILE assign to FIZZOUT
               organization is line sequential
               file status is WS-FIZZOUT-STATUS.
           select FBZ-FEED-FILE assign to FBZFEED
               organization is line sequential
               file status is WS-FEED-STATUS.
           select optional FBZ-OUTAGE-FILE assign to FBZBOOS
               organization is line sequential
               file status is WS-OOS-STATUS.
           select FBZ-FEED2-FILE assign to FBZFED2
               organization is line sequential
               file status is WS-FEED2-STATUS.
           select optional FBZ-FMT-PARM-FILE assign to FBZFMTP
               organization is line sequential
               file status is WS-FMT-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZBIN.

       fd  FBZ-ITEM-MASTER-FILE
           block contains 0 records.
           copy FBZITM.

       fd  FIZZOUT-FILE
           block contains 0 records
           recording mode is F.
           recording mode is F.
           copy FBZFEED.

       fd  FBZ-OUTAGE-FILE
           recording mode is F.
           copy FBZBOS.

       fd  FBZ-FEED2-FILE
           block contains 0 records
           recording mode is F.
           copy FBZFD2.

       fd  FBZ-FMT-PARM-FILE
           recording mode is F.
           copy FBZFMT.

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-AUDIT-STATUS         pic X(02).
       01  WS-BMAST-STATUS         pic X(02).
       01  WS-FIZZOUT-STATUS       pic X(02).
       01  WS-FEED-STATUS          pic X(02).
       01  WS-FEED2-STATUS         pic X(02).
       01  WS-FMT-STATUS           pic X(02).
       01  WS-NEW-LAYOUT-SWITCH    pic X(01).
           88  FBZUNL-NEW-LAYOUT-LIVE   value "Y".
           88  FBZUNL-NEW-LAYOUT-OFF    value "N".
       01  WS-FEED-LONG-DESC       pic X(40).
       01  WS-ITEM-STATUS          pic X(02).
       01  WS-ITEM-ACTIVE-SWITCH   pic X(01).
           88  FBZUNL-ITEM-ACTIVE       value "Y".
           88  FBZUNL-ITEM-NOT-ACTIVE   value "N".
       01  WS-FETCH-EOF-SWITCH     pic X(01).
           88  FBZUNL-FETCH-EOF         value "Y".
           88  FBZUNL-NOT-FETCH-EOF     value "N".
           88  FBZUNL-AUDIT-FOUND       value "Y".
           88  FBZUNL-AUDIT-MISSING     value "N".
       01  WS-ROWS-UNLOADED        pic 9(07).
       01  WS-ROWS-NOT-FED         pic 9(07).
       01  WS-ROWS-REDIRECTED      pic 9(07).
       01  WS-AUDIT-DAY-LIMIT      pic 9(05).
       01  WS-PRODUCER-DIGIT       pic X(01).
       01  WS-ROW-SITE             pic X(02).
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

      *-----------------------------------------------------------------
      * THE SITE'S BIN OUT-OF-SERVICE WINDOWS IN FORCE ON THE DATE
      * BEING REGENERATED, SO THE FEED IS REDIRECTED AS IT WAS.
      *-----------------------------------------------------------------
       01  WS-OOS-STATUS           pic X(02).
       01  WS-OOS-EOF-SWITCH       pic X(01).
           88  FBZUNL-OOS-EOF           value "Y".
           88  FBZUNL-OOS-NOT-EOF       value "N".
       01  WS-OOS-SUB              pic 9(03) comp.
       01  WS-OOS-MATCH-SUB        pic 9(03) comp.
       01  WS-OOS-COUNT            pic 9(03) comp.
       01  WS-OOS-TABLE.
           05  WS-OOS-ENTRY        occurs 200 times.
               10  WS-OOS-BIN          pic X(04).
               10  WS-OOS-ALT          pic X(04).
               10  WS-OOS-TO           pic X(08).

           exec sql include sqlca end-exec.

       01  DCL-FBZ-NUM             pic S9(09) comp.
       01  DCL-CATEGORY            pic X(08).
       01  DCL-REC-TEXT            pic X(40).
       01  DCL-OVERRIDDEN          pic X(01).
       01  DCL-PARM-VERSION        pic S9(09) comp.
       01  DCL-PROFILE-ID          pic X(08).
       01  DCL-SITE-CODE           pic X(02).
           exec sql end declare section end-exec.

           exec sql
               declare UNLOAD-CSR cursor for
                   select FBZ_NUM, CATEGORY, REC_TEXT, OVERRIDDEN,
                          PARM_VERSION, PROFILE_ID
                     from FBZHIST
                    where RUN_DATE = :DCL-RUN-DATE
                      and PROGRAM_ID = :DCL-PROGRAM-ID
                      and SITE_CODE = :DCL-SITE-CODE
                    order by FBZ_NUM
           end-exec.

               until FBZUNL-FETCH-EOF
           close FIZZOUT-FILE
           close FBZ-FEED-FILE
           if FBZUNL-NEW-LAYOUT-LIVE
               close FBZ-FEED2-FILE
           end-if
           close FBZ-ITEM-MASTER-FILE
           perform 5000-CHECK-AUDIT-COUNT
               thru 5000-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
       1000-INITIALIZE.
           move 0 to return-code
           move 0 to WS-ROWS-UNLOADED
           move 0 to WS-ROWS-NOT-FED
           move 0 to WS-ROWS-REDIRECTED
           move 0 to WS-AUDIT-DAY-LIMIT
           set FBZUNL-NOT-FETCH-EOF to true
           open input FBZ-UNLOAD-PARM-FILE
           move FBZ-UNL-RUN-DATE to DCL-RUN-DATE
           move FBZ-UNL-PROGRAM-ID to DCL-PROGRAM-ID
           move FBZ-UNL-PROGRAM-ID(8:1) to WS-PRODUCER-DIGIT
           move FBZ-UNL-SITE to DCL-SITE-CODE
           if DCL-SITE-CODE = spaces
               move "01" to DCL-SITE-CODE
           end-if
           perform 1070-SET-FEED-LAYOUTS
               thru 1070-EXIT
           perform 1300-LOAD-BIN-MASTER
               thru 1300-EXIT
           perform 1400-LOAD-BIN-OUTAGES
               thru 1400-EXIT
           open input FBZ-ITEM-MASTER-FILE
           if WS-ITEM-STATUS not = "00"
               display "FBZUNLD - FBZITEM OPEN FAILED - STATUS "
                   WS-ITEM-STATUS
               move 60 to return-code
               go to 9999-ABEND
           end-if
           open output FIZZOUT-FILE
           if WS-FIZZOUT-STATUS not = "00"
               display "FBZUNLD - FIZZOUT OPEN FAILED - STATUS "
               move 28 to return-code
               go to 9999-ABEND
           end-if
           if FBZUNL-NEW-LAYOUT-LIVE
               open output FBZ-FEED2-FILE
               if WS-FEED2-STATUS not = "00"
                   display "FBZUNLD - FBZFED2 OPEN FAILED - STATUS "
                       WS-FEED2-STATUS
                   move 28 to return-code
                   go to 9999-ABEND
               end-if
           end-if
           exec sql
               open UNLOAD-CSR
           end-exec
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1070-SET-FEED-LAYOUTS - READ THE OPTIONAL FBZFMTP CUTOVER
      * PARAMETER THE VARIANTS READ.  WHEN LAYOUT 02 WAS LIVE ON THE
      * DATE BEING REGENERATED THE ORIGINAL RUN WROTE IT, SO IT IS
      * REGENERATED TO FBZFED2 ALONGSIDE FBZFEED.  NO DD, NO RECORD
      * OR NO NUMERIC START DATE LEAVES LAYOUT 02 OFF.
      *-----------------------------------------------------------------
       1070-SET-FEED-LAYOUTS.
           set FBZUNL-NEW-LAYOUT-OFF to true
           open input FBZ-FMT-PARM-FILE
           if WS-FMT-STATUS = "00"
               read FBZ-FMT-PARM-FILE
               if WS-FMT-STATUS = "00"
                   and FBZ-FMT-NEW-FROM-DATE is numeric
                   and FBZ-FMT-NEW-FROM-DATE not > DCL-RUN-DATE
                   set FBZUNL-NEW-LAYOUT-LIVE to true
               end-if
           end-if
           close FBZ-FMT-PARM-FILE.
       1070-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-LOAD-BIN-MASTER - LOAD THE BIN MASTER INTO THE LOOKUP
      * TABLE, THE SAME WAY THE VARIANTS DO AT START-UP.  MISSING
               until FBZUNL-BMAST-EOF
           close FBZ-BIN-MASTER-FILE
           if WS-BIN-MASTER-COUNT = zero
               display "FBZUNLD - FBZBMAST HAS NO BINS FOR SITE "
                   DCL-SITE-CODE " - RUN TERMINATED"
               move 36 to return-code
               go to 9999-ABEND
           end-if.

      *-----------------------------------------------------------------
      * 1350-LOAD-ONE-BIN - LOAD ONE BIN MASTER ROW INTO THE LOOKUP
      * TABLE.  ONLY THE REQUESTED SITE'S BINS ARE LOADED.
      *-----------------------------------------------------------------
       1350-LOAD-ONE-BIN.
           read FBZ-BIN-MASTER-FILE
                   set FBZUNL-BMAST-EOF to true
                   go to 1350-EXIT
           end-read
           move FBZ-BIN-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = DCL-SITE-CODE
               go to 1350-EXIT
           end-if
           if WS-BIN-MASTER-COUNT >= 999
               display "FBZUNLD - BIN MASTER TABLE FULL - BIN "
                   FBZ-BIN-CODE " IGNORED"
               go to 1350-EXIT
           move FBZ-BIN-CAP-CLASS
               to WS-BIN-CAP-CLASS(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-HANDLING
               to WS-BIN-HANDLING(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-LONG-DESC
               to WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT)
           if WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT) = spaces
               move FBZ-BIN-DESC
                   to WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT)
           end-if.
       1350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1400-LOAD-BIN-OUTAGES - LOAD THE SITE'S BIN OUT-OF-SERVICE
      * WINDOWS (FBZBOOS) THAT COVER THE DATE BEING REGENERATED.
      * NO DD OR AN EMPTY FILE MEANS EVERY BIN IS IN SERVICE.
      *-----------------------------------------------------------------
       1400-LOAD-BIN-OUTAGES.
           move 0 to WS-OOS-COUNT
           set FBZUNL-OOS-NOT-EOF to true
           open input FBZ-OUTAGE-FILE
           if WS-OOS-STATUS not = "00"
               go to 1400-EXIT
           end-if
           perform 1450-LOAD-ONE-OUTAGE
               thru 1450-EXIT
               until FBZUNL-OOS-EOF
           close FBZ-OUTAGE-FILE.
       1400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1450-LOAD-ONE-OUTAGE - KEEP ONE WINDOW IF IT IS FOR THIS SITE
      * AND ITS FROM AND TO DATES (INCLUSIVE) SPAN THE RUN DATE; AN
      * OVERFLOWING ROW IS REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1450-LOAD-ONE-OUTAGE.
           read FBZ-OUTAGE-FILE
               at end
                   set FBZUNL-OOS-EOF to true
                   go to 1450-EXIT
           end-read
           move FBZ-BOS-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = DCL-SITE-CODE
               go to 1450-EXIT
           end-if
           if FBZ-BOS-FROM-DATE > DCL-RUN-DATE
               or FBZ-BOS-TO-DATE < DCL-RUN-DATE
               go to 1450-EXIT
           end-if
           if WS-OOS-COUNT >= 200
               display "FBZUNLD - OUTAGE TABLE FULL - BIN "
                   FBZ-BOS-BIN-CODE " IGNORED"
               go to 1450-EXIT
           end-if
           add 1 to WS-OOS-COUNT
           move FBZ-BOS-BIN-CODE to WS-OOS-BIN(WS-OOS-COUNT)
           move FBZ-BOS-ALT-BIN to WS-OOS-ALT(WS-OOS-COUNT)
           move FBZ-BOS-TO-DATE to WS-OOS-TO(WS-OOS-COUNT).
       1450-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-UNLOAD-ONE-ROW - REWRITE ONE FBZHIST ROW AS A FIZZOUT
      * RECORD AND A FEED RECORD, EXACTLY AS THE ORIGINAL RUN WOULD
      * HAVE WRITTEN THEM: SPACE-FILLED RECORDS, THE PRODUCER DIGIT
      * FROM THE PROGRAM-ID, THE BIN CODE FROM THE CATEGORY, THE
      * MASTER'S ATTRIBUTES, AND THE ORIGINAL RUN DATE AS THE FEED
      * SENT DATE.  A NUM THAT IS NOT AN ACTIVE ITEM GETS ITS
      * FIZZOUT RECORD BUT NO FEED RECORD.
      *-----------------------------------------------------------------
       2000-UNLOAD-ONE-ROW.
           add 1 to WS-ROWS-UNLOADED
           move DCL-FBZ-NUM to FBZ-REC-NUM
           move DCL-CATEGORY to FBZ-REC-CATEGORY
           move DCL-REC-TEXT to FBZ-REC-TEXT
           if DCL-OVERRIDDEN = "Y"
               set FBZ-REC-IS-OVERRIDE to true
           end-if
           move WS-PRODUCER-DIGIT to FBZ-REC-PRODUCER
           move DCL-PARM-VERSION to FBZ-REC-PARM-VERSION
           move DCL-PROFILE-ID to FBZ-REC-PROFILE
           move DCL-SITE-CODE to FBZ-REC-SITE
           perform 2600-LOOKUP-ITEM
               thru 2600-EXIT
           write FBZ-OUTPUT-RECORD
           if FBZUNL-ITEM-NOT-ACTIVE
               add 1 to WS-ROWS-NOT-FED
               perform 2100-FETCH-NEXT-ROW
                   thru 2100-EXIT
               go to 2000-EXIT
           end-if
           move spaces to FBZ-FEED-RECORD
           move FBZ-REC-ITEM-DESC to FBZ-FEED-ITEM-DESC
           move FBZ-REC-PARM-VERSION to FBZ-FEED-PARM-VERSION
           move FBZ-REC-PROFILE to FBZ-FEED-PROFILE
           move FBZ-REC-SITE to FBZ-FEED-SITE
           move FBZ-REC-NUM to FBZ-FEED-ITEM-NUM
           move DCL-RUN-DATE to FBZ-FEED-SENT-DATE
           evaluate true
           perform 2700-ENRICH-FEED-RECORD
               thru 2700-EXIT
           write FBZ-FEED-RECORD
           if FBZUNL-NEW-LAYOUT-LIVE
               perform 2790-WRITE-NEW-LAYOUT-RECORD
                   thru 2790-EXIT
           end-if
           perform 2100-FETCH-NEXT-ROW
               thru 2100-EXIT.
       2000-EXIT.
       2100-FETCH-NEXT-ROW.
           exec sql
               fetch UNLOAD-CSR
                   into :DCL-FBZ-NUM, :DCL-CATEGORY, :DCL-REC-TEXT,
                        :DCL-OVERRIDDEN, :DCL-PARM-VERSION,
                        :DCL-PROFILE-ID
           end-exec
           evaluate SQLCODE
               when zero
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-LOOKUP-ITEM - KEYED READ OF THE FBZITEM ITEM MASTER FOR
      * THE ROW'S NUM: THE DESCRIPTION (SPACES WHEN NOT ON FILE)
      * GOES ON THE FIZZOUT RECORD, AND THE SWITCH IS SET ONLY FOR
      * AN ACTIVE ITEM.
      *-----------------------------------------------------------------
       2600-LOOKUP-ITEM.
           set FBZUNL-ITEM-NOT-ACTIVE to true
           move FBZ-REC-NUM to FBZ-ITM-NUM
           read FBZ-ITEM-MASTER-FILE
               invalid key
                   go to 2600-EXIT
           end-read
           move FBZ-ITM-DESC to FBZ-REC-ITEM-DESC
           if FBZ-ITM-IS-ACTIVE
               set FBZUNL-ITEM-ACTIVE to true
           end-if.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-ENRICH-FEED-RECORD - CARRY THE BIN MASTER'S ATTRIBUTES
      * INTO THE REGENERATED FEED RECORD, ABENDING (RETURN-CODE 40)
      * ON A BIN CODE WITH NO MASTER ROW, THE SAME AS THE VARIANTS.
      * A BIN OUT OF SERVICE ON THE RUN DATE IS SWAPPED FOR ITS
      * ALTERNATE FIRST.
      *-----------------------------------------------------------------
       2700-ENRICH-FEED-RECORD.
           perform 2720-APPLY-BIN-OUTAGE
               thru 2720-EXIT
           set FBZUNL-BIN-NOT-FOUND to true
           perform 2750-MATCH-ONE-BIN
               thru 2750-EXIT
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2720-APPLY-BIN-OUTAGE - WHEN THE BIN IS IN AN OUT-OF-SERVICE
      * WINDOW ON THE RUN DATE, FEED THE ITEM TO THE WINDOW'S
      * ALTERNATE BIN WITH THE ORIGINAL BIN AND THE REDIRECT FLAG
      * ON THE RECORD, AS THE VARIANTS DO.  NO ALTERNATE, OR AN
      * ALTERNATE ALSO OUT OF SERVICE, ABENDS (RETURN-CODE 68).
      *-----------------------------------------------------------------
       2720-APPLY-BIN-OUTAGE.
           perform 2730-FIND-OUTAGE
               thru 2730-EXIT
           if WS-OOS-MATCH-SUB = zero
               go to 2720-EXIT
           end-if
           if WS-OOS-ALT(WS-OOS-MATCH-SUB) = spaces
               display "FBZUNLD - BIN " FBZ-FEED-BIN-CODE
                   " OUT OF SERVICE THRU " WS-OOS-TO(WS-OOS-MATCH-SUB)
                   " WITH NO ALTERNATE (NUM " FBZ-REC-NUM
                   ") - RUN TERMINATED"
               move 68 to return-code
               go to 9999-ABEND
           end-if
           move FBZ-FEED-BIN-CODE to FBZ-FEED-ORIG-BIN
           set FBZ-FEED-IS-REDIRECTED to true
           move WS-OOS-ALT(WS-OOS-MATCH-SUB) to FBZ-FEED-BIN-CODE
           add 1 to WS-ROWS-REDIRECTED
           perform 2730-FIND-OUTAGE
               thru 2730-EXIT
           if WS-OOS-MATCH-SUB not = zero
               display "FBZUNLD - ALTERNATE BIN " FBZ-FEED-BIN-CODE
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
      * 2750-MATCH-ONE-BIN - TEST ONE LOOKUP TABLE ENTRY AGAINST
      * THE FEED RECORD'S BIN CODE AND CARRY ITS ATTRIBUTES ON A
                   to FBZ-FEED-CAP-CLASS
               move WS-BIN-HANDLING(WS-BIN-SUB)
                   to FBZ-FEED-HANDLING
               move WS-BIN-LONG-DESC(WS-BIN-SUB)
                   to WS-FEED-LONG-DESC
           end-if.
       2750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2790-WRITE-NEW-LAYOUT-RECORD - WRITE THE REGENERATED FEED
      * RECORD AGAIN AS A LAYOUT 02 (FBZFD2) DETAIL RECORD, WITH THE
      * FBZHIST CATEGORY AND THE BIN'S LONG DESCRIPTION, AS THE
      * VARIANTS DO.
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
      * 5000-CHECK-AUDIT-COUNT - FIND THE REQUESTED DAY AND
      * VARIANT'S LAST CLEAN AUDIT RECORD AND PROVE THE UNLOADED
           display "FBZUNLD CONTROL/SUMMARY REPORT"
           display "  RUN DATE REGENERATED. . . " DCL-RUN-DATE
           display "  PRODUCING VARIANT . . . . " DCL-PROGRAM-ID
           display "  SITE. . . . . . . . . . . " DCL-SITE-CODE
           display "  ROWS UNLOADED . . . . . . " WS-ROWS-UNLOADED
           display "  NOT FED - ITEM NOT ACTIVE " WS-ROWS-NOT-FED
           display "  ITEMS REDIRECTED. . . . . " WS-ROWS-REDIRECTED
           display "  DAY'S AUDITED LIMIT . . . " WS-AUDIT-DAY-LIMIT
           display "  RETURN CODE . . . . . . . " return-code.
       6000-EXIT.
      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (16 - PARAMETERS MISSING/INVALID,
      * 20 - FIZZOUT OPEN FAILED, 28 - FBZFEED OR FBZFED2 OPEN
      * FAILED, 36 - BIN MASTER MISSING/EMPTY, 40 - UNMAPPED BIN
      * CODE, 60 - FBZITEM OPEN FAILED, 68 - BIN OUT OF SERVICE
      * WITH NO USABLE ALTERNATE, 12 - CURSOR OPEN OR FETCH
      * FAILED), THE
      * SAME CODE ASSIGNMENTS THE VARIANTS USE.  READ-ONLY AGAINST
      * FBZHIST - NOTHING TO ROLL BACK BUT THE PARTIAL OUTPUT
      * FILES, WHICH A RERUN REWRITES.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
