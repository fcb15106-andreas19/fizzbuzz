      *=================================================================
      * PROGRAM-ID: FBZREFA
      *
      * PRE-CHAIN REFERENCE-DATA INTEGRITY AUDIT.  THE VARIANTS
      * ABEND MID-CHAIN WHEN THE REFERENCE FILES DISAGREE - A
      * CATEGORY MAPPED TO A BIN FBZBMAST DOES NOT HOLD, A REQUEST
      * FOR A REQUESTOR FBZRQMST DOES NOT KNOW - AND BY THEN HALF
      * THE CHAIN HAS RUN.  THIS STEP RUNS AHEAD OF THE VARIANTS,
      * CROSS-CHECKS EVERY REFERENCE FILE AND REPORTS EVERY
      * INCONSISTENCY IT FINDS IN ONE PASS:
      *   FATAL - THE CHAIN WOULD ABEND ON IT:
      *     - A CATEGORY THE LIVE FBZPARM RULE TABLE, OR AN FBZPROF
      *       PROFILE'S, CAN PRODUCE THAT NEITHER FBZCMAP NOR THE
      *       FIXED FIZZ/BUZZ/FBUZ/PLN SET MAPS TO A BIN.  EACH
      *       RULE TABLE IS RUN OVER ITS WHOLE LIMIT THE WAY
      *       FIZZBUZ4'S RULE LOOP RUNS IT, SO THE CONCATENATED
      *       LABEL COMBINATIONS ARE CHECKED, NOT JUST THE LABELS;
      *       FIZZBUZ1-3'S FIXED FIZZ/BUZZ/FIZZBUZZ/NUMBER SET IS
      *       ALWAYS CHECKED;
      *     - A RULE WITH A ZERO DIVISOR;
      *     - AN FBZCMAP BIN CODE, OR A BIN ONE OF THOSE CATEGORIES
      *       FALLS BACK TO, THAT IS NOT ON FBZBMAST;
      *     - AN UNEXPIRED FBZSUBS SUBSCRIPTION WHOSE REQUESTOR IS
      *       MISSING FROM FBZRQMST OR INACTIVE, OR WHOSE PROFILE
      *       IS MISSING FROM FBZPROF.
      *   WARNING - REPORTED ONLY:
      *     - AN FBZBMAST BIN NO CATEGORY MAPS TO;
      *     - AN FBZPROF PROFILE NO SUBSCRIPTION USES;
      *     - AN EXPIRED SUBSCRIPTION WITH EITHER FAULT ABOVE;
      *     - AN ACTIVE FBZOPER OPERATOR WITH NO ACTION ON ANY OF
      *       THE MAINTENANCE LOGS IN THE LAST 90 DAYS.
      * RETURN CODE 10 (FATAL FINDING) IS THE AUDIT'S OWN CODE SO
      * THE STOPPED CHAIN SAYS WHY; RETURN CODE 4 SAYS WARNINGS
      * ONLY AND LETS THE CHAIN RUN.  THE DATES ARE JUDGED AGAINST
      * THE FBZPDATE PROCESSING DATE WHEN ONE IS STAGED.  THE BIN
      * MASTER AND CATEGORY MAP ARE SHARED BY EVERY WAREHOUSE SITE;
      * ONLY THE ROWS OF THE SITE NAMED ON FBZPARM - THE SITE THE
      * CHAIN IS ABOUT TO RUN FOR - ARE AUDITED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE BIN TABLE HOLDS 999 BINS, UP FROM 200, TO
      *                   MATCH THE BIN MASTER TABLES OF THE FEED
      *                   WRITERS AND FBZBMAS.
      *   2026-10-15  AS  ONLY THE BIN MASTER AND CATEGORY MAP ROWS OF
      *                   THE FBZPARM SITE ARE AUDITED; THE SITE IS
      *                   SHOWN IN THE REPORT HEADING.
      *=================================================================
       identification division.
       program-id. FBZREFA.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional FBZ-PARM-FILE assign to FBZPARM
               organization is line sequential
               file status is WS-PARM-STATUS.
           select optional FBZ-PROFILE-FILE assign to FBZPROF
               organization is line sequential
               file status is WS-PROF-STATUS.
           select optional FBZ-MAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-MAP-STATUS.
           select FBZ-BIN-MASTER-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-BMAST-STATUS.
           select optional FBZ-SUB-FILE assign to FBZSUBS
               organization is line sequential
               file status is WS-SUBS-STATUS.
           select optional FBZ-RQM-MASTER-FILE assign to FBZRQMST
               organization is line sequential
               file status is WS-RQMST-STATUS.
           select optional FBZ-OPERATOR-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-OPER-STATUS.
           select optional FBZ-MAINT-LOG-FILE assign to FBZMLOG
               organization is line sequential
               file status is WS-MLOG-STATUS.
           select optional FBZ-BIN-LOG-FILE assign to FBZBMLOG
               organization is line sequential
               file status is WS-BLOG-STATUS.
           select optional FBZ-RQM-LOG-FILE assign to FBZRQLOG
               organization is line sequential
               file status is WS-QLOG-STATUS.
           select optional FBZ-SUB-LOG-FILE assign to FBZSBLOG
               organization is line sequential
               file status is WS-SLOG-STATUS.
           select optional FBZ-CAL-LOG-FILE assign to FBZCLLOG
               organization is line sequential
               file status is WS-CLOG-STATUS.
           select optional FBZ-GATE-LOG-FILE assign to FBZGTLOG
               organization is line sequential
               file status is WS-GLOG-STATUS.
           select optional FBZ-ITEM-LOG-FILE assign to FBZITLOG
               organization is line sequential
               file status is WS-ILOG-STATUS.
           select optional FBZ-OVR-LOG-FILE assign to FBZOVLOG
               organization is line sequential
               file status is WS-OLOG-STATUS.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select FBZ-REPORT-FILE assign to FBZREFRP
               organization is line sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  FBZ-PARM-FILE
           recording mode is F.
           copy FBZPARM.

       fd  FBZ-PROFILE-FILE
           recording mode is F.
           copy FBZPRF.

       fd  FBZ-MAP-FILE
           recording mode is F.
           copy FBZMAP.

       fd  FBZ-BIN-MASTER-FILE
           recording mode is F.
           copy FBZBIN.

       fd  FBZ-SUB-FILE
           recording mode is F.
           copy FBZSUB.

       fd  FBZ-RQM-MASTER-FILE
           recording mode is F.
           copy FBZRQM.

       fd  FBZ-OPERATOR-FILE
           recording mode is F.
           copy FBZOPER.

       fd  FBZ-MAINT-LOG-FILE
           recording mode is F.
           copy FBZMLOG.

       fd  FBZ-BIN-LOG-FILE
           recording mode is F.
           copy FBZBMLOG.

       fd  FBZ-RQM-LOG-FILE
           recording mode is F.
           copy FBZRQLOG.

       fd  FBZ-SUB-LOG-FILE
           recording mode is F.
           copy FBZSBLOG.

       fd  FBZ-CAL-LOG-FILE
           recording mode is F.
           copy FBZCLLOG.

       fd  FBZ-GATE-LOG-FILE
           recording mode is F.
           copy FBZGLOG.

       fd  FBZ-ITEM-LOG-FILE
           recording mode is F.
           copy FBZITLOG.

       fd  FBZ-OVR-LOG-FILE
           recording mode is F.
           copy FBZOVLOG.

       fd  FBZ-PDATE-FILE
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-REPORT-LINE             pic X(100).

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-PROF-STATUS          pic X(02).
       01  WS-MAP-STATUS           pic X(02).
       01  WS-BMAST-STATUS         pic X(02).
       01  WS-SUBS-STATUS          pic X(02).
       01  WS-RQMST-STATUS         pic X(02).
       01  WS-OPER-STATUS          pic X(02).
       01  WS-MLOG-STATUS          pic X(02).
       01  WS-BLOG-STATUS          pic X(02).
       01  WS-QLOG-STATUS          pic X(02).
       01  WS-SLOG-STATUS          pic X(02).
       01  WS-CLOG-STATUS          pic X(02).
       01  WS-GLOG-STATUS          pic X(02).
       01  WS-ILOG-STATUS          pic X(02).
       01  WS-OLOG-STATUS          pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-SCAN-EOF-SWITCH      pic X(01).
           88  FBZRA-SCAN-EOF           value "Y".
           88  FBZRA-SCAN-NOT-EOF       value "N".
       01  WS-FOUND-SWITCH         pic X(01).
           88  FBZRA-FOUND              value "Y".
           88  FBZRA-NOT-FOUND          value "N".
       01  WS-TODAY                pic X(08).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-TODAY-INT            pic 9(08) comp.
       01  WS-IDLE-CUTOFF-INT      pic 9(08) comp.
       01  WS-IDLE-CUTOFF          pic 9(08).
       01  WS-IDLE-DAYS            pic 9(03) value 90.
       01  WS-FATAL-COUNT          pic 9(05) value 0.
       01  WS-WARNING-COUNT        pic 9(05) value 0.
       01  WS-LOOK-BIN             pic X(04).
       01  WS-LOOK-OPERATOR        pic X(08).
       01  WS-LOOK-DATE            pic X(08).
       01  WS-MATCH-SUB            pic 9(04) comp.
       01  WS-SUB-COUNT            pic 9(05) value 0.

      *-----------------------------------------------------------------
      * THE RULE TABLE BEING RUN OVER ITS LIMIT - THE LIVE FBZPARM
      * TABLE OR ONE PROFILE'S - AND WHO IT BELONGS TO, FOR THE
      * FINDINGS IT RAISES.
      *-----------------------------------------------------------------
       01  WS-SIM-SOURCE           pic X(08).
       01  WS-SIM-KEY              pic X(08).
       01  WS-SIM-LIMIT            pic 9(05).
       01  WS-SIM-RULE-COUNT       pic 9(02).
       01  WS-SIM-NUM              pic 9(05).
       01  WS-SIM-ROW              pic 9(02) comp.
       01  WS-SIM-OFFSET           pic 9(03) comp.
       01  WS-SIM-RULES.
           05  WS-SIM-RULE         occurs 10 times.
               10  WS-SIM-DIVISOR      pic 9(03).
               10  WS-SIM-LABEL        pic X(08).
       01  WS-SIM-RES              pic X(40).
       01  WS-SIM-IDX              pic 9(02).
       01  WS-SIM-MATCHES          pic 9(02) comp.
       01  WS-SIM-CATEGORY         pic X(08).
       01  WS-PARM-LIMIT           pic 9(05).

      *-----------------------------------------------------------------
      * THE DISTINCT CATEGORIES ONE RULE TABLE PRODUCED.
      *-----------------------------------------------------------------
       01  WS-CAT-SUB              pic 9(03) comp.
       01  WS-CAT-COUNT            pic 9(03) comp.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY        occurs 100 times.
               10  WS-CAT-NAME         pic X(08).
       01  WS-CAT-BIN              pic X(04).

      *-----------------------------------------------------------------
      * FBZBMAST, WITH A FLAG SET WHEN SOME CATEGORY MAPS TO THE
      * BIN, FOR THE ORPHANED-BIN SWEEP.
      *-----------------------------------------------------------------
       01  WS-BIN-SUB              pic 9(04) comp.
       01  WS-BIN-COUNT            pic 9(04) comp.
       01  WS-BIN-TABLE.
           05  WS-BIN-ENTRY        occurs 999 times.
               10  WS-BIN-CODE         pic X(04).
               10  WS-BIN-MAPPED       pic X(01).

       01  WS-MAP-SUB              pic 9(03) comp.
       01  WS-MAP-COUNT            pic 9(03) comp.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY        occurs 200 times.
               10  WS-MAP-CATEGORY     pic X(08).
               10  WS-MAP-BIN          pic X(04).

       01  WS-RQM-SUB              pic 9(03) comp.
       01  WS-RQM-COUNT            pic 9(03) comp.
       01  WS-RQM-TABLE.
           05  WS-RQM-ENTRY        occurs 200 times.
               10  WS-RQM-ID           pic X(06).
               10  WS-RQM-ACTIVE       pic X(01).

      *-----------------------------------------------------------------
      * FBZPROF, WITH A FLAG SET WHEN A SUBSCRIPTION NAMES THE
      * PROFILE, FOR THE UNUSED-PROFILE SWEEP.
      *-----------------------------------------------------------------
       01  WS-PRF-SUB              pic 9(03) comp.
       01  WS-PRF-COUNT            pic 9(03) comp.
       01  WS-PRF-TABLE.
           05  WS-PRF-ENTRY        occurs 50 times.
               10  WS-PRF-ID           pic X(08).
               10  WS-PRF-USED         pic X(01).
               10  WS-PRF-IMAGE        pic X(128).

      *-----------------------------------------------------------------
      * FBZOPER, WITH THE LATEST DATE ANY LOG SHOWS EACH OPERATOR
      * ACTING.
      *-----------------------------------------------------------------
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY       occurs 100 times.
               10  WS-OPR-ID           pic X(08).
               10  WS-OPR-ACTIVE       pic X(01).
               10  WS-OPR-LAST-DATE    pic X(08).

      *-----------------------------------------------------------------
      * ONE FINDING, BUILT BY THE CHECK THAT RAISED IT AND WRITTEN
      * BY 8000-WRITE-FINDING.
      *-----------------------------------------------------------------
       01  WS-FINDING-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-FND-SEVERITY     pic X(07).
               88  FBZRA-FND-FATAL          value "FATAL".
               88  FBZRA-FND-WARNING        value "WARNING".
           05  filler              pic X(02) value spaces.
           05  WS-FND-FILE         pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-FND-KEY          pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-FND-TEXT         pic X(69).

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-AUDIT-LIVE-RULES
               thru 2000-EXIT
           perform 2200-AUDIT-ONE-PROFILE
               thru 2200-EXIT
               varying WS-PRF-SUB from 1 by 1
               until WS-PRF-SUB > WS-PRF-COUNT
           perform 3000-AUDIT-ONE-MAP-ROW
               thru 3000-EXIT
               varying WS-MAP-SUB from 1 by 1
               until WS-MAP-SUB > WS-MAP-COUNT
           perform 3200-AUDIT-ONE-BIN
               thru 3200-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-COUNT
           perform 4000-AUDIT-SUBSCRIPTIONS
               thru 4000-EXIT
           perform 4500-AUDIT-PROFILE-USE
               thru 4500-EXIT
               varying WS-PRF-SUB from 1 by 1
               until WS-PRF-SUB > WS-PRF-COUNT
           perform 5000-SCAN-ACTIVITY-LOGS
               thru 5000-EXIT
           perform 5500-AUDIT-ONE-OPERATOR
               thru 5500-EXIT
               varying WS-OPER-SUB from 1 by 1
               until WS-OPER-SUB > WS-OPER-COUNT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-REPORT-FILE
           evaluate true
               when WS-FATAL-COUNT > 0
                   move 10 to return-code
               when WS-WARNING-COUNT > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE PROCESSING DATE AND THE
      * 90-DAY IDLE CUTOFF, LOAD THE REFERENCE FILES THE CHECKS
      * LOOK THINGS UP IN, AND OPEN THE REPORT.  FBZBMAST IS THE
      * ONE FILE THE AUDIT CANNOT DO WITHOUT (RETURN CODE 16) -
      * THE VARIANTS CANNOT RUN WITHOUT IT EITHER.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           accept WS-TODAY from date YYYYMMDD
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           compute WS-TODAY-INT
               = function integer-of-date(function numval(WS-TODAY))
           compute WS-IDLE-CUTOFF-INT = WS-TODAY-INT - WS-IDLE-DAYS
           compute WS-IDLE-CUTOFF
               = function date-of-integer(WS-IDLE-CUTOFF-INT)
           perform 1080-TAKE-PARM-SITE
               thru 1080-EXIT
           perform 1100-LOAD-BIN-MASTER
               thru 1100-EXIT
           perform 1200-LOAD-MAP
               thru 1200-EXIT
           perform 1300-LOAD-REQUESTORS
               thru 1300-EXIT
           perform 1400-LOAD-PROFILES
               thru 1400-EXIT
           perform 1500-LOAD-OPERATORS
               thru 1500-EXIT
           open output FBZ-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZREFA - FBZREFRP OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-REPORT-LINE
           string "FBZREFA - REFERENCE DATA INTEGRITY AUDIT "
                   delimited by size
               WS-TODAY delimited by size
               "  SITE " delimited by size
               WS-SITE-CODE delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE
           string "  SEVERITY FILE      KEY       "
                   delimited by size
               "FINDING" delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1050-APPLY-DATE-OVERRIDE - WHEN THE OPTIONAL FBZPDATE
      * RECORD CARRIES A NUMERIC DATE, AUDIT AS OF IT INSTEAD OF
      * TODAY - THE CATCH-UP PATH.
      *-----------------------------------------------------------------
       1050-APPLY-DATE-OVERRIDE.
           open input FBZ-PDATE-FILE
           if WS-PDATE-STATUS = "00"
               read FBZ-PDATE-FILE
               if WS-PDATE-STATUS = "00"
                   and FBZ-PDT-DATE is numeric
                   move FBZ-PDT-DATE to WS-TODAY
                   display "FBZREFA - PROCESSING DATE OVERRIDDEN"
                       " TO " FBZ-PDT-DATE
               end-if
           end-if
           close FBZ-PDATE-FILE.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1080-TAKE-PARM-SITE - THE WAREHOUSE SITE OFF THE FBZPARM
      * RECORD, SPACES OR NO RECORD MEANING SITE 01, AS THE
      * VARIANTS TAKE IT.
      *-----------------------------------------------------------------
       1080-TAKE-PARM-SITE.
           move "01" to WS-SITE-CODE
           open input FBZ-PARM-FILE
           if WS-PARM-STATUS = "00"
               read FBZ-PARM-FILE
               if WS-PARM-STATUS = "00"
                   and FBZ-PARM-SITE not = spaces
                   move FBZ-PARM-SITE to WS-SITE-CODE
               end-if
           end-if
           close FBZ-PARM-FILE.
       1080-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-LOAD-BIN-MASTER - LOAD EVERY FBZBMAST BIN CODE OF THE
      * SITE.
      *-----------------------------------------------------------------
       1100-LOAD-BIN-MASTER.
           move 0 to WS-BIN-COUNT
           open input FBZ-BIN-MASTER-FILE
           if WS-BMAST-STATUS not = "00"
               display "FBZREFA - FBZBMAST OPEN FAILED - STATUS "
                   WS-BMAST-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           set FBZRA-SCAN-NOT-EOF to true
           perform 1150-LOAD-ONE-BIN
               thru 1150-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-BIN-MASTER-FILE.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-LOAD-ONE-BIN - ADD ONE BIN OF THE SITE TO THE TABLE.
      *-----------------------------------------------------------------
       1150-LOAD-ONE-BIN.
           read FBZ-BIN-MASTER-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 1150-EXIT
           end-read
           move FBZ-BIN-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 1150-EXIT
           end-if
           if WS-BIN-COUNT >= 999
               display "FBZREFA - BIN TABLE FULL - "
                   FBZ-BIN-CODE " NOT AUDITED"
               go to 1150-EXIT
           end-if
           add 1 to WS-BIN-COUNT
           move FBZ-BIN-CODE to WS-BIN-CODE(WS-BIN-COUNT)
           move "N" to WS-BIN-MAPPED(WS-BIN-COUNT).
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1200-LOAD-MAP - LOAD THE FBZCMAP CATEGORY-TO-BIN MAPPING.
      * NO MAPPING FILE LEAVES THE FIXED SET AS THE ONLY MAPPING,
      * AS IT DOES FOR THE VARIANTS.
      *-----------------------------------------------------------------
       1200-LOAD-MAP.
           move 0 to WS-MAP-COUNT
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-MAP-FILE
           if WS-MAP-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 1250-LOAD-ONE-MAP-ROW
               thru 1250-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-MAP-FILE.
       1200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1250-LOAD-ONE-MAP-ROW - ADD ONE MAPPING ROW OF THE SITE TO
      * THE TABLE.
      *-----------------------------------------------------------------
       1250-LOAD-ONE-MAP-ROW.
           read FBZ-MAP-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 1250-EXIT
           end-read
           move FBZ-MAP-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 1250-EXIT
           end-if
           if WS-MAP-COUNT >= 200
               display "FBZREFA - MAP TABLE FULL - "
                   FBZ-MAP-CATEGORY " NOT AUDITED"
               go to 1250-EXIT
           end-if
           add 1 to WS-MAP-COUNT
           move FBZ-MAP-CATEGORY to WS-MAP-CATEGORY(WS-MAP-COUNT)
           move FBZ-MAP-BIN-CODE to WS-MAP-BIN(WS-MAP-COUNT).
       1250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-LOAD-REQUESTORS - LOAD EVERY FBZRQMST ID AND ITS
      * ACTIVE FLAG.
      *-----------------------------------------------------------------
       1300-LOAD-REQUESTORS.
           move 0 to WS-RQM-COUNT
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-RQM-MASTER-FILE
           if WS-RQMST-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 1350-LOAD-ONE-REQUESTOR
               thru 1350-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-RQM-MASTER-FILE.
       1300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1350-LOAD-ONE-REQUESTOR - ADD ONE REQUESTOR TO THE TABLE.
      *-----------------------------------------------------------------
       1350-LOAD-ONE-REQUESTOR.
           read FBZ-RQM-MASTER-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 1350-EXIT
           end-read
           if WS-RQM-COUNT >= 200
               display "FBZREFA - REQUESTOR TABLE FULL - "
                   FBZ-RQM-ID " NOT AUDITED"
               go to 1350-EXIT
           end-if
           add 1 to WS-RQM-COUNT
           move FBZ-RQM-ID to WS-RQM-ID(WS-RQM-COUNT)
           move FBZ-RQM-ACTIVE to WS-RQM-ACTIVE(WS-RQM-COUNT).
       1350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1400-LOAD-PROFILES - LOAD EVERY FBZPROF PROFILE AND ITS
      * PARAMETER IMAGE.
      *-----------------------------------------------------------------
       1400-LOAD-PROFILES.
           move 0 to WS-PRF-COUNT
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-PROFILE-FILE
           if WS-PROF-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 1450-LOAD-ONE-PROFILE
               thru 1450-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-PROFILE-FILE.
       1400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1450-LOAD-ONE-PROFILE - ADD ONE PROFILE TO THE TABLE.
      *-----------------------------------------------------------------
       1450-LOAD-ONE-PROFILE.
           read FBZ-PROFILE-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 1450-EXIT
           end-read
           if WS-PRF-COUNT >= 50
               display "FBZREFA - PROFILE TABLE FULL - "
                   FBZ-PRF-ID " NOT AUDITED"
               go to 1450-EXIT
           end-if
           add 1 to WS-PRF-COUNT
           move FBZ-PRF-ID to WS-PRF-ID(WS-PRF-COUNT)
           move "N" to WS-PRF-USED(WS-PRF-COUNT)
           move FBZ-PRF-PARM-IMAGE to WS-PRF-IMAGE(WS-PRF-COUNT).
       1450-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-LOAD-OPERATORS - LOAD FBZOPER WITH NO ACTIVITY SEEN.
      *-----------------------------------------------------------------
       1500-LOAD-OPERATORS.
           move 0 to WS-OPER-COUNT
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-OPERATOR-FILE
           if WS-OPER-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 1550-LOAD-ONE-OPERATOR
               thru 1550-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-OPERATOR-FILE.
       1500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1550-LOAD-ONE-OPERATOR - ADD ONE OPERATOR TO THE TABLE.
      *-----------------------------------------------------------------
       1550-LOAD-ONE-OPERATOR.
           read FBZ-OPERATOR-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 1550-EXIT
           end-read
           if WS-OPER-COUNT >= 100
               display "FBZREFA - OPERATOR TABLE FULL - "
                   FBZ-OPR-ID " NOT AUDITED"
               go to 1550-EXIT
           end-if
           add 1 to WS-OPER-COUNT
           move FBZ-OPR-ID to WS-OPR-ID(WS-OPER-COUNT)
           move FBZ-OPR-ACTIVE to WS-OPR-ACTIVE(WS-OPER-COUNT)
           move spaces to WS-OPR-LAST-DATE(WS-OPER-COUNT).
       1550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-AUDIT-LIVE-RULES - RUN THE LIVE FBZPARM RULE TABLE
      * OVER ITS LIMIT, WITH THE SAME DEFAULTS FIZZBUZ4 FALLS BACK
      * ON (LIMIT 100, 3 FIZZ / 5 BUZZ) WHEN THE FILE OR ITS RULE
      * TABLE IS MISSING, AND CHECK EVERY CATEGORY IT PRODUCES.
      * FIZZBUZ1-3 PRODUCE THE FIXED FIZZ/BUZZ/FIZZBUZZ/NUMBER SET
      * WHATEVER THE RULE TABLE SAYS, SO THOSE ARE CHECKED TOO.
      *-----------------------------------------------------------------
       2000-AUDIT-LIVE-RULES.
           move 100 to WS-SIM-LIMIT
           move 0 to WS-SIM-RULE-COUNT
           open input FBZ-PARM-FILE
           if WS-PARM-STATUS = "00"
               read FBZ-PARM-FILE
               if WS-PARM-STATUS = "00"
                   if FBZ-PARM-LIMIT is numeric
                       and FBZ-PARM-LIMIT > zero
                       move FBZ-PARM-LIMIT to WS-SIM-LIMIT
                   end-if
                   if FBZ-PARM-RULE-COUNT is numeric
                       and FBZ-PARM-RULE-COUNT <= 10
                       move FBZ-PARM-RULE-COUNT
                           to WS-SIM-RULE-COUNT
                   end-if
               end-if
           end-if
           if WS-SIM-RULE-COUNT > zero
               perform 2050-COPY-ONE-LIVE-RULE
                   thru 2050-EXIT
                   varying WS-SIM-ROW from 1 by 1
                   until WS-SIM-ROW > WS-SIM-RULE-COUNT
           else
               move 2 to WS-SIM-RULE-COUNT
               move 3 to WS-SIM-DIVISOR(1)
               move "FIZZ" to WS-SIM-LABEL(1)
               move 5 to WS-SIM-DIVISOR(2)
               move "BUZZ" to WS-SIM-LABEL(2)
           end-if
           close FBZ-PARM-FILE
           move WS-SIM-LIMIT to WS-PARM-LIMIT
           move "FBZPARM" to WS-SIM-SOURCE
           move "LIVE" to WS-SIM-KEY
           move 0 to WS-CAT-COUNT
           move "FIZZ" to WS-SIM-CATEGORY
           perform 2600-NOTE-CATEGORY
               thru 2600-EXIT
           move "BUZZ" to WS-SIM-CATEGORY
           perform 2600-NOTE-CATEGORY
               thru 2600-EXIT
           move "FIZZBUZZ" to WS-SIM-CATEGORY
           perform 2600-NOTE-CATEGORY
               thru 2600-EXIT
           move "NUMBER" to WS-SIM-CATEGORY
           perform 2600-NOTE-CATEGORY
               thru 2600-EXIT
           perform 2500-SIMULATE-RULE-SET
               thru 2500-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2050-COPY-ONE-LIVE-RULE - CARRY ONE FBZPARM RULE ROW INTO
      * THE TABLE BEING SIMULATED.
      *-----------------------------------------------------------------
       2050-COPY-ONE-LIVE-RULE.
           move FBZ-RULE-DIVISOR(WS-SIM-ROW)
               to WS-SIM-DIVISOR(WS-SIM-ROW)
           move FBZ-RULE-LABEL(WS-SIM-ROW)
               to WS-SIM-LABEL(WS-SIM-ROW).
       2050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-AUDIT-ONE-PROFILE - UNFLATTEN ONE PROFILE'S IMAGE
      * (HEADER IN BYTES 1-8, 11 BYTES PER RULE ROW, AS FIZZBUZ4
      * READS IT) AND RUN ITS RULE TABLE OVER ITS LIMIT - OR THE
      * LIVE LIMIT WHEN THE PROFILE CARRIES NONE.  A PROFILE WITH
      * A GARBLED RULE COUNT IS ONE FIZZBUZ4 WOULD NOT LOAD.
      *-----------------------------------------------------------------
       2200-AUDIT-ONE-PROFILE.
           move "FBZPROF" to WS-SIM-SOURCE
           move WS-PRF-ID(WS-PRF-SUB) to WS-SIM-KEY
           if WS-PRF-IMAGE(WS-PRF-SUB)(7:2) is not numeric
               or WS-PRF-IMAGE(WS-PRF-SUB)(7:2) > "10"
               set FBZRA-FND-FATAL to true
               move "GARBLED RULE COUNT - FIZZBUZ4 IGNORES PROFILE"
                   to WS-FND-TEXT
               perform 8000-WRITE-SIM-FINDING
                   thru 8000-EXIT
               go to 2200-EXIT
           end-if
           move WS-PRF-IMAGE(WS-PRF-SUB)(7:2) to WS-SIM-RULE-COUNT
           move WS-PARM-LIMIT to WS-SIM-LIMIT
           if WS-PRF-IMAGE(WS-PRF-SUB)(1:5) is numeric
               and WS-PRF-IMAGE(WS-PRF-SUB)(1:5) > "00000"
               move WS-PRF-IMAGE(WS-PRF-SUB)(1:5) to WS-SIM-LIMIT
           end-if
           perform 2250-UNFLATTEN-ONE-RULE
               thru 2250-EXIT
               varying WS-SIM-ROW from 1 by 1
               until WS-SIM-ROW > WS-SIM-RULE-COUNT
           move 0 to WS-CAT-COUNT
           perform 2500-SIMULATE-RULE-SET
               thru 2500-EXIT.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2250-UNFLATTEN-ONE-RULE - UNPACK ONE PROFILE RULE ROW.
      *-----------------------------------------------------------------
       2250-UNFLATTEN-ONE-RULE.
           compute WS-SIM-OFFSET = 9 + (WS-SIM-ROW - 1) * 11
           move WS-PRF-IMAGE(WS-PRF-SUB)(WS-SIM-OFFSET:3)
               to WS-SIM-DIVISOR(WS-SIM-ROW)
           move WS-PRF-IMAGE(WS-PRF-SUB)(WS-SIM-OFFSET + 3:8)
               to WS-SIM-LABEL(WS-SIM-ROW).
       2250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-SIMULATE-RULE-SET - A ZERO OR NON-NUMERIC DIVISOR IS
      * FATAL BY ITSELF (THE VARIANT'S MOD WOULD ABEND).  OTHERWISE
      * CATEGORIZE EVERY NUM UP TO THE LIMIT, COLLECTING THE
      * DISTINCT CATEGORIES, THEN CHECK EACH ONE'S BIN.
      *-----------------------------------------------------------------
       2500-SIMULATE-RULE-SET.
           set FBZRA-FOUND to true
           perform 2510-CHECK-ONE-DIVISOR
               thru 2510-EXIT
               varying WS-SIM-ROW from 1 by 1
               until WS-SIM-ROW > WS-SIM-RULE-COUNT
           if FBZRA-NOT-FOUND
               go to 2500-EXIT
           end-if
           perform 2550-CATEGORIZE-ONE-NUM
               thru 2550-EXIT
               varying WS-SIM-NUM from 1 by 1
               until WS-SIM-NUM > WS-SIM-LIMIT
                   or WS-SIM-NUM = 99999
           perform 2700-CHECK-ONE-CATEGORY
               thru 2700-EXIT
               varying WS-CAT-SUB from 1 by 1
               until WS-CAT-SUB > WS-CAT-COUNT.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2510-CHECK-ONE-DIVISOR - A RULE ROW'S DIVISOR MUST BE A
      * NONZERO NUMBER.
      *-----------------------------------------------------------------
       2510-CHECK-ONE-DIVISOR.
           if WS-SIM-DIVISOR(WS-SIM-ROW) is not numeric
               or WS-SIM-DIVISOR(WS-SIM-ROW) = zero
               set FBZRA-NOT-FOUND to true
               set FBZRA-FND-FATAL to true
               move spaces to WS-FND-TEXT
               string "RULE " delimited by size
                   WS-SIM-LABEL(WS-SIM-ROW) delimited by space
                   " HAS A ZERO OR INVALID DIVISOR"
                       delimited by size
                   into WS-FND-TEXT
               end-string
               perform 8000-WRITE-SIM-FINDING
                   thru 8000-EXIT
           end-if.
       2510-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2550-CATEGORIZE-ONE-NUM - FIZZBUZ4'S RULE LOOP: EVERY
      * MATCHING LABEL IS APPENDED (A LABEL THAT WOULD OVERFLOW
      * THE 40-BYTE TEXT IS DROPPED), THE CATEGORY IS THE FIRST
      * EIGHT BYTES, AND NO MATCH AT ALL IS NUMBER.
      *-----------------------------------------------------------------
       2550-CATEGORIZE-ONE-NUM.
           move spaces to WS-SIM-RES
           move 1 to WS-SIM-IDX
           move 0 to WS-SIM-MATCHES
           perform 2560-APPLY-ONE-RULE
               thru 2560-EXIT
               varying WS-SIM-ROW from 1 by 1
               until WS-SIM-ROW > WS-SIM-RULE-COUNT
           if WS-SIM-MATCHES = zero
               move "NUMBER" to WS-SIM-CATEGORY
           else
               move WS-SIM-RES to WS-SIM-CATEGORY
           end-if
           perform 2600-NOTE-CATEGORY
               thru 2600-EXIT.
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2560-APPLY-ONE-RULE - APPEND ONE RULE'S LABEL WHEN ITS
      * DIVISOR DIVIDES THE NUM.
      *-----------------------------------------------------------------
       2560-APPLY-ONE-RULE.
           if function mod(WS-SIM-NUM WS-SIM-DIVISOR(WS-SIM-ROW))
                   not = zero
               go to 2560-EXIT
           end-if
           if WS-SIM-IDX > 41 - length of WS-SIM-LABEL(WS-SIM-ROW)
               go to 2560-EXIT
           end-if
           string WS-SIM-LABEL(WS-SIM-ROW) delimited by space
               into WS-SIM-RES
               with pointer WS-SIM-IDX
           end-string
           add 1 to WS-SIM-MATCHES.
       2560-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-NOTE-CATEGORY - ADD THE CATEGORY TO THE DISTINCT LIST
      * UNLESS IT IS ALREADY THERE.
      *-----------------------------------------------------------------
       2600-NOTE-CATEGORY.
           set FBZRA-NOT-FOUND to true
           perform 2650-MATCH-ONE-CATEGORY
               thru 2650-EXIT
               varying WS-MATCH-SUB from 1 by 1
               until WS-MATCH-SUB > WS-CAT-COUNT
                   or FBZRA-FOUND
           if FBZRA-FOUND
               go to 2600-EXIT
           end-if
           if WS-CAT-COUNT >= 100
               display "FBZREFA - CATEGORY TABLE FULL - "
                   WS-SIM-CATEGORY " NOT AUDITED"
               go to 2600-EXIT
           end-if
           add 1 to WS-CAT-COUNT
           move WS-SIM-CATEGORY to WS-CAT-NAME(WS-CAT-COUNT).
       2600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2650-MATCH-ONE-CATEGORY - TEST ONE DISTINCT-LIST SLOT.
      *-----------------------------------------------------------------
       2650-MATCH-ONE-CATEGORY.
           if WS-CAT-NAME(WS-MATCH-SUB) = WS-SIM-CATEGORY
               set FBZRA-FOUND to true
           end-if.
       2650-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-CHECK-ONE-CATEGORY - DERIVE THE CATEGORY'S BIN THE WAY
      * THE FEED WRITERS DO - FBZCMAP FIRST, THE FIXED SET AS
      * FALLBACK - AND CONFIRM FBZBMAST HOLDS IT.  EITHER GAP
      * WOULD ABEND THE FEED WRITE.
      *-----------------------------------------------------------------
       2700-CHECK-ONE-CATEGORY.
           move spaces to WS-CAT-BIN
           set FBZRA-NOT-FOUND to true
           perform 2750-MATCH-ONE-MAP-ROW
               thru 2750-EXIT
               varying WS-MAP-SUB from 1 by 1
               until WS-MAP-SUB > WS-MAP-COUNT
                   or FBZRA-FOUND
           if FBZRA-NOT-FOUND
               evaluate WS-CAT-NAME(WS-CAT-SUB)
                   when "FIZZ"
                       move "FIZZ" to WS-CAT-BIN
                   when "BUZZ"
                       move "BUZZ" to WS-CAT-BIN
                   when "FIZZBUZZ"
                       move "FBUZ" to WS-CAT-BIN
                   when "NUMBER"
                       move "PLN " to WS-CAT-BIN
               end-evaluate
           end-if
           if WS-CAT-BIN = spaces
               set FBZRA-FND-FATAL to true
               move spaces to WS-FND-TEXT
               string "CATEGORY " delimited by size
                   WS-CAT-NAME(WS-CAT-SUB) delimited by size
                   " HAS NO FBZCMAP MAPPING" delimited by size
                   into WS-FND-TEXT
               end-string
               perform 8000-WRITE-SIM-FINDING
                   thru 8000-EXIT
               go to 2700-EXIT
           end-if
           move WS-CAT-BIN to WS-LOOK-BIN
           perform 7000-FIND-BIN
               thru 7000-EXIT
           if FBZRA-FOUND
               move "Y" to WS-BIN-MAPPED(WS-BIN-SUB)
               go to 2700-EXIT
           end-if
           set FBZRA-FND-FATAL to true
           move spaces to WS-FND-TEXT
           string "CATEGORY " delimited by size
               WS-CAT-NAME(WS-CAT-SUB) delimited by size
               " MAPS TO BIN " delimited by size
               WS-CAT-BIN delimited by size
               " - NOT ON FBZBMAST" delimited by size
               into WS-FND-TEXT
           end-string
           perform 8000-WRITE-SIM-FINDING
               thru 8000-EXIT.
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2750-MATCH-ONE-MAP-ROW - TEST ONE MAPPING ROW AGAINST THE
      * CATEGORY AND CARRY ITS BIN CODE ON A MATCH.
      *-----------------------------------------------------------------
       2750-MATCH-ONE-MAP-ROW.
           if WS-MAP-CATEGORY(WS-MAP-SUB) = WS-CAT-NAME(WS-CAT-SUB)
               set FBZRA-FOUND to true
               move WS-MAP-BIN(WS-MAP-SUB) to WS-CAT-BIN
           end-if.
       2750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-AUDIT-ONE-MAP-ROW - EVERY FBZCMAP ROW MUST POINT AT A
      * BIN FBZBMAST HOLDS, WHETHER OR NOT TODAY'S RULES PRODUCE
      * THE CATEGORY - A RULE CHANGE CAN START PRODUCING IT ANY
      * DAY.  A BIN A ROW DOES POINT AT IS MAPPED.
      *-----------------------------------------------------------------
       3000-AUDIT-ONE-MAP-ROW.
           move WS-MAP-BIN(WS-MAP-SUB) to WS-LOOK-BIN
           perform 7000-FIND-BIN
               thru 7000-EXIT
           if FBZRA-FOUND
               move "Y" to WS-BIN-MAPPED(WS-BIN-SUB)
               go to 3000-EXIT
           end-if
           set FBZRA-FND-FATAL to true
           move "FBZCMAP" to WS-FND-FILE
           move WS-MAP-CATEGORY(WS-MAP-SUB) to WS-FND-KEY
           move spaces to WS-FND-TEXT
           string "MAPS TO BIN " delimited by size
               WS-MAP-BIN(WS-MAP-SUB) delimited by size
               " - NOT ON FBZBMAST" delimited by size
               into WS-FND-TEXT
           end-string
           perform 8100-WRITE-FINDING
               thru 8100-EXIT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3200-AUDIT-ONE-BIN - A BIN NEITHER FBZCMAP NOR THE FIXED
      * FIZZ/BUZZ/FBUZ/PLN SET POINTS AT CAN NEVER RECEIVE AN
      * ITEM.  HARMLESS TO THE CHAIN, SO A WARNING.
      *-----------------------------------------------------------------
       3200-AUDIT-ONE-BIN.
           if WS-BIN-MAPPED(WS-BIN-SUB) = "Y"
               go to 3200-EXIT
           end-if
           evaluate WS-BIN-CODE(WS-BIN-SUB)
               when "FIZZ"
               when "BUZZ"
               when "FBUZ"
               when "PLN "
                   go to 3200-EXIT
           end-evaluate
           set FBZRA-FND-WARNING to true
           move "FBZBMAST" to WS-FND-FILE
           move WS-BIN-CODE(WS-BIN-SUB) to WS-FND-KEY
           move "NO CATEGORY MAPS TO THIS BIN" to WS-FND-TEXT
           perform 8100-WRITE-FINDING
               thru 8100-EXIT.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-AUDIT-SUBSCRIPTIONS - CHECK EVERY FBZSUBS
      * SUBSCRIPTION'S REQUESTOR AND PROFILE.
      *-----------------------------------------------------------------
       4000-AUDIT-SUBSCRIPTIONS.
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-SUB-FILE
           if WS-SUBS-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 4100-AUDIT-ONE-SUBSCRIPTION
               thru 4100-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-SUB-FILE.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-AUDIT-ONE-SUBSCRIPTION - AN UNEXPIRED SUBSCRIPTION
      * WILL GENERATE REQUESTS THE VARIANTS ABEND ON IF ITS
      * REQUESTOR IS NOT AN ACTIVE FBZRQMST ROW OR ITS PROFILE IS
      * NOT ON FBZPROF - FATAL.  AN EXPIRED ONE GENERATES NOTHING,
      * SO THE SAME FAULT THERE IS ONLY A WARNING.  EITHER WAY THE
      * PROFILE IT NAMES COUNTS AS USED.
      *-----------------------------------------------------------------
       4100-AUDIT-ONE-SUBSCRIPTION.
           read FBZ-SUB-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 4100-EXIT
           end-read
           add 1 to WS-SUB-COUNT
           move "FBZSUBS" to WS-FND-FILE
           move FBZ-SUB-REQUESTOR to WS-FND-KEY
           set FBZRA-NOT-FOUND to true
           perform 4150-MATCH-ONE-REQUESTOR
               thru 4150-EXIT
               varying WS-RQM-SUB from 1 by 1
               until WS-RQM-SUB > WS-RQM-COUNT
                   or FBZRA-FOUND
           if FBZRA-NOT-FOUND
               perform 4300-SET-SUB-SEVERITY
                   thru 4300-EXIT
               move spaces to WS-FND-TEXT
               string "REQUESTOR NOT ON FBZRQMST - NUMS "
                       delimited by size
                   FBZ-SUB-START-NUM delimited by size
                   "-" delimited by size
                   FBZ-SUB-END-NUM delimited by size
                   into WS-FND-TEXT
               end-string
               perform 8100-WRITE-FINDING
                   thru 8100-EXIT
           else
               if WS-RQM-ACTIVE(WS-MATCH-SUB) not = "Y"
                   perform 4300-SET-SUB-SEVERITY
                       thru 4300-EXIT
                   move spaces to WS-FND-TEXT
                   string "REQUESTOR INACTIVE ON FBZRQMST - NUMS "
                           delimited by size
                       FBZ-SUB-START-NUM delimited by size
                       "-" delimited by size
                       FBZ-SUB-END-NUM delimited by size
                       into WS-FND-TEXT
                   end-string
                   perform 8100-WRITE-FINDING
                       thru 8100-EXIT
               end-if
           end-if
           if FBZ-SUB-PROFILE = spaces
               go to 4100-EXIT
           end-if
           set FBZRA-NOT-FOUND to true
           perform 4200-MATCH-ONE-PROFILE
               thru 4200-EXIT
               varying WS-PRF-SUB from 1 by 1
               until WS-PRF-SUB > WS-PRF-COUNT
                   or FBZRA-FOUND
           if FBZRA-NOT-FOUND
               perform 4300-SET-SUB-SEVERITY
                   thru 4300-EXIT
               move spaces to WS-FND-TEXT
               string "PROFILE " delimited by size
                   FBZ-SUB-PROFILE delimited by size
                   " NOT ON FBZPROF" delimited by size
                   into WS-FND-TEXT
               end-string
               perform 8100-WRITE-FINDING
                   thru 8100-EXIT
           end-if.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4150-MATCH-ONE-REQUESTOR - TEST ONE REQUESTOR SLOT AND
      * REMEMBER WHICH SLOT MATCHED.
      *-----------------------------------------------------------------
       4150-MATCH-ONE-REQUESTOR.
           if WS-RQM-ID(WS-RQM-SUB) = FBZ-SUB-REQUESTOR
               set FBZRA-FOUND to true
               move WS-RQM-SUB to WS-MATCH-SUB
           end-if.
       4150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4200-MATCH-ONE-PROFILE - TEST ONE PROFILE SLOT AND MARK IT
      * USED ON A MATCH.
      *-----------------------------------------------------------------
       4200-MATCH-ONE-PROFILE.
           if WS-PRF-ID(WS-PRF-SUB) = FBZ-SUB-PROFILE
               set FBZRA-FOUND to true
               move "Y" to WS-PRF-USED(WS-PRF-SUB)
           end-if.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4300-SET-SUB-SEVERITY - FATAL FOR A SUBSCRIPTION STILL IN
      * FORCE (EXPIRY ON OR AFTER THE PROCESSING DATE), WARNING
      * FOR ONE ALREADY EXPIRED.
      *-----------------------------------------------------------------
       4300-SET-SUB-SEVERITY.
           if FBZ-SUB-EXP-DATE < WS-TODAY
               set FBZRA-FND-WARNING to true
           else
               set FBZRA-FND-FATAL to true
           end-if.
       4300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-AUDIT-PROFILE-USE - A PROFILE NO SUBSCRIPTION NAMES
      * IS ONLY REACHED BY A ONE-OFF REQUEST, IF AT ALL - A
      * CANDIDATE FOR RETIREMENT, SO A WARNING.
      *-----------------------------------------------------------------
       4500-AUDIT-PROFILE-USE.
           if WS-PRF-USED(WS-PRF-SUB) = "Y"
               go to 4500-EXIT
           end-if
           set FBZRA-FND-WARNING to true
           move "FBZPROF" to WS-FND-FILE
           move WS-PRF-ID(WS-PRF-SUB) to WS-FND-KEY
           move "NO SUBSCRIPTION USES THIS PROFILE" to WS-FND-TEXT
           perform 8100-WRITE-FINDING
               thru 8100-EXIT.
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-SCAN-ACTIVITY-LOGS - FIND EACH OPERATOR'S LATEST
      * ACTION ACROSS THE MAINTENANCE LOGS: PARAMETERS, BIN
      * MASTER, REQUESTORS, SUBSCRIPTIONS, CALENDAR, RELEASE GATE,
      * ITEM MASTER AND CATEGORY OVERRIDES.  A MISSING LOG
      * CONTRIBUTES NOTHING.
      *-----------------------------------------------------------------
       5000-SCAN-ACTIVITY-LOGS.
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-MAINT-LOG-FILE
           if WS-MLOG-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 5110-READ-ONE-MLOG
               thru 5110-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-MAINT-LOG-FILE
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-BIN-LOG-FILE
           if WS-BLOG-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 5120-READ-ONE-BLOG
               thru 5120-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-BIN-LOG-FILE
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-RQM-LOG-FILE
           if WS-QLOG-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 5130-READ-ONE-QLOG
               thru 5130-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-RQM-LOG-FILE
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-SUB-LOG-FILE
           if WS-SLOG-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 5140-READ-ONE-SLOG
               thru 5140-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-SUB-LOG-FILE
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-CAL-LOG-FILE
           if WS-CLOG-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 5150-READ-ONE-CLOG
               thru 5150-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-CAL-LOG-FILE
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-GATE-LOG-FILE
           if WS-GLOG-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 5160-READ-ONE-GLOG
               thru 5160-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-GATE-LOG-FILE
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-ITEM-LOG-FILE
           if WS-ILOG-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 5170-READ-ONE-ILOG
               thru 5170-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-ITEM-LOG-FILE
           set FBZRA-SCAN-NOT-EOF to true
           open input FBZ-OVR-LOG-FILE
           if WS-OLOG-STATUS not = "00"
               set FBZRA-SCAN-EOF to true
           end-if
           perform 5180-READ-ONE-OLOG
               thru 5180-EXIT
               until FBZRA-SCAN-EOF
           close FBZ-OVR-LOG-FILE.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5110-READ-ONE-MLOG THROUGH 5180-READ-ONE-OLOG - READ ONE
      * RECORD FROM ONE LOG AND CREDIT ITS OPERATOR WITH THE DATE.
      *-----------------------------------------------------------------
       5110-READ-ONE-MLOG.
           read FBZ-MAINT-LOG-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 5110-EXIT
           end-read
           move FBZM-LOG-OPERATOR-ID to WS-LOOK-OPERATOR
           move FBZM-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 5900-CREDIT-OPERATOR
               thru 5900-EXIT.
       5110-EXIT.
           exit.

       5120-READ-ONE-BLOG.
           read FBZ-BIN-LOG-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 5120-EXIT
           end-read
           move FBZB-LOG-OPERATOR-ID to WS-LOOK-OPERATOR
           move FBZB-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 5900-CREDIT-OPERATOR
               thru 5900-EXIT.
       5120-EXIT.
           exit.

       5130-READ-ONE-QLOG.
           read FBZ-RQM-LOG-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 5130-EXIT
           end-read
           move FBZQ-LOG-OPERATOR-ID to WS-LOOK-OPERATOR
           move FBZQ-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 5900-CREDIT-OPERATOR
               thru 5900-EXIT.
       5130-EXIT.
           exit.

       5140-READ-ONE-SLOG.
           read FBZ-SUB-LOG-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 5140-EXIT
           end-read
           move FBZS-LOG-OPERATOR-ID to WS-LOOK-OPERATOR
           move FBZS-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 5900-CREDIT-OPERATOR
               thru 5900-EXIT.
       5140-EXIT.
           exit.

       5150-READ-ONE-CLOG.
           read FBZ-CAL-LOG-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 5150-EXIT
           end-read
           move FBZC-LOG-OPERATOR-ID to WS-LOOK-OPERATOR
           move FBZC-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 5900-CREDIT-OPERATOR
               thru 5900-EXIT.
       5150-EXIT.
           exit.

       5160-READ-ONE-GLOG.
           read FBZ-GATE-LOG-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 5160-EXIT
           end-read
           move FBZG-LOG-OPERATOR-ID to WS-LOOK-OPERATOR
           move FBZG-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 5900-CREDIT-OPERATOR
               thru 5900-EXIT.
       5160-EXIT.
           exit.

       5170-READ-ONE-ILOG.
           read FBZ-ITEM-LOG-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 5170-EXIT
           end-read
           move FBZI-LOG-OPERATOR-ID to WS-LOOK-OPERATOR
           move FBZI-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 5900-CREDIT-OPERATOR
               thru 5900-EXIT.
       5170-EXIT.
           exit.

       5180-READ-ONE-OLOG.
           read FBZ-OVR-LOG-FILE
               at end
                   set FBZRA-SCAN-EOF to true
                   go to 5180-EXIT
           end-read
           move FBZO-LOG-OPERATOR-ID to WS-LOOK-OPERATOR
           move FBZO-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 5900-CREDIT-OPERATOR
               thru 5900-EXIT.
       5180-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5500-AUDIT-ONE-OPERATOR - AN ACTIVE OPERATOR WITH NOTHING
      * ON ANY LOG SINCE THE IDLE CUTOFF HOLDS AN AUTHORIZATION
      * NOBODY IS USING - A WARNING FOR THE SECURITY COORDINATOR.
      * AN INACTIVE OPERATOR ALREADY HAS NO AUTHORITY.
      *-----------------------------------------------------------------
       5500-AUDIT-ONE-OPERATOR.
           if WS-OPR-ACTIVE(WS-OPER-SUB) not = "Y"
               go to 5500-EXIT
           end-if
           if WS-OPR-LAST-DATE(WS-OPER-SUB) not = spaces
               and WS-OPR-LAST-DATE(WS-OPER-SUB) >= WS-IDLE-CUTOFF
               go to 5500-EXIT
           end-if
           set FBZRA-FND-WARNING to true
           move "FBZOPER" to WS-FND-FILE
           move WS-OPR-ID(WS-OPER-SUB) to WS-FND-KEY
           move spaces to WS-FND-TEXT
           if WS-OPR-LAST-DATE(WS-OPER-SUB) = spaces
               string "NO LOGGED ACTIVITY ON FILE - IDLE OVER "
                       delimited by size
                   WS-IDLE-DAYS delimited by size
                   " DAYS" delimited by size
                   into WS-FND-TEXT
               end-string
           else
               string "NO LOGGED ACTIVITY SINCE " delimited by size
                   WS-OPR-LAST-DATE(WS-OPER-SUB) delimited by size
                   " - IDLE OVER " delimited by size
                   WS-IDLE-DAYS delimited by size
                   " DAYS" delimited by size
                   into WS-FND-TEXT
               end-string
           end-if
           perform 8100-WRITE-FINDING
               thru 8100-EXIT.
       5500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5900-CREDIT-OPERATOR - KEEP THE LATEST DATE SEEN FOR THE
      * OPERATOR IN WS-LOOK-OPERATOR.  AN ID NOT ON FBZOPER IS
      * FBZSECR'S CONCERN, NOT THIS AUDIT'S.
      *-----------------------------------------------------------------
       5900-CREDIT-OPERATOR.
           set FBZRA-NOT-FOUND to true
           perform 5950-MATCH-ONE-OPERATOR
               thru 5950-EXIT
               varying WS-MATCH-SUB from 1 by 1
               until WS-MATCH-SUB > WS-OPER-COUNT
                   or FBZRA-FOUND.
       5900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5950-MATCH-ONE-OPERATOR - TEST ONE OPERATOR SLOT AND
      * ADVANCE ITS LAST-ACTIVE DATE ON A MATCH.
      *-----------------------------------------------------------------
       5950-MATCH-ONE-OPERATOR.
           if WS-OPR-ID(WS-MATCH-SUB) = WS-LOOK-OPERATOR
               set FBZRA-FOUND to true
               if WS-LOOK-DATE is numeric
                   and (WS-OPR-LAST-DATE(WS-MATCH-SUB) = spaces
                   or WS-LOOK-DATE > WS-OPR-LAST-DATE(WS-MATCH-SUB))
                   move WS-LOOK-DATE
                       to WS-OPR-LAST-DATE(WS-MATCH-SUB)
               end-if
           end-if.
       5950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - CLOSE THE REPORT WITH ITS
      * COUNTS AND DISPLAY THE END-OF-RUN CONTROL TOTALS.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE
           if WS-FATAL-COUNT > 0
               string "  " delimited by size
                   WS-FATAL-COUNT delimited by size
                   " FATAL FINDING(S) - CHAIN STOPPED"
                       delimited by size
                   into FBZ-REPORT-LINE
               end-string
           else
               string "  NO FATAL FINDINGS - CHAIN MAY PROCEED"
                       delimited by size
                   into FBZ-REPORT-LINE
               end-string
           end-if
           write FBZ-REPORT-LINE
           display "FBZREFA CONTROL/SUMMARY REPORT"
           display "  SITE. . . . . . . . . . . " WS-SITE-CODE
           display "  AUDIT DATE. . . . . . . . " WS-TODAY
           display "  BINS ON FBZBMAST. . . . . " WS-BIN-COUNT
           display "  FBZCMAP MAPPINGS. . . . . " WS-MAP-COUNT
           display "  PROFILES. . . . . . . . . " WS-PRF-COUNT
           display "  SUBSCRIPTIONS . . . . . . " WS-SUB-COUNT
           display "  OPERATORS . . . . . . . . " WS-OPER-COUNT
           display "  FATAL FINDINGS. . . . . . " WS-FATAL-COUNT
           display "  WARNINGS. . . . . . . . . " WS-WARNING-COUNT.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-FIND-BIN - LOOK WS-LOOK-BIN UP ON THE BIN TABLE,
      * LEAVING WS-BIN-SUB ON THE MATCHING SLOT.
      *-----------------------------------------------------------------
       7000-FIND-BIN.
           set FBZRA-NOT-FOUND to true
           perform 7050-MATCH-ONE-BIN
               thru 7050-EXIT
               varying WS-MATCH-SUB from 1 by 1
               until WS-MATCH-SUB > WS-BIN-COUNT
                   or FBZRA-FOUND.
       7000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7050-MATCH-ONE-BIN - TEST ONE BIN SLOT.
      *-----------------------------------------------------------------
       7050-MATCH-ONE-BIN.
           if WS-BIN-CODE(WS-MATCH-SUB) = WS-LOOK-BIN
               set FBZRA-FOUND to true
               move WS-MATCH-SUB to WS-BIN-SUB
           end-if.
       7050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 8000-WRITE-SIM-FINDING - A FINDING AGAINST THE RULE TABLE
      * BEING SIMULATED, KEYED BY ITS FILE AND PROFILE.
      *-----------------------------------------------------------------
       8000-WRITE-SIM-FINDING.
           move WS-SIM-SOURCE to WS-FND-FILE
           move WS-SIM-KEY to WS-FND-KEY
           perform 8100-WRITE-FINDING
               thru 8100-EXIT.
       8000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 8100-WRITE-FINDING - PRINT ONE FINDING AND COUNT IT BY
      * SEVERITY.
      *-----------------------------------------------------------------
       8100-WRITE-FINDING.
           if FBZRA-FND-FATAL
               add 1 to WS-FATAL-COUNT
           else
               add 1 to WS-WARNING-COUNT
           end-if
           move WS-FINDING-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       8100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (16 - FBZBMAST OPEN FAILED, 20 -
      * REPORT OPEN FAILED).  RETURN CODE 10, A FATAL FINDING, IS
      * SET AT THE END OF A COMPLETED AUDIT, NOT HERE.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
