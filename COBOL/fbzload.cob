      *     RESTORED     CHAR(1)       - "N" ON A PRODUCTION LOAD,
      *                                  "Y" ON A ROW FBZARCR PUT
      *                                  BACK FROM THE ARCHIVE
      *     OVERRIDDEN   CHAR(1)       - "Y" WHEN THE CATEGORY AND
      *                                  TEXT CAME FROM AN FBZOVRD
      *                                  PER-ITEM OVERRIDE, ELSE "N"
      *     PARM_VERSION INTEGER       - FBZPHIST VERSION OF THE
      *                                  FBZPARM RULE SET THAT MADE
      *                                  THE ROW (ZERO WHEN NOT
      *                                  KNOWN)
      *     PROFILE_ID   CHAR(8)       - FBZPRF PROFILE ID OF A
      *                                  REQUEST-MODE ROW, SPACES
      *                                  UNDER THE LIVE RULE SET
      *     REQUESTOR    CHAR(6)       - FBZRQMST REQUESTOR THE
      *                                  LISTING WAS TAGGED FOR,
      *                                  SPACES ON A PRODUCTION RUN
      *     SITE_CODE    CHAR(2)       - WAREHOUSE SITE THE LISTING
      *                                  WAS PRODUCED FOR ("01" FOR
      *                                  A LISTING THAT CARRIES NONE;
      *                                  COLUMN DEFAULT "01", SO ROWS
      *                                  LOADED BEFORE IT EXISTED
      *                                  ARE SITE 01)
      *
      * BESIDE THE DETAIL ROWS THE LOAD KEEPS THE FBZHSUM DAILY
      * CATEGORY SUMMARY TABLE, SO TREND AND PLANNING REPORTS NEED
      * NOT GROUP A WHOLE MONTH OF FBZHIST ROWS TO GET A HANDFUL OF
      * COUNTS.  EXPECTED COLUMNS, KEYED ON THE FIRST SIX:
      *     RUN_DATE     CHAR(8)       - YYYYMMDD
      *     SITE_CODE    CHAR(2)       - DEFAULT "01", AS ON FBZHIST
      *     PROGRAM_ID   CHAR(8)
      *     REQUESTOR    CHAR(6)
      *     CATEGORY     CHAR(8)
      *     RESTORED     CHAR(1)       - "N" FOR PRODUCTION ROWS,
      *                                  "Y" FOR ROWS FBZARCR PUT
      *                                  BACK FROM THE ARCHIVE
      *     ROW_COUNT    INTEGER       - FBZHIST ROWS WITH THAT KEY
      * THE COUNTS ARE ADDED IN THE SAME UNIT OF WORK AS THE DETAIL
      * ROWS THEY COUNT, SO A CHECKPOINTED RESUME NEITHER LOSES NOR
      * DOUBLES THEM.  FBZPURGE AND FBZARCR KEEP THE TABLE IN STEP
      * WHEN ROWS LEAVE OR COME BACK.
      *
      * MODIFICATION HISTORY
      *   2026-08-09  AS  ORIGINAL PROGRAM.
      *                   OUTAGE RECOVERS AS PROPER LOGICAL RUNS
      *                   UNDER THEIR CORRECT RUN DATES.  WITHOUT
      *                   THE DD, TODAY'S DATE RULES AS ALWAYS.
      *   2026-10-15  AS  THE INSERT NOW FILLS THE NEW OVERRIDDEN
      *                   COLUMN FROM FBZ-REC-OVERRIDE-FLAG, SO
      *                   HISTORY SHOWS WHICH ROWS TOOK THEIR
      *                   CATEGORY FROM AN FBZOVRD OVERRIDE.
      *   2026-10-15  AS  THE INSERT NOW ALSO FILLS THE NEW
      *                   PARM_VERSION AND PROFILE_ID COLUMNS FROM THE
      *                   RULE-SET STAMP ON EACH FIZZOUT RECORD (ZERO
      *                   FOR A LISTING CUT BEFORE THE STAMP), AND
      *                   THE FBZCTL RECORD CARRIES THE VERSION OF
      *                   THE LISTING LOADED.
      *   2026-10-15  AS  THE INSERT NOW FILLS THE NEW REQUESTOR COLUMN
      *                   FROM FBZ-REC-REQUESTOR, AND THE LOAD KEEPS THE
      *                   NEW FBZHSUM DAILY CATEGORY SUMMARY (ONE ROW
      *                   PER RUN DATE, PROGRAM, REQUESTOR AND CATEGORY)
      *                   - COUNTS ARE GATHERED PER INTERVAL AND ADDED
      *                   JUST AHEAD OF EACH COMMIT, SO A RESUME STAYS
      *                   EXACT.  A SUMMARY FAILURE ROLLS THE INTERVAL
      *                   BACK, RC 12.
      *   2026-10-15  AS  THE INSERT NOW FILLS THE NEW FBZHIST SITE_CODE
      *                   COLUMN FROM FBZ-REC-SITE (SPACES = SITE 01),
      *                   FBZHSUM IS KEYED BY SITE AS WELL, AND THE
      *                   CONTROL-TOTALS RECORD CARRIES THE SITE.  THE
      *                   SITES BALANCE APART BECAUSE EACH WRITES ITS
      *                   OWN CONTROL-TOTALS DATASET (PROD.FIZZBUZZ.
      *                   S02.CONTROL.TOTALS FOR SITE 02), NOT BECAUSE
      *                   FBZBAL TESTS THE FIELD.
      *   2026-10-15  AS  WHEN FBZSRCS HAS CHOSEN A FALLBACK LOAD SOURCE
      *                   FOR THE PROCESSING DATE (DD FBZSRCSL, SEE
      *                   FBZSRC), THAT VARIANT'S LISTING IS ALLOCATED
      *                   TO DD FIZZOUT IN PLACE OF FIZZBUZ1'S BEFORE
      *                   THE OPEN, SO THE DAY STILL LOADS WHEN FIZZBUZ1
      *                   FAILED.
      *=================================================================
       identification division.
       program-id. FBZLOAD.
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
       01  WS-FIZZOUT-STATUS       pic X(02).
       01  WS-CTL-STATUS           pic X(02).
       01  WS-TIME-NOW             pic X(08).
       01  WS-START-TIME           pic X(08).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-SRC-STATUS           pic X(02).
       01  WS-SRC-EOF-SWITCH       pic X(01).
           88  FBZLD-SRC-EOF            value "Y".
           88  FBZLD-SRC-NOT-EOF        value "N".
       01  WS-SRC-VARIANT          pic 9(01).
       01  WS-SRC-PROGRAM-ID       pic X(08).
       01  WS-SRC-DSN              pic X(44).
       01  WS-EOF-SWITCH           pic X(01).
           88  FBZLD-EOF                value "Y".
           88  FBZLD-NOT-EOF             value "N".
       01  WS-COMMIT-COUNT         pic 9(05) comp.
       01  WS-RESTART-NUM          pic 9(05).
       01  WS-CHECKPOINT-NUM       pic 9(05).
       01  WS-LISTING-VERSION      pic 9(05).
       01  WS-SUM-COUNT            pic 9(04) comp.
       01  WS-SUM-SUB              pic 9(04) comp.
       01  WS-SUM-MATCH            pic 9(04) comp.
       01  WS-SUM-ROWS-WRITTEN     pic 9(07) comp.
      *    FBZHSUM COUNTS GATHERED SINCE THE LAST COMMIT, ONE ENTRY
      *    PER PROGRAM, REQUESTOR AND CATEGORY.  A LISTING NORMALLY
      *    NEEDS FOUR; A FULL TABLE IS SIMPLY FLUSHED EARLY.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY        occurs 200 times.
               10  WS-SUM-PROGRAM-ID   pic X(08).
               10  WS-SUM-REQUESTOR    pic X(06).
               10  WS-SUM-CATEGORY     pic X(08).
               10  WS-SUM-ROWS         pic 9(07) comp.

      *-----------------------------------------------------------------
      * THE ENVIRONMENT VARIABLE THAT ALLOCATES DD FIZZOUT TO THE
      * LOAD SOURCE FBZSRCS CHOSE WHEN IT IS NOT FIZZBUZ1 - THE
      * NAME=VALUE PAIR ENDS IN A NULL BYTE FOR THE PUTENV SERVICE.
      *-----------------------------------------------------------------
       01  WS-FIZZOUT-ENV.
           05  filler              pic X(08) value "FIZZOUT=".
           05  WS-FIZZOUT-ALLOC    pic X(100).

           exec sql include sqlca end-exec.

       01  DCL-FBZ-NUM             pic S9(09) comp.
       01  DCL-CATEGORY            pic X(08).
       01  DCL-REC-TEXT            pic X(40).
       01  DCL-OVERRIDDEN          pic X(01).
       01  DCL-PARM-VERSION        pic S9(09) comp.
       01  DCL-PROFILE-ID          pic X(08).
       01  DCL-REQUESTOR           pic X(06).
       01  DCL-SITE-CODE           pic X(02).
       01  DCL-SUM-PROGRAM-ID      pic X(08).
       01  DCL-SUM-REQUESTOR       pic X(06).
       01  DCL-SUM-CATEGORY        pic X(08).
       01  DCL-ROW-COUNT           pic S9(09) comp.
           exec sql end declare section end-exec.

      *=================================================================
           move 0 to WS-ROWS-REJECTED
           move 0 to WS-ROWS-SKIPPED
           move 0 to WS-COMMIT-COUNT
           move 0 to WS-LISTING-VERSION
           move 0 to WS-SUM-COUNT
           move 0 to WS-SUM-ROWS-WRITTEN
           move "01" to DCL-SITE-CODE
           set FBZLD-NOT-EOF to true
           accept DCL-RUN-DATE from date YYYYMMDD
           accept WS-START-TIME from time
               thru 1050-EXIT
           perform 1500-CHECK-RESTART
               thru 1500-EXIT
           perform 1100-APPLY-LOAD-SOURCE
               thru 1100-EXIT
           open input FIZZOUT-FILE
           if WS-FIZZOUT-STATUS not = "00"
               display "FBZLOAD - FIZZOUT OPEN FAILED, STATUS "
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-APPLY-LOAD-SOURCE - FIND FBZSRCS'S LATEST LOAD-SOURCE
      * RECORD FOR THE PROCESSING DATE.  WHEN IT NAMES A FALLBACK
      * VARIANT, ALLOCATE THAT VARIANT'S LISTING TO DD FIZZOUT IN
      * PLACE OF THE FIZZBUZ1 GENERATION THE JCL NAMES, SO THE
      * LOAD TAKES THE DAY'S SYSTEM OF RECORD.  NO DD, NO RECORD
      * FOR THE DATE, OR FIZZBUZ1 CHOSEN LEAVES THE JCL IN FORCE.
      *-----------------------------------------------------------------
       1100-APPLY-LOAD-SOURCE.
           move 0 to WS-SRC-VARIANT
           move spaces to WS-SRC-PROGRAM-ID
           move spaces to WS-SRC-DSN
           set FBZLD-SRC-NOT-EOF to true
           open input FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               set FBZLD-SRC-EOF to true
           end-if
           perform 1150-SCAN-ONE-SOURCE
               thru 1150-EXIT
               until FBZLD-SRC-EOF
           close FBZ-SOURCE-FILE
           if WS-SRC-VARIANT < 2
               go to 1100-EXIT
           end-if
           move spaces to WS-FIZZOUT-ALLOC
           string "DSN(" delimited by size
               WS-SRC-DSN delimited by space
               "),SHR" delimited by size
               x"00" delimited by size
               into WS-FIZZOUT-ALLOC
           end-string
           call "putenv" using WS-FIZZOUT-ENV
           display "FBZLOAD - FALLBACK LOAD SOURCE " WS-SRC-PROGRAM-ID
               " - LOADING " WS-SRC-DSN.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-SCAN-ONE-SOURCE - KEEP THE LATEST LOAD-SOURCE RECORD
      * FOR THE PROCESSING DATE.  A RECORD WITH NO SOURCE STOPPED
      * THE CHAIN AND LEAVES THE JCL'S LISTING IN FORCE.
      *-----------------------------------------------------------------
       1150-SCAN-ONE-SOURCE.
           read FBZ-SOURCE-FILE
               at end
                   set FBZLD-SRC-EOF to true
                   go to 1150-EXIT
           end-read
           if FBZ-SRC-RUN-DATE not = DCL-RUN-DATE
               go to 1150-EXIT
           end-if
           move 0 to WS-SRC-VARIANT
           if FBZ-SRC-HAS-SOURCE
               move FBZ-SRC-VARIANT to WS-SRC-VARIANT
               move FBZ-SRC-PROGRAM-ID to WS-SRC-PROGRAM-ID
               move FBZ-SRC-LISTING-DSN to WS-SRC-DSN
           end-if.
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A PRIOR
      * LOAD.  A LAST-NUM ABOVE ZERO MEANS A PRIOR ATTEMPT
      * FAR IS COMMITTED AND CHECKPOINTED.
      *-----------------------------------------------------------------
       2000-LOAD-RECORDS.
           if FBZ-REC-PARM-VERSION is numeric
               move FBZ-REC-PARM-VERSION to WS-LISTING-VERSION
           else
               move zeroes to WS-LISTING-VERSION
           end-if
           if FBZ-REC-SITE not = spaces
               move FBZ-REC-SITE to DCL-SITE-CODE
           end-if
           if WS-RESTART-NUM > 0
               and FBZ-REC-NUM <= WS-RESTART-NUM
               add 1 to WS-ROWS-SKIPPED
           move FBZ-REC-NUM to DCL-FBZ-NUM
           move FBZ-REC-CATEGORY to DCL-CATEGORY
           move FBZ-REC-TEXT to DCL-REC-TEXT
           if FBZ-REC-IS-OVERRIDE
               move "Y" to DCL-OVERRIDDEN
           else
               move "N" to DCL-OVERRIDDEN
           end-if
           move WS-LISTING-VERSION to DCL-PARM-VERSION
           move FBZ-REC-PROFILE to DCL-PROFILE-ID
           move FBZ-REC-REQUESTOR to DCL-REQUESTOR

           exec sql
               insert into FBZHIST
                   (RUN_DATE, PROGRAM_ID, FBZ_NUM, CATEGORY,
                    REC_TEXT, RESTORED, OVERRIDDEN, PARM_VERSION,
                    PROFILE_ID, REQUESTOR, SITE_CODE)
                   values
                   (:DCL-RUN-DATE, :DCL-PROGRAM-ID, :DCL-FBZ-NUM,
                    :DCL-CATEGORY, :DCL-REC-TEXT, 'N',
                    :DCL-OVERRIDDEN, :DCL-PARM-VERSION,
                    :DCL-PROFILE-ID, :DCL-REQUESTOR, :DCL-SITE-CODE)
           end-exec

           if SQLCODE = zero
               add 1 to WS-ROWS-LOADED
               add 1 to WS-COMMIT-COUNT
               perform 2500-COUNT-SUMMARY-ROW
                   thru 2500-EXIT
               if WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                   perform 5000-COMMIT-AND-CHECKPOINT
                       thru 5000-EXIT
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-COUNT-SUMMARY-ROW - ADD THE ROW JUST INSERTED TO ITS
      * PROGRAM, REQUESTOR AND CATEGORY ENTRY IN THE PENDING FBZHSUM
      * COUNTS.  A NEW KEY WITH THE TABLE FULL FLUSHES THE PENDING
      * COUNTS FIRST - THEY STILL GO IN WITH THIS INTERVAL'S COMMIT.
      *-----------------------------------------------------------------
       2500-COUNT-SUMMARY-ROW.
           move 0 to WS-SUM-MATCH
           perform 2550-FIND-SUMMARY-ENTRY
               thru 2550-EXIT
               varying WS-SUM-SUB from 1 by 1
               until WS-SUM-SUB > WS-SUM-COUNT
                  or WS-SUM-MATCH > 0
           if WS-SUM-MATCH > 0
               add 1 to WS-SUM-ROWS (WS-SUM-MATCH)
               go to 2500-EXIT
           end-if
           if WS-SUM-COUNT >= 200
               perform 5200-FLUSH-SUMMARY
                   thru 5200-EXIT
           end-if
           add 1 to WS-SUM-COUNT
           move DCL-PROGRAM-ID to WS-SUM-PROGRAM-ID (WS-SUM-COUNT)
           move DCL-REQUESTOR to WS-SUM-REQUESTOR (WS-SUM-COUNT)
           move DCL-CATEGORY to WS-SUM-CATEGORY (WS-SUM-COUNT)
           move 1 to WS-SUM-ROWS (WS-SUM-COUNT).
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2550-FIND-SUMMARY-ENTRY - TEST ONE PENDING ENTRY AGAINST THE
      * KEY OF THE ROW JUST INSERTED.
      *-----------------------------------------------------------------
       2550-FIND-SUMMARY-ENTRY.
           if WS-SUM-PROGRAM-ID (WS-SUM-SUB) = DCL-PROGRAM-ID
               and WS-SUM-REQUESTOR (WS-SUM-SUB) = DCL-REQUESTOR
               and WS-SUM-CATEGORY (WS-SUM-SUB) = DCL-CATEGORY
               move WS-SUM-SUB to WS-SUM-MATCH
           end-if.
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-COMMIT-AND-CHECKPOINT - COMMIT THE INSERTS SO FAR AND
      * RECORD THE LAST COMMITTED NUM IN THE CHECKPOINT, SO AN
      * THE RERUN RESUMES INSTEAD OF RESTARTING.
      *-----------------------------------------------------------------
       5000-COMMIT-AND-CHECKPOINT.
           perform 5200-FLUSH-SUMMARY
               thru 5200-EXIT
           exec sql commit end-exec
           move 0 to WS-COMMIT-COUNT
           move FBZ-REC-NUM to WS-CHECKPOINT-NUM
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5200-FLUSH-SUMMARY - ADD THE PENDING COUNTS TO FBZHSUM AND
      * EMPTY THE TABLE.  ALWAYS PERFORMED AHEAD OF A COMMIT, SO
      * THE SUMMARY AND THE DETAIL ROWS COMMIT OR ROLL BACK
      * TOGETHER.
      *-----------------------------------------------------------------
       5200-FLUSH-SUMMARY.
           perform 5250-FLUSH-ONE-ENTRY
               thru 5250-EXIT
               varying WS-SUM-SUB from 1 by 1
               until WS-SUM-SUB > WS-SUM-COUNT
           move 0 to WS-SUM-COUNT.
       5200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5250-FLUSH-ONE-ENTRY - ADD ONE PENDING COUNT TO ITS FBZHSUM
      * ROW, INSERTING THE ROW WHEN THE DAY HAS NONE YET.  A FAILURE
      * ROLLS BACK THE WHOLE INTERVAL, DETAIL ROWS INCLUDED, AND
      * ENDS THE RUN WITH RETURN CODE 12 - THE CHECKPOINT STILL
      * NAMES THE LAST GOOD COMMIT, SO A PLAIN RERUN RESUMES THERE.
      *-----------------------------------------------------------------
       5250-FLUSH-ONE-ENTRY.
           move WS-SUM-PROGRAM-ID (WS-SUM-SUB) to DCL-SUM-PROGRAM-ID
           move WS-SUM-REQUESTOR (WS-SUM-SUB) to DCL-SUM-REQUESTOR
           move WS-SUM-CATEGORY (WS-SUM-SUB) to DCL-SUM-CATEGORY
           move WS-SUM-ROWS (WS-SUM-SUB) to DCL-ROW-COUNT
           exec sql
               update FBZHSUM
                  set ROW_COUNT = ROW_COUNT + :DCL-ROW-COUNT
                where RUN_DATE = :DCL-RUN-DATE
                  and SITE_CODE = :DCL-SITE-CODE
                  and PROGRAM_ID = :DCL-SUM-PROGRAM-ID
                  and REQUESTOR = :DCL-SUM-REQUESTOR
                  and CATEGORY = :DCL-SUM-CATEGORY
                  and RESTORED = 'N'
           end-exec
           if SQLCODE = 100
               exec sql
                   insert into FBZHSUM
                       (RUN_DATE, SITE_CODE, PROGRAM_ID, REQUESTOR,
                        CATEGORY, RESTORED, ROW_COUNT)
                       values
                       (:DCL-RUN-DATE, :DCL-SITE-CODE,
                        :DCL-SUM-PROGRAM-ID, :DCL-SUM-REQUESTOR,
                        :DCL-SUM-CATEGORY, 'N', :DCL-ROW-COUNT)
               end-exec
               if SQLCODE = zero
                   add 1 to WS-SUM-ROWS-WRITTEN
               end-if
           end-if
           if SQLCODE not = zero
               display "FBZLOAD - FBZHSUM UPDATE FAILED FOR "
                   DCL-SUM-PROGRAM-ID " " DCL-SUM-CATEGORY
                   " SQLCODE " SQLCODE " - INTERVAL ROLLED BACK"
               exec sql rollback end-exec
               move 12 to return-code
               stop run
           end-if.
       5250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5500-WRITE-CHECKPOINT - REWRITE THE ONE-RECORD CHECKPOINT
      * FILE WITH WS-CHECKPOINT-NUM AS THE LAST COMMITTED NUM
      * FOLLOW-UP.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           perform 5200-FLUSH-SUMMARY
               thru 5200-EXIT
           exec sql commit end-exec
           move 0 to WS-CHECKPOINT-NUM
           perform 5500-WRITE-CHECKPOINT
           display "FBZLOAD CONTROL/SUMMARY REPORT"
           display "  RUN DATE LOADED . . . . . " DCL-RUN-DATE
           display "  PROGRAM-ID LOADED . . . . " DCL-PROGRAM-ID
           display "  SITE. . . . . . . . . . . " DCL-SITE-CODE
           display "  PARAMETER VERSION . . . . " WS-LISTING-VERSION
           display "  ROWS LOADED . . . . . . . " WS-ROWS-LOADED
           display "  ROWS SKIPPED (RESUME) . . " WS-ROWS-SKIPPED
           display "  ROWS REJECTED . . . . . . " WS-ROWS-REJECTED
           display "  SUMMARY ROWS ADDED. . . . " WS-SUM-ROWS-WRITTEN.
       6000-EXIT.
           exit.

           move zeroes to FBZ-CTL-START-NUM
           compute FBZ-CTL-TOTAL
               = WS-ROWS-LOADED + WS-ROWS-SKIPPED
           if WS-LISTING-VERSION > zero
               move WS-LISTING-VERSION to FBZ-CTL-PARM-VERSION
           end-if
           move DCL-SITE-CODE to FBZ-CTL-SITE
           open extend FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               open output FBZ-CONTROL-FILE
