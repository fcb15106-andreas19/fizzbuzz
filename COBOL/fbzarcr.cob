      *                                  SO FBZTREND AND FBZPURGE
      *                                  CAN TELL A RESTORED PERIOD
      *                                  FROM A NEW RUN
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
      *                                  WAS PRODUCED FOR (COLUMN
      *                                  DEFAULT "01", SO ROWS
      *                                  LOADED BEFORE IT EXISTED
      *                                  ARE SITE 01)
      *
      * EACH RELOADED ROW IS ALSO COUNTED INTO THE FBZHSUM DAILY
      * CATEGORY SUMMARY UNDER RESTORED "Y" (SEE FBZLOAD FOR THE
      * COLUMNS), SO THE SUMMARY STAYS IN STEP WITH FBZHIST.
      *
      * A RELOAD IS ALL OR NOTHING: ANY INSERT FAILURE ROLLS THE
      * WHOLE RELOAD BACK AND ENDS WITH RETURN CODE 12, SO FBZHIST
      * CAN NEVER BE LEFT HOLDING HALF A RESTORED PERIOD.  THE
      * FBZHSUM COUNTS ROLL BACK WITH IT.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  A RELOADED ROW NOW PUTS BACK THE ARCHIVED
      *                   OVERRIDDEN FLAG ("N" FOR A ROW ARCHIVED
      *                   BEFORE THE COLUMN EXISTED).
      *   2026-10-15  AS  THE EXTRACT NOW SHOWS EACH ROW'S FBZPHIST
      *                   RULE-SET VERSION AND FBZPRF PROFILE ID FROM
      *                   THE 100-BYTE ARCHIVE, AND A RELOAD PUTS
      *                   THEM BACK IN PARM_VERSION AND PROFILE_ID
      *                   (ZERO AND SPACES FROM A GENERATION CUT
      *                   BEFORE THEY WERE ARCHIVED).
      *   2026-10-15  AS  A RELOADED ROW NOW PUTS BACK THE ARCHIVED
      *                   REQUESTOR AND IS COUNTED INTO THE FBZHSUM
      *                   DAILY CATEGORY SUMMARY UNDER RESTORED Y, IN
      *                   THE SAME ALL-OR-NOTHING UNIT OF WORK AS THE
      *                   RELOAD.
      *   2026-10-15  AS  THE RELOAD PUTS FBZ-ARC-SITE BACK INTO THE NEW
      *                   FBZHIST SITE_CODE COLUMN AND COUNTS THE ROW
      *                   UNDER ITS SITE IN FBZHSUM.  A RECORD ARCHIVED
      *                   BEFORE THE FIELD EXISTED RELOADS AS SITE 01.
      *=================================================================
       identification division.
       program-id. FBZARCR.
           05  filler              pic X(07) value "NUM".
           05  filler              pic X(10) value "CATEGORY".
           05  filler              pic X(40) value "TEXT".
           05  filler              pic X(09) value " PARM VER".
           05  filler              pic X(08) value "PROFILE".
           05  filler              pic X(36) value spaces.

       01  WS-DETAIL-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-CATEGORY     pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-TEXT         pic X(40).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-PARM-VERSION pic X(05).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-PROFILE      pic X(08).
           05  filler              pic X(36) value spaces.

       01  WS-TOTAL-LINE.
           05  filler              pic X(02) value spaces.
       01  DCL-FBZ-NUM             pic S9(09) comp.
       01  DCL-CATEGORY            pic X(08).
       01  DCL-REC-TEXT            pic X(40).
       01  DCL-OVERRIDDEN          pic X(01).
       01  DCL-PARM-VERSION        pic S9(09) comp.
       01  DCL-PROFILE-ID          pic X(08).
       01  DCL-REQUESTOR           pic X(06).
       01  DCL-SITE-CODE           pic X(02).
           exec sql end declare section end-exec.

      *=================================================================
           move FBZ-ARC-NUM to WS-DTL-NUM
           move FBZ-ARC-CATEGORY to WS-DTL-CATEGORY
           move FBZ-ARC-REC-TEXT to WS-DTL-TEXT
           move FBZ-ARC-PARM-VERSION to WS-DTL-PARM-VERSION
           move FBZ-ARC-PROFILE to WS-DTL-PROFILE
           move WS-DETAIL-LINE to FBZ-PRINT-LINE
           write FBZ-PRINT-LINE after advancing 1 line
           add 1 to WS-LINE-COUNT.
           move FBZ-ARC-NUM to DCL-FBZ-NUM
           move FBZ-ARC-CATEGORY to DCL-CATEGORY
           move FBZ-ARC-REC-TEXT to DCL-REC-TEXT
           if FBZ-ARC-OVERRIDDEN = "Y"
               move "Y" to DCL-OVERRIDDEN
           else
               move "N" to DCL-OVERRIDDEN
           end-if
           if FBZ-ARC-PARM-VERSION is numeric
               move FBZ-ARC-PARM-VERSION to DCL-PARM-VERSION
           else
               move zeroes to DCL-PARM-VERSION
           end-if
           move FBZ-ARC-PROFILE to DCL-PROFILE-ID
           move FBZ-ARC-REQUESTOR to DCL-REQUESTOR
           move FBZ-ARC-SITE to DCL-SITE-CODE
           if DCL-SITE-CODE = spaces
               move "01" to DCL-SITE-CODE
           end-if
           exec sql
               insert into FBZHIST
                   (RUN_DATE, PROGRAM_ID, FBZ_NUM, CATEGORY,
                    REC_TEXT, RESTORED, OVERRIDDEN, PARM_VERSION,
                    PROFILE_ID, REQUESTOR, SITE_CODE)
                   values
                   (:DCL-RUN-DATE, :DCL-PROGRAM-ID, :DCL-FBZ-NUM,
                    :DCL-CATEGORY, :DCL-REC-TEXT, 'Y',
                    :DCL-OVERRIDDEN, :DCL-PARM-VERSION,
                    :DCL-PROFILE-ID, :DCL-REQUESTOR, :DCL-SITE-CODE)
           end-exec
           if SQLCODE = zero
               add 1 to WS-ROWS-RELOADED
               perform 3600-COUNT-SUMMARY-ROW
                   thru 3600-EXIT
           else
               set FBZARC-RELOAD-FAILED to true
               display "FBZARCR - INSERT FAILED FOR NUM " FBZ-ARC-NUM
       3500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3600-COUNT-SUMMARY-ROW - ADD THE ROW JUST RELOADED TO ITS
      * RESTORED FBZHSUM ROW, INSERTING THE ROW ON THE FIRST ONE
      * FOR THE KEY.  A FAILURE TRIPS THE RELOAD-FAILED SWITCH
      * JUST AS A FAILED FBZHIST INSERT DOES.
      *-----------------------------------------------------------------
       3600-COUNT-SUMMARY-ROW.
           exec sql
               update FBZHSUM
                  set ROW_COUNT = ROW_COUNT + 1
                where RUN_DATE = :DCL-RUN-DATE
                  and SITE_CODE = :DCL-SITE-CODE
                  and PROGRAM_ID = :DCL-PROGRAM-ID
                  and REQUESTOR = :DCL-REQUESTOR
                  and CATEGORY = :DCL-CATEGORY
                  and RESTORED = 'Y'
           end-exec
           if SQLCODE = 100
               exec sql
                   insert into FBZHSUM
                       (RUN_DATE, SITE_CODE, PROGRAM_ID, REQUESTOR,
                        CATEGORY, RESTORED, ROW_COUNT)
                       values
                       (:DCL-RUN-DATE, :DCL-SITE-CODE, :DCL-PROGRAM-ID,
                        :DCL-REQUESTOR, :DCL-CATEGORY, 'Y', 1)
               end-exec
           end-if
           if SQLCODE not = zero
               set FBZARC-RELOAD-FAILED to true
               display "FBZARCR - FBZHSUM UPDATE FAILED FOR RUN DATE "
                   FBZ-ARC-RUN-DATE " SQLCODE " SQLCODE
                   " - RELOAD WILL BE ROLLED BACK"
           end-if.
       3600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-PRINT-TOTAL-PAGE - THE EXTRACT'S TOTAL PAGE: ROWS READ
      * FROM THE ARCHIVE, ROWS THE FILTERS SELECTED, AND - ON A
