      * THE LOADED TABLE.  SELECTS BY RUN_DATE RANGE (FROM THE
      * FBZTRPRM PARAMETER RECORD) AND PRINTS THE CATEGORY MIX PER
      * DAY - COUNTS OF FIZZ, BUZZ, FIZZBUZZ, PLAIN NUMBER AND
      * SITE-RULE LABELS, PER WAREHOUSE SITE AND PROGRAM_ID -
      * FLAGGING ANY DAY WHOSE MIX DEVIATES FROM THE SAME SITE AND
      * PROGRAM'S PRIOR DAY, WHICH IS
      * HOW A BAD RULE-TABLE CHANGE OR A SHORT RUN SHOWS ITSELF IN
      * THE DATA.  THE COUNTS COME FROM THE FBZHSUM DAILY CATEGORY
      * SUMMARY FBZLOAD KEEPS BESIDE FBZHIST (SEE FBZLOAD FOR ITS
      * COLUMNS) - THE REPORT NEEDS NO ITEM-LEVEL DETAIL.
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL PROGRAM.
      *                   RUN, AND FOLDING IT IN WAS ONE RELOAD AWAY
      *                   FROM FLAGGING EVERY NEIGHBORING DAY AS A
      *                   MIX DEVIATION.
      *   2026-10-15  AS  THE TREND CURSOR NOW SUMS THE FBZHSUM DAILY
      *                   CATEGORY SUMMARY INSTEAD OF GROUPING EVERY
      *                   FBZHIST ROW IN THE RANGE - THE SAME COUNTS FOR
      *                   A FEW ROWS A DAY INSTEAD OF A WHOLE LISTING.
      *                   REQUESTOR ROWS OF A DAY FOLD TOGETHER IN THE
      *                   SUM.
      *   2026-10-15  AS  FBZHSUM NOW CARRIES THE WAREHOUSE SITE.  THE
      *                   TREND IS KEPT PER SITE - A DAY DEVIATES ONLY
      *                   AGAINST THE SAME SITE AND PROGRAM'S PRIOR DAY
      *                   - AND FBZTRPRM CAN NAME ONE SITE (BLANK =
      *                   EVERY SITE).  A SITE COLUMN LEADS THE DETAIL
      *                   LINE.
      *=================================================================
       identification division.
       program-id. FBZTREND.
       01  WS-FETCH-EOF-SWITCH     pic X(01).
           88  FBZTRD-FETCH-EOF         value "Y".
           88  FBZTRD-NOT-FETCH-EOF     value "N".
       01  WS-SITE-SELECTED        pic X(03).
       01  WS-GROUP-COUNT          pic 9(07) comp.
       01  WS-DEVIATION-COUNT      pic 9(07) comp.

      *-----------------------------------------------------------------
      * ONE DAY'S CATEGORY MIX FOR ONE SITE AND PROGRAM, ACCUMULATED
      * ACROSS THE GROUPED FETCH ROWS UNTIL THE (SITE, PROGRAM, DATE)
      * KEY BREAKS, PLUS THE PRIOR DAY'S MIX FOR THE SAME SITE AND
      * PROGRAM TO DEVIATE AGAINST.
      *-----------------------------------------------------------------
       01  WS-DAY-KEY.
           05  WS-DAY-SITE         pic X(02).
           05  WS-DAY-PROGRAM-ID   pic X(08).
           05  WS-DAY-DATE         pic X(08).
       01  WS-DAY-MIX.
           05  WS-DAY-FIZZBUZZ     pic 9(07) comp.
           05  WS-DAY-NUMBER       pic 9(07) comp.
           05  WS-DAY-OTHER        pic 9(07) comp.
       01  WS-PRIOR-SITE           pic X(02).
       01  WS-PRIOR-PROGRAM-ID     pic X(08).
       01  WS-PRIOR-MIX.
           05  WS-PRIOR-FIZZ       pic 9(07) comp.

       01  WS-DETAIL-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-SITE         pic X(02).
           05  filler              pic X(04) value spaces.
           05  WS-DTL-PROGRAM-ID   pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-DATE         pic X(08).
           05  WS-DTL-OTHER        pic 9(07).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-FLAG         pic X(22).

           exec sql include sqlca end-exec.

           exec sql begin declare section end-exec.
       01  DCL-FROM-DATE           pic X(08).
       01  DCL-TO-DATE             pic X(08).
       01  DCL-SEL-SITE            pic X(02).
       01  DCL-SITE-CODE           pic X(02).
       01  DCL-RUN-DATE            pic X(08).
       01  DCL-PROGRAM-ID          pic X(08).
       01  DCL-CATEGORY            pic X(08).

           exec sql
               declare TREND-CSR cursor for
                   select SITE_CODE, RUN_DATE, PROGRAM_ID, CATEGORY,
                          sum(ROW_COUNT)
                     from FBZHSUM
                    where RUN_DATE between :DCL-FROM-DATE
                                       and :DCL-TO-DATE
                      and RESTORED = 'N'
                      and (SITE_CODE = :DCL-SEL-SITE
                           or :DCL-SEL-SITE = '  ')
                    group by SITE_CODE, PROGRAM_ID, RUN_DATE, CATEGORY
                    order by SITE_CODE, PROGRAM_ID, RUN_DATE, CATEGORY
           end-exec.

      *=================================================================
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE DATE RANGE AND SITE FROM THE
      * PARAMETER FILE, OPEN THE REPORT AND THE GROUPED CURSOR, WRITE
      * THE REPORT HEADINGS AND PRIME THE FIRST FETCH.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-GROUP-COUNT
           move 0 to WS-DEVIATION-COUNT
           move spaces to WS-DAY-KEY
           move spaces to WS-PRIOR-SITE
           move spaces to WS-PRIOR-PROGRAM-ID
           initialize WS-DAY-MIX
           initialize WS-PRIOR-MIX
           end-if
           move FBZ-TRD-FROM-DATE to DCL-FROM-DATE
           move FBZ-TRD-TO-DATE to DCL-TO-DATE
           move FBZ-TRD-SITE to DCL-SEL-SITE
           if DCL-SEL-SITE = spaces
               move "ALL" to WS-SITE-SELECTED
           else
               move DCL-SEL-SITE to WS-SITE-SELECTED
           end-if
           open output FBZ-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZTREND - FBZTRDRP OPEN FAILED - STATUS "
           write FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE
           string
               "  SITE  VARIANT   DATE         FIZZ     BUZZ "
                   delimited by size
               "  FIZZBUZZ   NUMBER    OTHER" delimited by size
               into FBZ-REPORT-LINE
      *-----------------------------------------------------------------
      * 2000-ACCUMULATE-ONE-ROW - FOLD ONE GROUPED (DATE, PROGRAM,
      * CATEGORY, COUNT) ROW INTO THE CURRENT DAY'S MIX, CLOSING
      * THE DAY OUT FIRST WHEN THE (SITE, PROGRAM, DATE) KEY BREAKS.
      *-----------------------------------------------------------------
       2000-ACCUMULATE-ONE-ROW.
           if DCL-SITE-CODE not = WS-DAY-SITE
               or DCL-PROGRAM-ID not = WS-DAY-PROGRAM-ID
               or DCL-RUN-DATE not = WS-DAY-DATE
               if WS-DAY-KEY not = spaces
                   perform 3000-CLOSE-OUT-DAY
                       thru 3000-EXIT
               end-if
               move DCL-SITE-CODE to WS-DAY-SITE
               move DCL-PROGRAM-ID to WS-DAY-PROGRAM-ID
               move DCL-RUN-DATE to WS-DAY-DATE
               initialize WS-DAY-MIX
       2100-FETCH-NEXT-ROW.
           exec sql
               fetch TREND-CSR
                   into :DCL-SITE-CODE, :DCL-RUN-DATE,
                        :DCL-PROGRAM-ID,
                        :DCL-CATEGORY, :DCL-CAT-COUNT
           end-exec
           evaluate SQLCODE

      *-----------------------------------------------------------------
      * 3000-CLOSE-OUT-DAY - PRINT THE FINISHED DAY'S MIX, FLAGGING
      * IT WHEN IT DEVIATES FROM THE SAME SITE AND PROGRAM'S PRIOR
      * REPORTED DAY, AND ROLL IT INTO THE PRIOR-DAY SLOT FOR THE
      * NEXT ONE.  THE FIRST REPORTED DAY OF EACH SITE AND PROGRAM
      * HAS NOTHING TO DEVIATE FROM AND IS NEVER FLAGGED.
      *-----------------------------------------------------------------
       3000-CLOSE-OUT-DAY.
           add 1 to WS-GROUP-COUNT
           move spaces to WS-DTL-FLAG
           if WS-PRIOR-SITE = WS-DAY-SITE
               and WS-PRIOR-PROGRAM-ID = WS-DAY-PROGRAM-ID
               and WS-DAY-MIX not = WS-PRIOR-MIX
               move "*** MIX CHANGED" to WS-DTL-FLAG
               add 1 to WS-DEVIATION-COUNT
           end-if
           move WS-DAY-SITE to WS-DTL-SITE
           move WS-DAY-PROGRAM-ID to WS-DTL-PROGRAM-ID
           move WS-DAY-DATE to WS-DTL-DATE
           move WS-DAY-FIZZ to WS-DTL-FIZZ
           move WS-DAY-OTHER to WS-DTL-OTHER
           move WS-DETAIL-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move WS-DAY-SITE to WS-PRIOR-SITE
           move WS-DAY-PROGRAM-ID to WS-PRIOR-PROGRAM-ID
           move WS-DAY-MIX to WS-PRIOR-MIX.
       3000-EXIT.
           display "FBZTREND CONTROL/SUMMARY REPORT"
           display "  DATE RANGE. . . . . . . . " DCL-FROM-DATE
               " - " DCL-TO-DATE
           display "  SITE. . . . . . . . . . . " WS-SITE-SELECTED
           display "  VARIANT-DAYS REPORTED . . " WS-GROUP-COUNT
           display "  DAYS FLAGGED DEVIATING. . " WS-DEVIATION-COUNT.
       6000-EXIT.
