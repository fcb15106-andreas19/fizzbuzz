      *=================================================================
      * PROGRAM-ID: FBZSINQ
      *
      * INTERACTIVE SINGLE-ITEM STATUS INQUIRY, IN THE STYLE OF
      * THE MAINTENANCE TRANSACTIONS.  THE HELP DESK'S QUESTIONS
      * COME ONE ITEM AT A TIME - WHAT IS IT NOW, WHAT WAS IT LAST
      * WEEK, WHICH BIN DID WE SEND, DID SLOTTING ACCEPT IT, HAS IT
      * BEEN RESENT - AND ANSWERING THEM MEANT RUNNING FBZINQ,
      * FBZHINQ AND READING FBZRECON'S AND FBZRSND'S FILES BY
      * HAND.  THE OPERATOR KEYS A NUM AND GETS ONE PAGE:
      *   - THE CURRENT CATEGORY, TEXT, ITEM DESCRIPTION, OVERRIDE
      *     FLAG AND RULE-SET VERSION FROM THE FBZIDX CLUSTER;
      *   - THE BIN THAT CATEGORY FEEDS TO, DERIVED THE WAY THE
      *     FEED-WRITING VARIANTS DERIVE IT (FBZCMAP FIRST, THE
      *     FIXED FIZZ/BUZZ/FBUZ/PLN SET AS THE FALLBACK), WITH ITS
      *     FBZBMAST DESCRIPTION, ZONE, CAPACITY CLASS AND HANDLING;
      *   - THE ITEM'S FBZHIST CATEGORY FOR EACH RUN DATE IN THE
      *     LAST 30 DAYS, NEWEST FIRST (THE LOWEST PROGRAM-ID'S ROW
      *     WHEN MORE THAN ONE VARIANT LOADED A DATE, AS FBZHINQ
      *     ANSWERS), WITH OVERRIDDEN ROWS MARKED "*";
      *   - THE LATEST FEED TRANSMISSION ON THE FBZXREG REGISTER;
      *   - THE ITEM'S LAST SLOTTING CONFIRMATION ON FBZCONF;
      *   - THE ITEM'S RESEND COUNT AND LAST RESEND DATE FROM
      *     FBZRSCTL.
      * A NUM THE CLUSTER DOES NOT HOLD STILL GETS ITS HISTORY,
      * CONFIRMATION AND RESEND LINES - "NOT IN TODAY'S RUN" IS
      * OFTEN THE ANSWER THE CALLER NEEDS.  READ-ONLY THROUGHOUT;
      * NO OPERATOR ID IS ASKED FOR BECAUSE NOTHING IS CHANGED.
      * THE OPERATOR ALSO KEYS THE WAREHOUSE SITE (BLANK MEANS 01):
      * THE MAPPING, BIN, HISTORY AND TRANSMISSION LINES ARE THAT
      * SITE'S, AND AN FBZIDX ROW BELONGING TO ANOTHER SITE IS NOT
      * SHOWN AS THE ITEM'S CURRENT STATE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE INQUIRY SCREEN TAKES A WAREHOUSE SITE CODE
      *                   (BLANK = 01). THE MAPPING, BIN MASTER, FBZHIST
      *                   AND REGISTER LOOKUPS ARE FOR THAT SITE, AND AN
      *                   FBZIDX ROW OF ANOTHER SITE IS REPORTED RATHER
      *                   THAN SHOWN.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE RUN DATE FIELD WITH
      *                   THE REST, AS THE RENAME-EVERYTHING RULE ASKS.
      *=================================================================
       identification division.
       program-id. FBZSINQ.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-INDEX-FILE assign to FBZIDX
               organization is indexed
               access mode is random
               record key is FBZ-IDX-NUM
               file status is WS-FBZIDX-STATUS.
           select optional FBZ-MAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-MAP-STATUS.
           select optional FBZ-BIN-MASTER-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-BMAST-STATUS.
           select optional FBZ-REGISTER-FILE assign to FBZXREG
               organization is line sequential
               file status is WS-XREG-STATUS.
           select optional FBZ-CONF-FILE assign to FBZCONF
               organization is line sequential
               file status is WS-CONF-STATUS.
           select optional FBZ-RESEND-CTL-FILE assign to FBZRSCTL
               organization is line sequential
               file status is WS-RSCTL-STATUS.

       data division.
       file section.
       fd  FBZ-INDEX-FILE
           block contains 0 records.
           copy FBZREC replacing FBZ-OUTPUT-RECORD by FBZ-INDEX-RECORD
               FBZ-REC-NUM by FBZ-IDX-NUM
               FBZ-REC-CATEGORY by FBZ-IDX-CATEGORY
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
               FBZ-CAT-NUMBER by FBZ-IDX-CAT-NUMBER.

       fd  FBZ-MAP-FILE
           recording mode is F.
           copy FBZMAP.

       fd  FBZ-BIN-MASTER-FILE
           recording mode is F.
           copy FBZBIN.

       fd  FBZ-REGISTER-FILE
           recording mode is F.
           copy FBZXRG.

       fd  FBZ-CONF-FILE
           recording mode is F.
           copy FBZCONF.

       fd  FBZ-RESEND-CTL-FILE
           recording mode is F.
           copy FBZRSC.

       working-storage section.
       01  WS-FBZIDX-STATUS        pic X(02).
       01  WS-MAP-STATUS           pic X(02).
       01  WS-BMAST-STATUS         pic X(02).
       01  WS-XREG-STATUS          pic X(02).
       01  WS-CONF-STATUS          pic X(02).
       01  WS-RSCTL-STATUS         pic X(02).
       01  WS-SCAN-EOF-SWITCH      pic X(01).
           88  FBZQ-SCAN-EOF            value "Y".
           88  FBZQ-SCAN-NOT-EOF        value "N".
       01  WS-FETCH-EOF-SWITCH     pic X(01).
           88  FBZQ-FETCH-EOF           value "Y".
           88  FBZQ-FETCH-NOT-EOF       value "N".
       01  WS-INDEX-SWITCH         pic X(01).
           88  FBZQ-ON-INDEX            value "Y".
           88  FBZQ-NOT-ON-INDEX        value "N".
       01  WS-MAP-SWITCH           pic X(01).
           88  FBZQ-MAP-FOUND           value "Y".
           88  FBZQ-MAP-NOT-FOUND       value "N".
       01  WS-BIN-SWITCH           pic X(01).
           88  FBZQ-BIN-FOUND           value "Y".
           88  FBZQ-BIN-NOT-FOUND       value "N".
       01  WS-INQ-NUM              pic 9(05).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-REPLY                pic X(01).
       01  WS-TODAY                pic X(08).
       01  WS-TODAY-INT            pic 9(08) comp.
       01  WS-FROM-INT             pic 9(08) comp.
       01  WS-FROM-DATE            pic 9(08).
       01  WS-PRIOR-HIST-DATE      pic X(08).
       01  WS-HIST-COUNT           pic 9(02) comp.
       01  WS-HIST-ROW             pic 9(02) comp.
       01  WS-HIST-COL             pic 9(02) comp.

      *-----------------------------------------------------------------
      * THE ONE PAGE OF ANSWERS THE RESULT SCREEN SHOWS.
      *-----------------------------------------------------------------
       01  WS-SHOW-ITEM.
           05  WS-SHOW-INDEX-NOTE  pic X(30).
           05  WS-SHOW-CATEGORY    pic X(08).
           05  WS-SHOW-TEXT        pic X(40).
           05  WS-SHOW-ITEM-DESC   pic X(30).
           05  WS-SHOW-OVERRIDE    pic X(01).
           05  WS-SHOW-PARM-VERSION
                                   pic X(05).
           05  WS-SHOW-PROFILE     pic X(08).
           05  WS-SHOW-BIN-CODE    pic X(04).
           05  WS-SHOW-BIN-DESC    pic X(20).
           05  WS-SHOW-ZONE        pic X(02).
           05  WS-SHOW-CAP-CLASS   pic X(01).
           05  WS-SHOW-HANDLING    pic X(04).
           05  WS-SHOW-XMIT-SEQ    pic X(06).
           05  WS-SHOW-XMIT-DATE   pic X(08).
           05  WS-SHOW-XMIT-TIME   pic X(06).
           05  WS-SHOW-XMIT-COUNT  pic X(06).
           05  WS-SHOW-CONF-TEXT   pic X(20).
           05  WS-SHOW-CONF-DATE   pic X(08).
           05  WS-SHOW-CONF-SEQ    pic X(06).
           05  WS-SHOW-RESEND-COUNT
                                   pic X(02).
           05  WS-SHOW-RESEND-DATE pic X(08).
           05  WS-SHOW-HIST-COUNT  pic X(02).

      *-----------------------------------------------------------------
      * THE LAST-30-DAYS HISTORY GRID: TEN SCREEN LINES OF THREE
      * RUN DATES EACH, FILLED NEWEST FIRST ACROSS THEN DOWN.
      *-----------------------------------------------------------------
       01  WS-HIST-TABLE.
           05  WS-HIST-LINE        occurs 10 times.
               10  WS-HIST-SLOT    occurs 3 times.
                   15  WS-HSL-DATE     pic X(08).
                   15  FILLER          pic X(01).
                   15  WS-HSL-CATEGORY pic X(08).
                   15  WS-HSL-OVERRIDE pic X(01).
                   15  FILLER          pic X(04).

           exec sql include sqlca end-exec.

           exec sql begin declare section end-exec.
       01  DCL-FBZ-NUM             pic S9(09) comp.
       01  DCL-FROM-DATE           pic X(08).
       01  DCL-RUN-DATE            pic X(08).
       01  DCL-CATEGORY            pic X(08).
       01  DCL-OVERRIDDEN          pic X(01).
       01  DCL-SITE-CODE           pic X(02).
           exec sql end declare section end-exec.

           exec sql
               declare SINQ-CSR cursor for
                   select RUN_DATE, CATEGORY, OVERRIDDEN
                     from FBZHIST
                    where FBZ_NUM = :DCL-FBZ-NUM
                      and RUN_DATE >= :DCL-FROM-DATE
                      and SITE_CODE = :DCL-SITE-CODE
                    order by RUN_DATE desc, PROGRAM_ID
           end-exec.

      *=================================================================
      * INQUIRY SCREEN - THE OPERATOR NAMES ONE ITEM NUM.
      *=================================================================
       screen section.
       01  FBZQ-MENU-SCREEN.
           05  blank screen.
           05  line 1 column 1
               value "FBZSINQ - SINGLE-ITEM STATUS INQUIRY".
           05  line 3 column 1
               value "ITEM NUM. . . . . . . . . . . . . . :".
           05  line 3 column 40
               pic 9(05) using WS-INQ-NUM.
           05  line 4 column 1
               value "WAREHOUSE SITE CODE (BLANK=01) . . :".
           05  line 4 column 40
               pic X(02) using WS-SITE-CODE.

      *=================================================================
      * RESULT SCREEN - ONE PAGE ANSWERING FOR THE ITEM KEYED.
      *=================================================================
       01  FBZQ-RESULT-SCREEN.
           05  blank screen.
           05  line 1 column 1
               value "FBZSINQ - SINGLE-ITEM STATUS INQUIRY".
           05  line 1 column 40
               pic X(30) from WS-SHOW-INDEX-NOTE.
           05  line 2 column 1
               value "WAREHOUSE SITE . . . . . :".
           05  line 2 column 28
               pic X(02) from WS-SITE-CODE.
           05  line 3 column 1
               value "ITEM NUM / DESCRIPTION . :".
           05  line 3 column 28
               pic 9(05) from WS-INQ-NUM.
           05  line 3 column 34
               pic X(30) from WS-SHOW-ITEM-DESC.
           05  line 4 column 1
               value "CURRENT CATEGORY / TEXT. :".
           05  line 4 column 28
               pic X(08) from WS-SHOW-CATEGORY.
           05  line 4 column 37
               pic X(40) from WS-SHOW-TEXT.
           05  line 5 column 1
               value "OVERRIDE / VER / PROFILE :".
           05  line 5 column 28
               pic X(01) from WS-SHOW-OVERRIDE.
           05  line 5 column 30
               pic X(05) from WS-SHOW-PARM-VERSION.
           05  line 5 column 36
               pic X(08) from WS-SHOW-PROFILE.
           05  line 6 column 1
               value "BIN / ZONE / CAP / HANDL :".
           05  line 6 column 28
               pic X(04) from WS-SHOW-BIN-CODE.
           05  line 6 column 33
               pic X(20) from WS-SHOW-BIN-DESC.
           05  line 6 column 54
               pic X(02) from WS-SHOW-ZONE.
           05  line 6 column 57
               pic X(01) from WS-SHOW-CAP-CLASS.
           05  line 6 column 59
               pic X(04) from WS-SHOW-HANDLING.
           05  line 8 column 1
               value "LAST FEED TRANSMISSION . :".
           05  line 8 column 28
               value "SEQ".
           05  line 8 column 32
               pic X(06) from WS-SHOW-XMIT-SEQ.
           05  line 8 column 39
               pic X(08) from WS-SHOW-XMIT-DATE.
           05  line 8 column 48
               pic X(06) from WS-SHOW-XMIT-TIME.
           05  line 8 column 55
               value "ITEMS".
           05  line 8 column 61
               pic X(06) from WS-SHOW-XMIT-COUNT.
           05  line 9 column 1
               value "SLOTTING CONFIRMATION. . :".
           05  line 9 column 28
               pic X(20) from WS-SHOW-CONF-TEXT.
           05  line 9 column 49
               pic X(08) from WS-SHOW-CONF-DATE.
           05  line 9 column 58
               value "SEQ".
           05  line 9 column 62
               pic X(06) from WS-SHOW-CONF-SEQ.
           05  line 10 column 1
               value "RESENDS / LAST RESENT. . :".
           05  line 10 column 28
               pic X(02) from WS-SHOW-RESEND-COUNT.
           05  line 10 column 31
               pic X(08) from WS-SHOW-RESEND-DATE.
           05  line 12 column 1
               value "FBZHIST - LAST 30 DAYS (* = OVERRIDE), DATES :".
           05  line 12 column 48
               pic X(02) from WS-SHOW-HIST-COUNT.
           05  line 13 column 1
               pic X(66) from WS-HIST-LINE(1).
           05  line 14 column 1
               pic X(66) from WS-HIST-LINE(2).
           05  line 15 column 1
               pic X(66) from WS-HIST-LINE(3).
           05  line 16 column 1
               pic X(66) from WS-HIST-LINE(4).
           05  line 17 column 1
               pic X(66) from WS-HIST-LINE(5).
           05  line 18 column 1
               pic X(66) from WS-HIST-LINE(6).
           05  line 19 column 1
               pic X(66) from WS-HIST-LINE(7).
           05  line 20 column 1
               pic X(66) from WS-HIST-LINE(8).
           05  line 21 column 1
               pic X(66) from WS-HIST-LINE(9).
           05  line 22 column 1
               pic X(66) from WS-HIST-LINE(10).
           05  line 24 column 1
               value "PRESS ENTER TO END . . . . :".
           05  line 24 column 30
               pic X(01) using WS-REPLY.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-DISPLAY-AND-ACCEPT
               thru 2000-EXIT
           perform 2100-VALIDATE-INPUT
               thru 2100-EXIT
           perform 3000-READ-INDEX-ROW
               thru 3000-EXIT
           perform 4000-SELECT-HISTORY
               thru 4000-EXIT
           perform 5000-FIND-LAST-XMIT
               thru 5000-EXIT
           perform 5200-FIND-CONFIRMATION
               thru 5200-EXIT
           perform 5400-FIND-RESEND-COUNT
               thru 5400-EXIT
           perform 6000-SHOW-RESULT-SCREEN
               thru 6000-EXIT
           close FBZ-INDEX-FILE
           move 0 to return-code
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE FBZIDX CLUSTER FOR KEYED READ,
      * CLEAR THE RESULT PAGE, AND WORK OUT THE FIRST RUN DATE OF
      * THE 30-DAY HISTORY WINDOW (TODAY AND THE 29 DAYS BEFORE
      * IT).  THE CLUSTER IS THE ONE SOURCE THE PAGE CANNOT DO
      * WITHOUT, SO A FAILED OPEN ENDS THE INQUIRY (RETURN-CODE
      * 24, AS IN FBZINQ); EVERY OTHER FILE IS OPTIONAL AND A
      * MISSING ONE SHOWS AS "NONE" ON ITS LINE.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move zero to WS-INQ-NUM
           move spaces to WS-SITE-CODE
           move spaces to WS-REPLY
           move spaces to WS-SHOW-ITEM
           move spaces to WS-HIST-TABLE
           move 0 to WS-HIST-COUNT
           open input FBZ-INDEX-FILE
           if WS-FBZIDX-STATUS not = "00"
               display "FBZSINQ - FBZIDX OPEN FAILED - STATUS "
                   WS-FBZIDX-STATUS
               move 24 to return-code
               go to 9999-ABEND
           end-if
           accept WS-TODAY from date YYYYMMDD
           compute WS-TODAY-INT
               = function integer-of-date(
                     function numval(WS-TODAY))
           compute WS-FROM-INT = WS-TODAY-INT - 29
           compute WS-FROM-DATE
               = function date-of-integer(WS-FROM-INT).
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-DISPLAY-AND-ACCEPT - PUT UP THE INQUIRY SCREEN AND LET
      * THE OPERATOR NAME THE ITEM.
      *-----------------------------------------------------------------
       2000-DISPLAY-AND-ACCEPT.
           display FBZQ-MENU-SCREEN
           accept FBZQ-MENU-SCREEN.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-VALIDATE-INPUT - A NUM MUST BE NUMERIC AND NOT ZERO;
      * ANYTHING ELSE ENDS THE INQUIRY WITH RETURN-CODE 16.  A
      * BLANK SITE IS SITE 01.
      *-----------------------------------------------------------------
       2100-VALIDATE-INPUT.
           if WS-SITE-CODE = spaces
               move "01" to WS-SITE-CODE
           end-if
           if WS-INQ-NUM is not numeric
               or WS-INQ-NUM = zero
               display "FBZSINQ - ITEM NUM MUST BE 1 TO 99999"
               move 16 to return-code
               go to 9999-ABEND
           end-if.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-READ-INDEX-ROW - KEYED READ OF THE ITEM'S CURRENT ROW
      * ON THE FBZIDX CLUSTER.  A HIT FILLS THE CURRENT-STATE LINES
      * AND GOES ON TO THE BIN; A MISS, OR A ROW BELONGING TO
      * ANOTHER SITE, SAYS SO AT THE TOP OF THE PAGE AND LEAVES THE
      * BIN LINE BLANK.
      *-----------------------------------------------------------------
       3000-READ-INDEX-ROW.
           set FBZQ-ON-INDEX to true
           move WS-INQ-NUM to FBZ-IDX-NUM
           read FBZ-INDEX-FILE
               invalid key
                   set FBZQ-NOT-ON-INDEX to true
           end-read
           if FBZQ-NOT-ON-INDEX
               move "NOT ON CURRENT FBZIDX" to WS-SHOW-INDEX-NOTE
               go to 3000-EXIT
           end-if
           move FBZ-IDX-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               set FBZQ-NOT-ON-INDEX to true
               move spaces to WS-SHOW-INDEX-NOTE
               string "FBZIDX ROW IS SITE " delimited by size
                   WS-ROW-SITE delimited by size
                   into WS-SHOW-INDEX-NOTE
               end-string
               go to 3000-EXIT
           end-if
           move FBZ-IDX-CATEGORY to WS-SHOW-CATEGORY
           move FBZ-IDX-TEXT to WS-SHOW-TEXT
           move FBZ-IDX-ITEM-DESC to WS-SHOW-ITEM-DESC
           if FBZ-IDX-IS-OVERRIDE
               move "Y" to WS-SHOW-OVERRIDE
           else
               move "N" to WS-SHOW-OVERRIDE
           end-if
           move FBZ-IDX-PARM-VERSION to WS-SHOW-PARM-VERSION
           move FBZ-IDX-PROFILE to WS-SHOW-PROFILE
           perform 3100-DERIVE-BIN-CODE
               thru 3100-EXIT
           perform 3300-FIND-BIN-MASTER
               thru 3300-EXIT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3100-DERIVE-BIN-CODE - THE BIN CODE THE ITEM'S CATEGORY
      * FEEDS TO, BY THE FEED-WRITING VARIANTS' OWN RULE: THE
      * FBZCMAP MAPPING FIRST, THE FIXED FIZZ/BUZZ/FBUZ/PLN SET AS
      * THE FALLBACK.  WHERE A VARIANT WOULD ABEND ON AN UNMAPPED
      * CATEGORY, THE INQUIRY JUST SAYS SO ON THE BIN LINE.
      *-----------------------------------------------------------------
       3100-DERIVE-BIN-CODE.
           set FBZQ-MAP-NOT-FOUND to true
           set FBZQ-SCAN-NOT-EOF to true
           open input FBZ-MAP-FILE
           if WS-MAP-STATUS not = "00"
               set FBZQ-SCAN-EOF to true
           end-if
           perform 3150-READ-ONE-MAP-ROW
               thru 3150-EXIT
               until FBZQ-SCAN-EOF
                   or FBZQ-MAP-FOUND
           close FBZ-MAP-FILE
           if FBZQ-MAP-FOUND
               go to 3100-EXIT
           end-if
           evaluate true
               when FBZ-IDX-CAT-FIZZ
                   move "FIZZ" to WS-SHOW-BIN-CODE
               when FBZ-IDX-CAT-BUZZ
                   move "BUZZ" to WS-SHOW-BIN-CODE
               when FBZ-IDX-CAT-FIZZBUZZ
                   move "FBUZ" to WS-SHOW-BIN-CODE
               when FBZ-IDX-CAT-NUMBER
                   move "PLN " to WS-SHOW-BIN-CODE
               when other
                   move "NO BIN CODE MAPPING" to WS-SHOW-BIN-DESC
           end-evaluate.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3150-READ-ONE-MAP-ROW - READ ONE FBZCMAP ROW AND CARRY ITS
      * BIN CODE WHEN IT MAPS THE ITEM'S CATEGORY AT THE SITE.
      *-----------------------------------------------------------------
       3150-READ-ONE-MAP-ROW.
           read FBZ-MAP-FILE
               at end
                   set FBZQ-SCAN-EOF to true
                   go to 3150-EXIT
           end-read
           move FBZ-MAP-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 3150-EXIT
           end-if
           if FBZ-MAP-CATEGORY = FBZ-IDX-CATEGORY
               set FBZQ-MAP-FOUND to true
               move FBZ-MAP-BIN-CODE to WS-SHOW-BIN-CODE
           end-if.
       3150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3300-FIND-BIN-MASTER - LOOK THE DERIVED BIN CODE UP ON THE
      * FBZBMAST BIN MASTER AND CARRY ITS DESCRIPTION, ZONE,
      * CAPACITY CLASS AND HANDLING FLAGS.  A CODE WITH NO MASTER
      * ROW IS THE SAME PROBLEM THAT WOULD STOP THE FEED, AND THE
      * LINE SAYS SO.
      *-----------------------------------------------------------------
       3300-FIND-BIN-MASTER.
           if WS-SHOW-BIN-CODE = spaces
               go to 3300-EXIT
           end-if
           set FBZQ-BIN-NOT-FOUND to true
           set FBZQ-SCAN-NOT-EOF to true
           open input FBZ-BIN-MASTER-FILE
           if WS-BMAST-STATUS not = "00"
               set FBZQ-SCAN-EOF to true
           end-if
           perform 3350-READ-ONE-BIN
               thru 3350-EXIT
               until FBZQ-SCAN-EOF
                   or FBZQ-BIN-FOUND
           close FBZ-BIN-MASTER-FILE
           if FBZQ-BIN-NOT-FOUND
               move "NO FBZBMAST ROW" to WS-SHOW-BIN-DESC
           end-if.
       3300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3350-READ-ONE-BIN - READ ONE BIN MASTER ROW AND CARRY ITS
      * ATTRIBUTES WHEN IT IS THE ITEM'S BIN AT THE SITE.
      *-----------------------------------------------------------------
       3350-READ-ONE-BIN.
           read FBZ-BIN-MASTER-FILE
               at end
                   set FBZQ-SCAN-EOF to true
                   go to 3350-EXIT
           end-read
           move FBZ-BIN-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 3350-EXIT
           end-if
           if FBZ-BIN-CODE = WS-SHOW-BIN-CODE
               set FBZQ-BIN-FOUND to true
               move FBZ-BIN-DESC to WS-SHOW-BIN-DESC
               move FBZ-BIN-ZONE to WS-SHOW-ZONE
               move FBZ-BIN-CAP-CLASS to WS-SHOW-CAP-CLASS
               move FBZ-BIN-HANDLING to WS-SHOW-HANDLING
           end-if.
       3350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-SELECT-HISTORY - WALK THE ITEM'S FBZHIST ROWS FOR THE
      * 30-DAY WINDOW AT THE SITE, NEWEST RUN DATE FIRST, INTO THE
      * HISTORY GRID.
      *-----------------------------------------------------------------
       4000-SELECT-HISTORY.
           move WS-INQ-NUM to DCL-FBZ-NUM
           move WS-SITE-CODE to DCL-SITE-CODE
           move WS-FROM-DATE to DCL-FROM-DATE
           move spaces to WS-PRIOR-HIST-DATE
           set FBZQ-FETCH-NOT-EOF to true
           exec sql
               open SINQ-CSR
           end-exec
           if SQLCODE not = zero
               display "FBZSINQ - CURSOR OPEN FAILED - SQLCODE "
                   SQLCODE
               move 12 to return-code
               go to 9999-ABEND
           end-if
           perform 4100-FETCH-NEXT-ROW
               thru 4100-EXIT
               until FBZQ-FETCH-EOF
           move WS-HIST-COUNT to WS-SHOW-HIST-COUNT.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-FETCH-NEXT-ROW - FETCH ONE HISTORY ROW.  THE CURSOR
      * ORDERS EACH RUN DATE'S ROWS BY PROGRAM-ID, SO THE FIRST
      * ROW OF A DATE IS THE ONE SHOWN AND THE OTHER VARIANTS'
      * ROWS FOR THAT DATE ARE PASSED OVER.  THE GRID HOLDS 30
      * DATES; THE CURSOR IS CLOSED WHEN IT IS FULL OR EXHAUSTED.
      *-----------------------------------------------------------------
       4100-FETCH-NEXT-ROW.
           exec sql
               fetch SINQ-CSR
                   into :DCL-RUN-DATE, :DCL-CATEGORY, :DCL-OVERRIDDEN
           end-exec
           evaluate SQLCODE
               when zero
                   continue
               when 100
                   set FBZQ-FETCH-EOF to true
               when other
                   display "FBZSINQ - FETCH FAILED - SQLCODE "
                       SQLCODE
                   move 12 to return-code
                   go to 9999-ABEND
           end-evaluate
           if FBZQ-FETCH-NOT-EOF
               and DCL-RUN-DATE not = WS-PRIOR-HIST-DATE
               perform 4200-STORE-ONE-DATE
                   thru 4200-EXIT
           end-if
           if WS-HIST-COUNT >= 30
               set FBZQ-FETCH-EOF to true
           end-if
           if FBZQ-FETCH-EOF
               exec sql
                   close SINQ-CSR
               end-exec
           end-if.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4200-STORE-ONE-DATE - PLACE ONE RUN DATE'S CATEGORY IN THE
      * NEXT GRID SLOT, THREE TO A LINE.
      *-----------------------------------------------------------------
       4200-STORE-ONE-DATE.
           move DCL-RUN-DATE to WS-PRIOR-HIST-DATE
           add 1 to WS-HIST-COUNT
           compute WS-HIST-ROW = (WS-HIST-COUNT + 2) / 3
           compute WS-HIST-COL
               = WS-HIST-COUNT - ((WS-HIST-ROW - 1) * 3)
           move DCL-RUN-DATE
               to WS-HSL-DATE(WS-HIST-ROW, WS-HIST-COL)
           move DCL-CATEGORY
               to WS-HSL-CATEGORY(WS-HIST-ROW, WS-HIST-COL)
           if DCL-OVERRIDDEN = "Y"
               move "*" to WS-HSL-OVERRIDE(WS-HIST-ROW, WS-HIST-COL)
           end-if.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-FIND-LAST-XMIT - READ THE FBZXREG TRANSMISSION
      * REGISTER THROUGH AND KEEP THE SITE'S LAST (NEWEST) ENTRY.
      * AN EMPTY OR MISSING REGISTER, OR ONE WITH NOTHING FOR THE
      * SITE, SHOWS "NONE".
      *-----------------------------------------------------------------
       5000-FIND-LAST-XMIT.
           move "NONE" to WS-SHOW-XMIT-SEQ
           set FBZQ-SCAN-NOT-EOF to true
           open input FBZ-REGISTER-FILE
           if WS-XREG-STATUS not = "00"
               set FBZQ-SCAN-EOF to true
           end-if
           perform 5050-READ-ONE-REGISTER
               thru 5050-EXIT
               until FBZQ-SCAN-EOF
           close FBZ-REGISTER-FILE.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5050-READ-ONE-REGISTER - READ ONE REGISTER ENTRY; EACH ONE
      * FOR THE SITE REPLACES THE ONE BEFORE IT ON THE PAGE.
      *-----------------------------------------------------------------
       5050-READ-ONE-REGISTER.
           read FBZ-REGISTER-FILE
               at end
                   set FBZQ-SCAN-EOF to true
                   go to 5050-EXIT
           end-read
           move FBZ-XRG-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 5050-EXIT
           end-if
           move FBZ-XRG-SEQ-NUM to WS-SHOW-XMIT-SEQ
           move FBZ-XRG-SENT-DATE to WS-SHOW-XMIT-DATE
           move FBZ-XRG-SENT-TIME to WS-SHOW-XMIT-TIME
           move FBZ-XRG-ITEM-COUNT to WS-SHOW-XMIT-COUNT.
       5050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5200-FIND-CONFIRMATION - READ SLOTTING'S FBZCONF
      * CONFIRMATION FILE THROUGH AND KEEP THE ITEM'S LAST
      * CONFIRMATION.  NO CONFIRMATION FOR THE ITEM SHOWS "NONE ON
      * FILE" - EITHER IT WAS NOT FED OR SLOTTING HAS NOT ANSWERED.
      *-----------------------------------------------------------------
       5200-FIND-CONFIRMATION.
           move "NONE ON FILE" to WS-SHOW-CONF-TEXT
           set FBZQ-SCAN-NOT-EOF to true
           open input FBZ-CONF-FILE
           if WS-CONF-STATUS not = "00"
               set FBZQ-SCAN-EOF to true
           end-if
           perform 5250-READ-ONE-CONFIRMATION
               thru 5250-EXIT
               until FBZQ-SCAN-EOF
           close FBZ-CONF-FILE.
       5200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5250-READ-ONE-CONFIRMATION - READ ONE CONFIRMATION AND, IF
      * IT IS FOR THE ITEM, SHOW ITS STATUS, DATE AND SEQUENCE.
      *-----------------------------------------------------------------
       5250-READ-ONE-CONFIRMATION.
           read FBZ-CONF-FILE
               at end
                   set FBZQ-SCAN-EOF to true
                   go to 5250-EXIT
           end-read
           if FBZ-CONF-ITEM-NUM not = WS-INQ-NUM
               go to 5250-EXIT
           end-if
           evaluate true
               when FBZ-CONF-ACCEPTED
                   move "ACCEPTED" to WS-SHOW-CONF-TEXT
               when FBZ-CONF-REJECTED
                   move "REJECTED" to WS-SHOW-CONF-TEXT
               when other
                   move spaces to WS-SHOW-CONF-TEXT
                   string "UNKNOWN STATUS " delimited by size
                       FBZ-CONF-STATUS delimited by size
                       into WS-SHOW-CONF-TEXT
           end-evaluate
           move FBZ-CONF-DATE to WS-SHOW-CONF-DATE
           move FBZ-CONF-SEQ-NUM to WS-SHOW-CONF-SEQ.
       5250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5400-FIND-RESEND-COUNT - LOOK THE ITEM UP ON FBZRSND'S
      * FBZRSCTL RESEND TRACKING FILE.  AN ITEM WITH NO ROW HAS
      * NEVER BEEN RESENT.
      *-----------------------------------------------------------------
       5400-FIND-RESEND-COUNT.
           move "00" to WS-SHOW-RESEND-COUNT
           move "NEVER" to WS-SHOW-RESEND-DATE
           set FBZQ-SCAN-NOT-EOF to true
           open input FBZ-RESEND-CTL-FILE
           if WS-RSCTL-STATUS not = "00"
               set FBZQ-SCAN-EOF to true
           end-if
           perform 5450-READ-ONE-RESEND
               thru 5450-EXIT
               until FBZQ-SCAN-EOF
           close FBZ-RESEND-CTL-FILE.
       5400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5450-READ-ONE-RESEND - READ ONE TRACKING ROW AND SHOW IT
      * WHEN IT IS THE ITEM'S.
      *-----------------------------------------------------------------
       5450-READ-ONE-RESEND.
           read FBZ-RESEND-CTL-FILE
               at end
                   set FBZQ-SCAN-EOF to true
                   go to 5450-EXIT
           end-read
           if FBZ-RSC-ITEM-NUM = WS-INQ-NUM
               move FBZ-RSC-RESEND-COUNT to WS-SHOW-RESEND-COUNT
               move FBZ-RSC-LAST-DATE to WS-SHOW-RESEND-DATE
               set FBZQ-SCAN-EOF to true
           end-if.
       5450-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-SHOW-RESULT-SCREEN - PUT UP THE ONE-PAGE ANSWER AND
      * HOLD IT UNTIL THE OPERATOR PRESSES ENTER.
      *-----------------------------------------------------------------
       6000-SHOW-RESULT-SCREEN.
           display FBZQ-RESULT-SCREEN
           accept FBZQ-RESULT-SCREEN.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO
      * WITH RETURN-CODE ALREADY SET (16 - ITEM NUM INVALID, 24 -
      * FBZIDX OPEN FAILED, 12 - CURSOR OR FETCH FAILED).
      * READ-ONLY THROUGHOUT - NOTHING TO ROLL BACK.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
