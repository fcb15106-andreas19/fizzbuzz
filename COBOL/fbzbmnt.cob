      * AND LOGS EVERY CHANGE TO THE FBZBMLOG CHANGE LOG THE SAME
      * WAY FBZMAINT LOGS TO FBZMLOG.  THE FEED-WRITING VARIANTS
      * ABEND ON A BIN CODE WITH NO MASTER ROW, SO A NEW BIN MUST
      * BE SET UP HERE BEFORE SLOTTING EVER SEES IT.  THE SAME
      * TRANSACTION KEEPS THE BIN'S PLANNED OUT-OF-SERVICE WINDOWS
      * (FBZBOOS, SEE FBZBOS) - THE DATES A BIN IS CLOSED AND THE
      * ALTERNATE BIN ITS ITEMS GO TO MEANWHILE.
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL PROGRAM.
      *                   MAPPING CHANGES LOG TO FBZBMLOG WITH
      *                   ACTION "MAP", THE CATEGORY IN THE
      *                   DESCRIPTION FIELD.
      *   2026-10-15  AS  THE BIN MASTER TABLE HOLDS 999 BINS, UP FROM
      *                   50 - WITH FBZBMAS RE-ZONING WHOLE AISLES IN
      *                   ONE BATCH THE MASTER RUNS TO HUNDREDS OF BINS.
      *   2026-10-15  AS  THE SCREEN GAINED A WAREHOUSE SITE CODE (BLANK
      *                   = 01).  A BIN CODE AND A MAP CATEGORY ARE NOW
      *                   ONLY UNIQUE WITHIN A SITE - VIEW, ADD AND
      *                   UPDATE WORK ON THE KEYED SITE'S ROWS, EVERY
      *                   ROW KEEPS ITS SITE THROUGH THE REWRITE, AND
      *                   THE CHANGE LOG CARRIES THE SITE.
      *   2026-10-15  AS  THE TRANSACTION NOW ALSO KEEPS EACH BIN'S
      *                   PLANNED OUT-OF-SERVICE WINDOWS ON FBZBOOS (SEE
      *                   FBZBOS): WITH THE FROM DATE KEYED, U ADDS OR
      *                   CHANGES A WINDOW (TO DATE, REASON, OPTIONAL
      *                   ALTERNATE BIN) AND THE NEW FUNCTION D DELETES
      *                   ONE.  THE ALTERNATE MUST BE ANOTHER BIN OF THE
      *                   SITE WITH A MASTER ROW AND A BIN'S WINDOWS MAY
      *                   NOT OVERLAP.  V LISTS THE BIN'S WINDOWS.
      *                   CHANGES LOG TO FBZBMLOG AS OOS OR OOS-DEL,
      *                   UNDER THE SAME LEVEL 2 CHECK AS THE MASTER.
      *   2026-10-15  AS  A BIN MASTER, MAPPING OR OUTAGE WINDOW CHANGE
      *                   ON A DATE AN FBZFREEZ CHANGE FREEZE OF SCOPE B
      *                   OR A COVERS IS REFUSED AND LOGGED WITH ACTION
      *                   "FROZEN", UNLESS A LEVEL-3 OPERATOR KEYS THE
      *                   EMERGENCY OVERRIDE, LOGGED WITH ACTION
      *                   "FRZOVRD".
      *   2026-10-15  AS  A BIN CAN CARRY A LONG DESCRIPTION (UP TO 40
      *                   CHARACTERS, FOR SLOTTING'S LAYOUT 02 FEED) -
      *                   SCREEN LINE 9, SHOWN BY V.  LEFT BLANK, THE
      *                   FEED SENDS THE SHORT DESCRIPTION INSTEAD.
      *=================================================================
       identification division.
       program-id. FBZBMNT.
           select optional FBZ-OPERATOR-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-OPER-STATUS.
           select optional FBZ-FREEZE-FILE assign to FBZFREEZ
               organization is line sequential
               file status is WS-FRZ-STATUS.
           select optional FBZ-MAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-MAP-STATUS.
           select optional FBZ-OUTAGE-FILE assign to FBZBOOS
               organization is line sequential
               file status is WS-OOS-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZOPER.

       fd  FBZ-FREEZE-FILE
           recording mode is F.
           copy FBZFRZ.

       fd  FBZ-MAP-FILE
           recording mode is F.
           copy FBZMAP.

       fd  FBZ-OUTAGE-FILE
           recording mode is F.
           copy FBZBOS.

       working-storage section.
       01  WS-BMAST-STATUS         pic X(02).
       01  WS-BLOG-STATUS          pic X(02).
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-FRZ-STATUS           pic X(02).
       01  WS-FRZ-EOF-SWITCH       pic X(01).
           88  FBZB-FRZ-EOF             value "Y".
           88  FBZB-FRZ-NOT-EOF         value "N".
       01  WS-FREEZE-SWITCH        pic X(01).
           88  FBZB-FROZEN              value "Y".
           88  FBZB-NOT-FROZEN          value "N".
       01  WS-FREEZE-OVERRIDE      pic X(01).
           88  FBZB-OVERRIDE-FREEZE     value "Y".
       01  WS-FREEZE-DATE          pic X(08).
       01  WS-FRZ-HIT-FROM         pic X(08).
       01  WS-FRZ-HIT-TO           pic X(08).
       01  WS-FRZ-HIT-REASON       pic X(30).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
       01  WS-FUNCTION             pic X(01).
           88  FBZB-FUNC-VIEW           value "V".
           88  FBZB-FUNC-UPDATE         value "U".
           88  FBZB-FUNC-DELETE         value "D".
       01  WS-LOG-ACTION           pic X(08).
       01  WS-BIN-SUB              pic 9(04) comp.
       01  WS-MATCH-SUB            pic 9(04) comp.
       01  WS-BIN-MASTER-COUNT     pic 9(04) comp.
       01  WS-INPUT-SWITCH         pic X(01).
           88  FBZB-INPUT-VALID         value "Y".
           88  FBZB-INPUT-INVALID       value "N".
       01  WS-MAP-COUNT            pic 9(03) comp.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY        occurs 50 times.
               10  WS-MAP-SITE         pic X(02).
               10  WS-MAP-CATEGORY     pic X(08).
               10  WS-MAP-BIN          pic X(04).
       01  WS-TODAY                pic X(08).
       01  WS-HOLD-CODE            pic X(04).
       01  WS-OOS-STATUS           pic X(02).
       01  WS-OOS-EOF-SWITCH       pic X(01).
           88  FBZB-OOS-EOF             value "Y".
           88  FBZB-OOS-NOT-EOF         value "N".
       01  WS-OOS-SUB              pic 9(03) comp.
       01  WS-OOS-MATCH-SUB        pic 9(03) comp.
       01  WS-OOS-COUNT            pic 9(03) comp.

      *-----------------------------------------------------------------
      * EVERY SITE'S OUT-OF-SERVICE WINDOWS, LOADED WHOLE AND
      * REWRITTEN WHOLE THE SAME WAY AS THE MASTER AND THE MAPPING.
      *-----------------------------------------------------------------
       01  WS-OOS-TABLE.
           05  WS-OOS-ENTRY        occurs 500 times.
               10  WS-OOS-SITE         pic X(02).
               10  WS-OOS-BIN          pic X(04).
               10  WS-OOS-FROM         pic X(08).
               10  WS-OOS-TO           pic X(08).
               10  WS-OOS-REASON       pic X(20).
               10  WS-OOS-ALT          pic X(04).
               10  WS-OOS-BY           pic X(08).
               10  WS-OOS-ON           pic X(08).

      *-----------------------------------------------------------------
      * THE WHOLE BIN MASTER IS SMALL ENOUGH - 999 BINS AT THE
      * OUTSIDE - THAT IT IS LOADED WHOLE, EDITED IN PLACE, AND
      * REWRITTEN WHOLE, THE SAME WAY FBZMAINT TREATS ITS
      * ONE-RECORD PARAMETER FILE.
      *-----------------------------------------------------------------
       01  WS-BIN-MASTER-TABLE.
           05  WS-BIN-MASTER-ENTRY occurs 999 times.
               10  WS-BIN-SITE         pic X(02).
               10  WS-BIN-CODE         pic X(04).
               10  WS-BIN-DESC         pic X(20).
               10  WS-BIN-ZONE         pic X(02).
               10  WS-BIN-CAP-CLASS    pic X(01).
               10  WS-BIN-HANDLING     pic X(04).
               10  WS-BIN-LONG-DESC    pic X(40).

      *-----------------------------------------------------------------
      * THE ONE BIN BEING VIEWED OR EDITED ON THE SCREEN, AND THE
      * WAREHOUSE SITE IT AND THE MAPPING BELONG TO - A BIN CODE OR
      * CATEGORY IS ONLY UNIQUE WITHIN A SITE.
      *-----------------------------------------------------------------
       01  WS-EDIT-SITE            pic X(02).
       01  WS-EDIT-BIN.
           05  WS-EDIT-CODE        pic X(04).
           05  WS-EDIT-DESC        pic X(20).
           05  WS-EDIT-ZONE        pic X(02).
           05  WS-EDIT-CAP-CLASS   pic X(01).
           05  WS-EDIT-HANDLING    pic X(04).
           05  WS-EDIT-LONG-DESC   pic X(40).

      *-----------------------------------------------------------------
      * THE ONE CATEGORY MAPPING BEING VIEWED OR EDITED - KEYING
           05  WS-EDIT-MAP-CATEGORY pic X(08).
           05  WS-EDIT-MAP-BIN      pic X(04).

      *-----------------------------------------------------------------
      * THE ONE OUT-OF-SERVICE WINDOW BEING ADDED, CHANGED OR
      * DELETED - KEYING THE FROM DATE PUTS THE TRANSACTION ON THE
      * WINDOW PATH.  A WINDOW IS KNOWN BY ITS SITE, BIN AND FROM
      * DATE.
      *-----------------------------------------------------------------
       01  WS-EDIT-OOS.
           05  WS-EDIT-OOS-FROM     pic X(08).
           05  WS-EDIT-OOS-TO       pic X(08).
           05  WS-EDIT-OOS-REASON   pic X(20).
           05  WS-EDIT-OOS-ALT      pic X(04).

      *=================================================================
      * MAINTENANCE SCREEN - THE OPERATOR NAMES A BIN CODE AND
      * EITHER VIEWS OR RETYPES ITS ATTRIBUTES.  AN UNKNOWN CODE
      * WITH FUNCTION U ADDS A NEW BIN.  WITH AN OUT-OF-SERVICE FROM
      * DATE KEYED, U ADDS OR CHANGES THAT WINDOW AND D DELETES IT.
      *=================================================================
       screen section.
       01  FBZB-MENU-SCREEN.
           05  blank screen.
           05  line 1 column 1
               value "FBZBMNT - WAREHOUSE BIN MASTER MAINTENANCE".
           05  line 2 column 1
               value "WAREHOUSE SITE CODE (BLANK=01) . . :".
           05  line 2 column 40
               pic X(02) using WS-EDIT-SITE.
           05  line 3 column 1
               value "FUNCTION (V=VIEW U=UPD/ADD D=DELETE):".
           05  line 3 column 40
               pic X(01) using WS-FUNCTION.
           05  line 4 column 1
               value "HANDLING FLAGS. . . . . . . . . . . :".
           05  line 8 column 40
               pic X(04) using WS-EDIT-HANDLING.
           05  line 9 column 1
               value "LONG DESCRIPTION (OPTIONAL) . . . . :".
           05  line 9 column 40
               pic X(40) using WS-EDIT-LONG-DESC.
           05  line 10 column 1
               value "MAP CATEGORY (OPTIONAL) . . . . . . :".
           05  line 10 column 40
           05  line 11 column 40
               pic X(04) using WS-EDIT-MAP-BIN.
           05  line 13 column 1
               value "OUT-OF-SERVICE FROM (YYYYMMDD). . . :".
           05  line 13 column 40
               pic X(08) using WS-EDIT-OOS-FROM.
           05  line 14 column 1
               value "OUT-OF-SERVICE TO (YYYYMMDD). . . . :".
           05  line 14 column 40
               pic X(08) using WS-EDIT-OOS-TO.
           05  line 15 column 1
               value "OUT-OF-SERVICE REASON . . . . . . . :".
           05  line 15 column 40
               pic X(20) using WS-EDIT-OOS-REASON.
           05  line 16 column 1
               value "ALTERNATE BIN (BLANK=NONE). . . . . :".
           05  line 16 column 40
               pic X(04) using WS-EDIT-OOS-ALT.
           05  line 18 column 1
               value "OPERATOR ID . . . . . . . . . . . . :".
           05  line 18 column 40
               pic X(08) using WS-OPERATOR-ID.
           05  line 19 column 1
               value "FREEZE OVERRIDE (Y=EMERGENCY) . . . :".
           05  line 19 column 40
               pic X(01) using WS-FREEZE-OVERRIDE.

      *=================================================================
      * PROCEDURE DIVISION
               thru 2000-EXIT
           perform 2800-CHECK-AUTHORITY
               thru 2800-EXIT
           perform 2900-CHECK-FREEZE
               thru 2900-EXIT
           evaluate true
               when FBZB-FUNC-UPDATE
                   and WS-EDIT-OOS-FROM not = spaces
                   perform 3700-VALIDATE-OOS-INPUT
                       thru 3700-EXIT
                   if FBZB-INPUT-INVALID
                       move 16 to return-code
                       go to 9999-ABEND
                   end-if
                   perform 4700-UPDATE-BIN-OUTAGE
                       thru 4700-EXIT
                   perform 7000-WRITE-BIN-LOG
                       thru 7000-EXIT
               when FBZB-FUNC-DELETE
                   perform 3800-VALIDATE-OOS-DELETE
                       thru 3800-EXIT
                   if FBZB-INPUT-INVALID
                       move 16 to return-code
                       go to 9999-ABEND
                   end-if
                   perform 4800-DELETE-BIN-OUTAGE
                       thru 4800-EXIT
                   perform 7000-WRITE-BIN-LOG
                       thru 7000-EXIT
               when FBZB-FUNC-VIEW
                   and WS-EDIT-MAP-CATEGORY not = spaces
                   perform 2600-SHOW-MAPPING
                       thru 7000-EXIT
               when other
                   display "FBZBMNT - INVALID FUNCTION "
                       WS-FUNCTION " - MUST BE V, U OR D"
                   move 16 to return-code
                   go to 9999-ABEND
           end-evaluate
      *-----------------------------------------------------------------
      * 1000-INITIALIZE - LOAD THE BIN MASTER INTO THE EDIT TABLE.
      * A MISSING OR EMPTY FILE IS A VALID STARTING POINT HERE -
      * THIS IS THE TRANSACTION THAT CREATES THE FIRST ROW.  THE
      * MAPPING AND THE OUT-OF-SERVICE WINDOWS ARE LOADED THE SAME
      * WAY.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-BIN-MASTER-COUNT
           move spaces to WS-BIN-MASTER-TABLE
           move spaces to WS-EDIT-SITE
           move spaces to WS-EDIT-BIN
           move spaces to WS-EDIT-MAP
           move spaces to WS-EDIT-OOS
           move spaces to WS-FUNCTION
           move spaces to WS-FREEZE-OVERRIDE
           accept WS-TODAY from date YYYYMMDD
           set FBZB-BMAST-NOT-EOF to true
           open input FBZ-BIN-MASTER-FILE
           if WS-BMAST-STATUS not = "00"
           close FBZ-BIN-MASTER-FILE
           perform 1200-LOAD-BIN-MAP
               thru 1200-EXIT
           perform 1300-LOAD-BIN-OUTAGES
               thru 1300-EXIT
           perform 1800-LOAD-OPERATORS
               thru 1800-EXIT.
       1000-EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-ONE-BIN - LOAD ONE MASTER ROW INTO THE EDIT
      * TABLE; A ROW PAST THE TABLE'S 999-BIN CEILING IS REPORTED
      * RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1100-LOAD-ONE-BIN.
                   set FBZB-BMAST-EOF to true
                   go to 1100-EXIT
           end-read
           if WS-BIN-MASTER-COUNT >= 999
               display "FBZBMNT - BIN MASTER TABLE FULL - BIN "
                   FBZ-BIN-CODE " IGNORED"
               go to 1100-EXIT
           end-if
           add 1 to WS-BIN-MASTER-COUNT
           move FBZ-BIN-SITE to WS-BIN-SITE(WS-BIN-MASTER-COUNT)
           if FBZ-BIN-SITE = spaces
               move "01" to WS-BIN-SITE(WS-BIN-MASTER-COUNT)
           end-if
           move FBZ-BIN-CODE to WS-BIN-CODE(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-DESC to WS-BIN-DESC(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-ZONE to WS-BIN-ZONE(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-CAP-CLASS
               to WS-BIN-CAP-CLASS(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-HANDLING
               to WS-BIN-HANDLING(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-LONG-DESC
               to WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT).
       1100-EXIT.
           exit.

               go to 1250-EXIT
           end-if
           add 1 to WS-MAP-COUNT
           move FBZ-MAP-SITE to WS-MAP-SITE(WS-MAP-COUNT)
           if FBZ-MAP-SITE = spaces
               move "01" to WS-MAP-SITE(WS-MAP-COUNT)
           end-if
           move FBZ-MAP-CATEGORY
               to WS-MAP-CATEGORY(WS-MAP-COUNT)
           move FBZ-MAP-BIN-CODE to WS-MAP-BIN(WS-MAP-COUNT).
       1250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-LOAD-BIN-OUTAGES - LOAD EVERY OUT-OF-SERVICE WINDOW INTO
      * ITS EDIT TABLE.  A MISSING OR EMPTY FILE IS A VALID
      * STARTING POINT - THIS IS THE TRANSACTION THAT CREATES THE
      * FIRST WINDOW.
      *-----------------------------------------------------------------
       1300-LOAD-BIN-OUTAGES.
           move 0 to WS-OOS-COUNT
           move spaces to WS-OOS-TABLE
           set FBZB-OOS-NOT-EOF to true
           open input FBZ-OUTAGE-FILE
           if WS-OOS-STATUS not = "00"
               set FBZB-OOS-EOF to true
           end-if
           perform 1350-LOAD-ONE-OUTAGE
               thru 1350-EXIT
               until FBZB-OOS-EOF
           close FBZ-OUTAGE-FILE.
       1300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1350-LOAD-ONE-OUTAGE - LOAD ONE WINDOW INTO THE EDIT TABLE;
      * AN OVERFLOWING ROW IS REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1350-LOAD-ONE-OUTAGE.
           read FBZ-OUTAGE-FILE
               at end
                   set FBZB-OOS-EOF to true
                   go to 1350-EXIT
           end-read
           if WS-OOS-COUNT >= 500
               display "FBZBMNT - OUTAGE TABLE FULL - BIN "
                   FBZ-BOS-BIN-CODE " FROM " FBZ-BOS-FROM-DATE
                   " IGNORED"
               go to 1350-EXIT
           end-if
           add 1 to WS-OOS-COUNT
           move FBZ-BOS-SITE to WS-OOS-SITE(WS-OOS-COUNT)
           if FBZ-BOS-SITE = spaces
               move "01" to WS-OOS-SITE(WS-OOS-COUNT)
           end-if
           move FBZ-BOS-BIN-CODE to WS-OOS-BIN(WS-OOS-COUNT)
           move FBZ-BOS-FROM-DATE to WS-OOS-FROM(WS-OOS-COUNT)
           move FBZ-BOS-TO-DATE to WS-OOS-TO(WS-OOS-COUNT)
           move FBZ-BOS-REASON to WS-OOS-REASON(WS-OOS-COUNT)
           move FBZ-BOS-ALT-BIN to WS-OOS-ALT(WS-OOS-COUNT)
           move FBZ-BOS-ENTERED-BY to WS-OOS-BY(WS-OOS-COUNT)
           move FBZ-BOS-ENTERED-DATE to WS-OOS-ON(WS-OOS-COUNT).
       1350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1800-LOAD-OPERATORS - LOAD THE ACTIVE ROWS OF THE SHARED
      * AUTHORIZED-OPERATOR FILE INTO THE LOOKUP TABLE.  A MISSING
      *-----------------------------------------------------------------
       2000-DISPLAY-AND-ACCEPT.
           display FBZB-MENU-SCREEN
           accept FBZB-MENU-SCREEN
           if WS-EDIT-SITE = spaces
               move "01" to WS-EDIT-SITE
           end-if.
       2000-EXIT.
           exit.

       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2900-CHECK-FREEZE - HOLD A BIN MASTER, MAPPING OR OUTAGE
      * WINDOW CHANGE TO THE FBZFREEZ CHANGE-FREEZE CALENDAR.  ON
      * A DATE A FREEZE OF SCOPE B (BINS) OR A (ALL) COVERS, THE
      * CHANGE IS REFUSED - LOGGED WITH ACTION "FROZEN", RETURN-
      * CODE 16, NOTHING WRITTEN - UNLESS THE OPERATOR HOLDS
      * PRIVILEGE LEVEL 3 AND KEYED THE EMERGENCY OVERRIDE, WHICH
      * IS LOGGED WITH ACTION "FRZOVRD" AHEAD OF THE CHANGE
      * ITSELF.  BOTH SHOW ON THE QUARTERLY SECURITY REVIEW
      * (FBZSECR).
      *-----------------------------------------------------------------
       2900-CHECK-FREEZE.
           set FBZB-NOT-FROZEN to true
           if FBZB-FUNC-VIEW
               go to 2900-EXIT
           end-if
           accept WS-FREEZE-DATE from date YYYYMMDD
           perform 2920-FIND-FREEZE
               thru 2920-EXIT
           if FBZB-NOT-FROZEN
               go to 2900-EXIT
           end-if
           if FBZB-OVERRIDE-FREEZE
               and WS-OPER-PRIV >= 3
               move "FRZOVRD" to WS-LOG-ACTION
               perform 7000-WRITE-BIN-LOG
                   thru 7000-EXIT
               display "FBZBMNT - CHANGE FREEZE " WS-FRZ-HIT-FROM
                   " - " WS-FRZ-HIT-TO " OVERRIDDEN BY "
                   WS-OPERATOR-ID
               go to 2900-EXIT
           end-if
           move "FROZEN" to WS-LOG-ACTION
           perform 7000-WRITE-BIN-LOG
               thru 7000-EXIT
           display "FBZBMNT - CHANGE FREEZE " WS-FRZ-HIT-FROM
               " - " WS-FRZ-HIT-TO " IN FORCE: " WS-FRZ-HIT-REASON
           display "FBZBMNT - CHANGE REFUSED - ONLY A LEVEL 3"
               " EMERGENCY OVERRIDE MAY CHANGE IT NOW"
           move 16 to return-code
           go to 9999-ABEND.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2920-FIND-FREEZE - SCAN THE FREEZE CALENDAR FOR A WINDOW OF
      * SCOPE B OR A COVERING WS-FREEZE-DATE, KEEPING THE FIRST
      * ONE FOUND.  A MISSING OR EMPTY CALENDAR MEANS NO FREEZE.
      *-----------------------------------------------------------------
       2920-FIND-FREEZE.
           set FBZB-NOT-FROZEN to true
           set FBZB-FRZ-NOT-EOF to true
           open input FBZ-FREEZE-FILE
           if WS-FRZ-STATUS not = "00"
               set FBZB-FRZ-EOF to true
           end-if
           perform 2950-TEST-ONE-FREEZE
               thru 2950-EXIT
               until FBZB-FRZ-EOF
                   or FBZB-FROZEN
           close FBZ-FREEZE-FILE.
       2920-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2950-TEST-ONE-FREEZE - TEST ONE FREEZE WINDOW AGAINST THE
      * DATE BEING CHECKED; THE FROM AND TO DATES ARE INCLUSIVE.
      *-----------------------------------------------------------------
       2950-TEST-ONE-FREEZE.
           read FBZ-FREEZE-FILE
               at end
                   set FBZB-FRZ-EOF to true
                   go to 2950-EXIT
           end-read
           if not FBZ-FRZ-SCOPE-BINS
               and not FBZ-FRZ-SCOPE-ALL
               go to 2950-EXIT
           end-if
           if FBZ-FRZ-FROM-DATE > WS-FREEZE-DATE
               or FBZ-FRZ-TO-DATE < WS-FREEZE-DATE
               go to 2950-EXIT
           end-if
           set FBZB-FROZEN to true
           move FBZ-FRZ-FROM-DATE to WS-FRZ-HIT-FROM
           move FBZ-FRZ-TO-DATE to WS-FRZ-HIT-TO
           move FBZ-FRZ-REASON to WS-FRZ-HIT-REASON.
       2950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-SHOW-REQUESTED-BIN - FUNCTION V: DISPLAY THE NAMED
      * BIN'S MASTER ROW AND ITS OUT-OF-SERVICE WINDOWS, OR SAY IT
      * HAS NO ROW.
      *-----------------------------------------------------------------
       2500-SHOW-REQUESTED-BIN.
           perform 2700-FIND-EDIT-BIN
               thru 2700-EXIT
           if WS-MATCH-SUB = zero
               display "FBZBMNT - BIN " WS-EDIT-CODE
                   " HAS NO MASTER ROW AT SITE " WS-EDIT-SITE
           else
               display "FBZBMNT - SITE " WS-BIN-SITE(WS-MATCH-SUB)
                   " BIN " WS-BIN-CODE(WS-MATCH-SUB)
                   " DESC " WS-BIN-DESC(WS-MATCH-SUB)
                   " ZONE " WS-BIN-ZONE(WS-MATCH-SUB)
                   " CAP " WS-BIN-CAP-CLASS(WS-MATCH-SUB)
                   " HANDLING " WS-BIN-HANDLING(WS-MATCH-SUB)
               display "FBZBMNT -   LONG DESC "
                   WS-BIN-LONG-DESC(WS-MATCH-SUB)
               perform 2550-SHOW-ONE-OUTAGE
                   thru 2550-EXIT
                   varying WS-OOS-SUB from 1 by 1
                   until WS-OOS-SUB > WS-OOS-COUNT
           end-if.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2550-SHOW-ONE-OUTAGE - DISPLAY ONE WINDOW IF IT BELONGS TO
      * THE SCREEN'S SITE AND BIN.
      *-----------------------------------------------------------------
       2550-SHOW-ONE-OUTAGE.
           if WS-OOS-SITE(WS-OOS-SUB) not = WS-EDIT-SITE
               or WS-OOS-BIN(WS-OOS-SUB) not = WS-EDIT-CODE
               go to 2550-EXIT
           end-if
           if WS-OOS-ALT(WS-OOS-SUB) = spaces
               display "FBZBMNT - OUT OF SERVICE "
                   WS-OOS-FROM(WS-OOS-SUB) " THRU "
                   WS-OOS-TO(WS-OOS-SUB) " NO ALTERNATE - "
                   WS-OOS-REASON(WS-OOS-SUB)
           else
               display "FBZBMNT - OUT OF SERVICE "
                   WS-OOS-FROM(WS-OOS-SUB) " THRU "
                   WS-OOS-TO(WS-OOS-SUB) " ALTERNATE "
                   WS-OOS-ALT(WS-OOS-SUB) " - "
                   WS-OOS-REASON(WS-OOS-SUB)
           end-if.
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-FIND-EDIT-BIN - LOCATE THE SCREEN'S SITE AND BIN CODE IN
      * THE EDIT TABLE, LEAVING WS-MATCH-SUB ZERO WHEN IT IS NOT THERE.
      *-----------------------------------------------------------------
       2700-FIND-EDIT-BIN.
           move 0 to WS-MATCH-SUB

      *-----------------------------------------------------------------
      * 2750-MATCH-ONE-BIN - TEST ONE EDIT TABLE ENTRY AGAINST THE
      * SCREEN'S SITE AND BIN CODE.
      *-----------------------------------------------------------------
       2750-MATCH-ONE-BIN.
           if WS-BIN-SITE(WS-BIN-SUB) = WS-EDIT-SITE
               and WS-BIN-CODE(WS-BIN-SUB) = WS-EDIT-CODE
               move WS-BIN-SUB to WS-MATCH-SUB
           end-if.
       2750-EXIT.
               thru 2650-EXIT
           if WS-MAP-MATCH-SUB = zero
               display "FBZBMNT - CATEGORY " WS-EDIT-MAP-CATEGORY
                   " HAS NO BIN CODE MAPPING AT SITE " WS-EDIT-SITE
           else
               display "FBZBMNT - SITE "
                   WS-MAP-SITE(WS-MAP-MATCH-SUB) " CATEGORY "
                   WS-MAP-CATEGORY(WS-MAP-MATCH-SUB)
                   " MAPS TO BIN " WS-MAP-BIN(WS-MAP-MATCH-SUB)
           end-if.
           exit.

      *-----------------------------------------------------------------
      * 2650-FIND-MAPPING - LOCATE THE SCREEN'S SITE AND MAP CATEGORY
      * IN THE EDIT TABLE, LEAVING WS-MAP-MATCH-SUB ZERO WHEN IT IS
      * NOT THERE.
      *-----------------------------------------------------------------
       2650-FIND-MAPPING.

      *-----------------------------------------------------------------
      * 2680-MATCH-ONE-MAPPING - TEST ONE EDIT TABLE ENTRY AGAINST
      * THE SCREEN'S SITE AND MAP CATEGORY.
      *-----------------------------------------------------------------
       2680-MATCH-ONE-MAPPING.
           if WS-MAP-SITE(WS-MAP-SUB) = WS-EDIT-SITE
               and WS-MAP-CATEGORY(WS-MAP-SUB) = WS-EDIT-MAP-CATEGORY
               move WS-MAP-SUB to WS-MAP-MATCH-SUB
           end-if.
       2680-EXIT.
           perform 2700-FIND-EDIT-BIN
               thru 2700-EXIT
           if WS-MATCH-SUB = zero
               if WS-BIN-MASTER-COUNT >= 999
                   display "FBZBMNT - BIN MASTER FULL -"
                       " UPDATE REJECTED"
                   move 16 to return-code
           else
               move "UPDATE" to WS-LOG-ACTION
           end-if
           move WS-EDIT-SITE to WS-BIN-SITE(WS-MATCH-SUB)
           move WS-EDIT-CODE to WS-BIN-CODE(WS-MATCH-SUB)
           move WS-EDIT-DESC to WS-BIN-DESC(WS-MATCH-SUB)
           move WS-EDIT-ZONE to WS-BIN-ZONE(WS-MATCH-SUB)
           move WS-EDIT-CAP-CLASS to WS-BIN-CAP-CLASS(WS-MATCH-SUB)
           move WS-EDIT-HANDLING to WS-BIN-HANDLING(WS-MATCH-SUB)
           move WS-EDIT-LONG-DESC to WS-BIN-LONG-DESC(WS-MATCH-SUB)
           open output FBZ-BIN-MASTER-FILE
           if WS-BMAST-STATUS not = "00"
               display "FBZBMNT - FBZBMAST OPEN FAILED, STATUS "
      *-----------------------------------------------------------------
       4100-WRITE-ONE-BIN.
           move spaces to FBZ-BIN-MASTER-RECORD
           move WS-BIN-SITE(WS-BIN-SUB) to FBZ-BIN-SITE
           move WS-BIN-CODE(WS-BIN-SUB) to FBZ-BIN-CODE
           move WS-BIN-DESC(WS-BIN-SUB) to FBZ-BIN-DESC
           move WS-BIN-ZONE(WS-BIN-SUB) to FBZ-BIN-ZONE
           move WS-BIN-CAP-CLASS(WS-BIN-SUB) to FBZ-BIN-CAP-CLASS
           move WS-BIN-HANDLING(WS-BIN-SUB) to FBZ-BIN-HANDLING
           move WS-BIN-LONG-DESC(WS-BIN-SUB) to FBZ-BIN-LONG-DESC
           write FBZ-BIN-MASTER-RECORD
           if WS-BMAST-STATUS not = "00"
               display "FBZBMNT - FBZBMAST WRITE FAILED, STATUS "
               add 1 to WS-MAP-COUNT
               move WS-MAP-COUNT to WS-MAP-MATCH-SUB
           end-if
           move WS-EDIT-SITE to WS-MAP-SITE(WS-MAP-MATCH-SUB)
           move WS-EDIT-MAP-CATEGORY
               to WS-MAP-CATEGORY(WS-MAP-MATCH-SUB)
           move WS-EDIT-MAP-BIN to WS-MAP-BIN(WS-MAP-MATCH-SUB)
      *-----------------------------------------------------------------
       4600-WRITE-ONE-MAP-ROW.
           move spaces to FBZ-MAP-RECORD
           move WS-MAP-SITE(WS-MAP-SUB) to FBZ-MAP-SITE
           move WS-MAP-CATEGORY(WS-MAP-SUB) to FBZ-MAP-CATEGORY
           move WS-MAP-BIN(WS-MAP-SUB) to FBZ-MAP-BIN-CODE
           write FBZ-MAP-RECORD
       4600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3700-VALIDATE-OOS-INPUT - A WINDOW NEEDS A BIN WITH A MASTER
      * ROW, A FROM AND TO DATE IN ORDER, A TO DATE NOT ALREADY PAST
      * AND A REASON.  AN ALTERNATE BIN, IF GIVEN, MUST BE ANOTHER
      * BIN OF THE SAME SITE WITH A MASTER ROW - THE FEED WRITERS
      * ABEND ON ONE WITHOUT.  THE WINDOW MAY NOT OVERLAP ANOTHER
      * OF THE SAME BIN, SO THE FEED NEVER HAS TWO TO CHOOSE FROM.
      *-----------------------------------------------------------------
       3700-VALIDATE-OOS-INPUT.
           set FBZB-INPUT-VALID to true
           if WS-OPERATOR-ID = spaces
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - OPERATOR ID REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if WS-EDIT-OOS-REASON = spaces
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - OUT-OF-SERVICE REASON REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           perform 2700-FIND-EDIT-BIN
               thru 2700-EXIT
           if WS-MATCH-SUB = zero
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - BIN " WS-EDIT-CODE
                   " HAS NO MASTER ROW AT SITE " WS-EDIT-SITE
                   " - UPDATE REJECTED"
               go to 3700-EXIT
           end-if
           if WS-EDIT-OOS-FROM is not numeric
               or WS-EDIT-OOS-TO is not numeric
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - FROM AND TO DATES MUST BE YYYYMMDD"
                   " - UPDATE REJECTED"
               go to 3700-EXIT
           end-if
           if WS-EDIT-OOS-TO < WS-EDIT-OOS-FROM
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - TO DATE " WS-EDIT-OOS-TO
                   " IS BEFORE FROM DATE " WS-EDIT-OOS-FROM
                   " - UPDATE REJECTED"
               go to 3700-EXIT
           end-if
           if WS-EDIT-OOS-TO < WS-TODAY
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - TO DATE " WS-EDIT-OOS-TO
                   " IS ALREADY PAST - UPDATE REJECTED"
               go to 3700-EXIT
           end-if
           if WS-EDIT-OOS-ALT not = spaces
               perform 3750-VALIDATE-ALTERNATE
                   thru 3750-EXIT
           end-if
           move 0 to WS-MATCH-SUB
           perform 3780-CHECK-ONE-OVERLAP
               thru 3780-EXIT
               varying WS-OOS-SUB from 1 by 1
               until WS-OOS-SUB > WS-OOS-COUNT
                   or WS-MATCH-SUB > 0
           if WS-MATCH-SUB > 0
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - OVERLAPS THE WINDOW "
                   WS-OOS-FROM(WS-MATCH-SUB) " THRU "
                   WS-OOS-TO(WS-MATCH-SUB)
                   " - UPDATE REJECTED"
           end-if.
       3700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3750-VALIDATE-ALTERNATE - THE ALTERNATE BIN MUST DIFFER FROM
      * THE BIN IT STANDS IN FOR AND HAVE A MASTER ROW AT THE SAME
      * SITE.  THE SCREEN'S BIN CODE IS PUT BACK AFTERWARDS.
      *-----------------------------------------------------------------
       3750-VALIDATE-ALTERNATE.
           if WS-EDIT-OOS-ALT = WS-EDIT-CODE
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - ALTERNATE BIN CANNOT BE THE BIN"
                   " ITSELF - UPDATE REJECTED"
               go to 3750-EXIT
           end-if
           move WS-EDIT-CODE to WS-HOLD-CODE
           move WS-EDIT-OOS-ALT to WS-EDIT-CODE
           perform 2700-FIND-EDIT-BIN
               thru 2700-EXIT
           move WS-HOLD-CODE to WS-EDIT-CODE
           if WS-MATCH-SUB = zero
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - ALTERNATE BIN " WS-EDIT-OOS-ALT
                   " HAS NO MASTER ROW - SET THE BIN UP FIRST -"
                   " UPDATE REJECTED"
           end-if.
       3750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3780-CHECK-ONE-OVERLAP - TEST ONE EXISTING WINDOW OF THE SAME
      * SITE AND BIN (OTHER THAN THE ONE BEING CHANGED, KNOWN BY ITS
      * FROM DATE) FOR ANY DAY IN COMMON WITH THE SCREEN'S WINDOW.
      *-----------------------------------------------------------------
       3780-CHECK-ONE-OVERLAP.
           if WS-OOS-SITE(WS-OOS-SUB) = WS-EDIT-SITE
               and WS-OOS-BIN(WS-OOS-SUB) = WS-EDIT-CODE
               and WS-OOS-FROM(WS-OOS-SUB) not = WS-EDIT-OOS-FROM
               and WS-OOS-FROM(WS-OOS-SUB) <= WS-EDIT-OOS-TO
               and WS-OOS-TO(WS-OOS-SUB) >= WS-EDIT-OOS-FROM
               move WS-OOS-SUB to WS-MATCH-SUB
           end-if.
       3780-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3800-VALIDATE-OOS-DELETE - FUNCTION D NAMES A WINDOW BY ITS
      * BIN AND FROM DATE; BOTH AND THE OPERATOR ARE REQUIRED.
      *-----------------------------------------------------------------
       3800-VALIDATE-OOS-DELETE.
           set FBZB-INPUT-VALID to true
           if WS-EDIT-CODE = spaces
               or WS-EDIT-OOS-FROM = spaces
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - BIN CODE AND OUT-OF-SERVICE FROM"
                   " DATE REQUIRED - DELETE REJECTED"
           end-if
           if WS-OPERATOR-ID = spaces
               set FBZB-INPUT-INVALID to true
               display "FBZBMNT - OPERATOR ID REQUIRED -"
                   " DELETE REJECTED"
           end-if.
       3800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4700-UPDATE-BIN-OUTAGE - FOLD THE SCREEN'S WINDOW INTO THE
      * EDIT TABLE (CHANGING THE WINDOW WITH THE SAME SITE, BIN AND
      * FROM DATE OR ADDING A NEW ONE), STAMPED WITH THE OPERATOR
      * AND TODAY'S DATE, AND REWRITE THE OUTAGE FILE WHOLE.
      * SHORTENING A RUNNING WINDOW'S TO DATE IS HOW A BIN IS PUT
      * BACK INTO SERVICE EARLY.
      *-----------------------------------------------------------------
       4700-UPDATE-BIN-OUTAGE.
           perform 4750-FIND-OUTAGE
               thru 4750-EXIT
           if WS-OOS-MATCH-SUB = zero
               if WS-OOS-COUNT >= 500
                   display "FBZBMNT - OUTAGE FILE FULL -"
                       " UPDATE REJECTED"
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
               add 1 to WS-OOS-COUNT
               move WS-OOS-COUNT to WS-OOS-MATCH-SUB
           end-if
           move WS-EDIT-SITE to WS-OOS-SITE(WS-OOS-MATCH-SUB)
           move WS-EDIT-CODE to WS-OOS-BIN(WS-OOS-MATCH-SUB)
           move WS-EDIT-OOS-FROM to WS-OOS-FROM(WS-OOS-MATCH-SUB)
           move WS-EDIT-OOS-TO to WS-OOS-TO(WS-OOS-MATCH-SUB)
           move WS-EDIT-OOS-REASON
               to WS-OOS-REASON(WS-OOS-MATCH-SUB)
           move WS-EDIT-OOS-ALT to WS-OOS-ALT(WS-OOS-MATCH-SUB)
           move WS-OPERATOR-ID to WS-OOS-BY(WS-OOS-MATCH-SUB)
           move WS-TODAY to WS-OOS-ON(WS-OOS-MATCH-SUB)
           perform 4900-REWRITE-OUTAGE-FILE
               thru 4900-EXIT
           move "OOS" to WS-LOG-ACTION.
       4700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4750-FIND-OUTAGE - LOCATE THE SCREEN'S SITE, BIN AND FROM DATE
      * IN THE WINDOW TABLE, LEAVING WS-OOS-MATCH-SUB ZERO WHEN IT IS
      * NOT THERE.
      *-----------------------------------------------------------------
       4750-FIND-OUTAGE.
           move 0 to WS-OOS-MATCH-SUB
           perform 4760-MATCH-ONE-OUTAGE
               thru 4760-EXIT
               varying WS-OOS-SUB from 1 by 1
               until WS-OOS-SUB > WS-OOS-COUNT
                   or WS-OOS-MATCH-SUB > 0.
       4750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4760-MATCH-ONE-OUTAGE - TEST ONE WINDOW AGAINST THE SCREEN'S
      * SITE, BIN AND FROM DATE.
      *-----------------------------------------------------------------
       4760-MATCH-ONE-OUTAGE.
           if WS-OOS-SITE(WS-OOS-SUB) = WS-EDIT-SITE
               and WS-OOS-BIN(WS-OOS-SUB) = WS-EDIT-CODE
               and WS-OOS-FROM(WS-OOS-SUB) = WS-EDIT-OOS-FROM
               move WS-OOS-SUB to WS-OOS-MATCH-SUB
           end-if.
       4760-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4800-DELETE-BIN-OUTAGE - DROP THE NAMED WINDOW FROM THE EDIT
      * TABLE, CLOSING UP THE ROWS BEHIND IT, AND REWRITE THE FILE.
      * A WINDOW THAT IS NOT ON FILE IS REJECTED (RETURN-CODE 16).
      *-----------------------------------------------------------------
       4800-DELETE-BIN-OUTAGE.
           perform 4750-FIND-OUTAGE
               thru 4750-EXIT
           if WS-OOS-MATCH-SUB = zero
               display "FBZBMNT - NO OUT-OF-SERVICE WINDOW FOR BIN "
                   WS-EDIT-CODE " FROM " WS-EDIT-OOS-FROM
                   " AT SITE " WS-EDIT-SITE " - DELETE REJECTED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           move WS-OOS-TO(WS-OOS-MATCH-SUB) to WS-EDIT-OOS-TO
           move WS-OOS-ALT(WS-OOS-MATCH-SUB) to WS-EDIT-OOS-ALT
           move WS-OOS-REASON(WS-OOS-MATCH-SUB)
               to WS-EDIT-OOS-REASON
           perform 4850-CLOSE-UP-ONE-OUTAGE
               thru 4850-EXIT
               varying WS-OOS-SUB from WS-OOS-MATCH-SUB by 1
               until WS-OOS-SUB >= WS-OOS-COUNT
           move spaces to WS-OOS-ENTRY(WS-OOS-COUNT)
           subtract 1 from WS-OOS-COUNT
           perform 4900-REWRITE-OUTAGE-FILE
               thru 4900-EXIT
           move "OOS-DEL" to WS-LOG-ACTION.
       4800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4850-CLOSE-UP-ONE-OUTAGE - MOVE THE NEXT WINDOW DOWN ONE
      * SLOT OVER THE ONE BEING DELETED.
      *-----------------------------------------------------------------
       4850-CLOSE-UP-ONE-OUTAGE.
           move WS-OOS-ENTRY(WS-OOS-SUB + 1)
               to WS-OOS-ENTRY(WS-OOS-SUB).
       4850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4900-REWRITE-OUTAGE-FILE - REWRITE THE OUTAGE FILE WHOLE FROM
      * THE EDIT TABLE, CHECKING THE OPEN AND EVERY WRITE.
      *-----------------------------------------------------------------
       4900-REWRITE-OUTAGE-FILE.
           open output FBZ-OUTAGE-FILE
           if WS-OOS-STATUS not = "00"
               display "FBZBMNT - FBZBOOS OPEN FAILED, STATUS "
                   WS-OOS-STATUS " - UPDATE NOT WRITTEN"
               move 20 to return-code
               go to 9999-ABEND
           end-if
           perform 4950-WRITE-ONE-OUTAGE
               thru 4950-EXIT
               varying WS-OOS-SUB from 1 by 1
               until WS-OOS-SUB > WS-OOS-COUNT
           close FBZ-OUTAGE-FILE.
       4900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4950-WRITE-ONE-OUTAGE - WRITE ONE WINDOW BACK TO THE FILE,
      * CHECKING THE WRITE THE SAME AS THE OPEN.
      *-----------------------------------------------------------------
       4950-WRITE-ONE-OUTAGE.
           move spaces to FBZ-BOS-RECORD
           move WS-OOS-SITE(WS-OOS-SUB) to FBZ-BOS-SITE
           move WS-OOS-BIN(WS-OOS-SUB) to FBZ-BOS-BIN-CODE
           move WS-OOS-FROM(WS-OOS-SUB) to FBZ-BOS-FROM-DATE
           move WS-OOS-TO(WS-OOS-SUB) to FBZ-BOS-TO-DATE
           move WS-OOS-REASON(WS-OOS-SUB) to FBZ-BOS-REASON
           move WS-OOS-ALT(WS-OOS-SUB) to FBZ-BOS-ALT-BIN
           move WS-OOS-BY(WS-OOS-SUB) to FBZ-BOS-ENTERED-BY
           move WS-OOS-ON(WS-OOS-SUB) to FBZ-BOS-ENTERED-DATE
           write FBZ-BOS-RECORD
           if WS-OOS-STATUS not = "00"
               display "FBZBMNT - FBZBOOS WRITE FAILED, STATUS "
                   WS-OOS-STATUS " - FILE MAY BE INCOMPLETE"
               close FBZ-OUTAGE-FILE
               move 20 to return-code
               go to 9999-ABEND
           end-if.
       4950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-WRITE-BIN-LOG - APPEND ONE RECORD TO FBZBMLOG NOTING
      * WHO ADDED OR CHANGED WHICH BIN, WHEN, AND THE ATTRIBUTES IT
      * NOW CARRIES.  OPENED EXTEND WITH THE SAME CREATE-ON-FIRST-
      * RUN FALLBACK FBZMLOG AND FBZAUDIT USE.  A WINDOW CHANGE
      * CARRIES THE WINDOW'S DATES, ALTERNATE BIN AND THE START OF
      * ITS REASON IN THE ATTRIBUTE AREA INSTEAD.
      *-----------------------------------------------------------------
       7000-WRITE-BIN-LOG.
           move spaces to FBZ-BIN-LOG-RECORD
           move WS-EDIT-ZONE to FBZB-LOG-NEW-ZONE
           move WS-EDIT-CAP-CLASS to FBZB-LOG-NEW-CAP-CLASS
           move WS-EDIT-HANDLING to FBZB-LOG-NEW-HANDLING
           move WS-EDIT-SITE to FBZB-LOG-SITE
           if WS-LOG-ACTION = "OOS"
               or WS-LOG-ACTION = "OOS-DEL"
               move spaces to FBZB-LOG-ATTRIBUTES
               move WS-EDIT-OOS-FROM to FBZB-LOG-OOS-FROM-DATE
               move WS-EDIT-OOS-TO to FBZB-LOG-OOS-TO-DATE
               move WS-EDIT-OOS-ALT to FBZB-LOG-OOS-ALT-BIN
               move WS-EDIT-OOS-REASON to FBZB-LOG-OOS-REASON
           end-if
           open extend FBZ-BIN-LOG-FILE
           if WS-BLOG-STATUS not = "00"
               open output FBZ-BIN-LOG-FILE
      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WHEN
      * THE OPERATOR'S INPUT OR FUNCTION FAILS VALIDATION (RETURN-
      * CODE 16, MASTER LEFT UNCHANGED) OR WHEN THE MASTER, MAPPING
      * OR OUTAGE REWRITE FAILS TO OPEN OR WRITE (RETURN-CODE 20) -
      * EITHER WAY NO CHANGE LOG RECORD IS WRITTEN HERE.  A DENIED
      * FUNCTION, OR A CHANGE REFUSED UNDER A CHANGE FREEZE, HAS
      * LOGGED ITS RECORD ON THE WAY.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
