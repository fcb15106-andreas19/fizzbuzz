      * WHICH IS WHY EVERY CHANGE IS PRIVILEGE-CHECKED AND LOGGED.
      * WITH THE EXCEPTION DATE BLANK, FUNCTION U REWRITES THE
      * RULES RECORD; WITH A DATE KEYED, IT ADDS OR CHANGES THAT
      * DATE'S EXCEPTION.  THE SAME TRANSACTION KEEPS THE CHANGE-
      * FREEZE CALENDAR (FBZFREEZ, SEE FBZFRZ): FUNCTION F ADDS OR
      * CHANGES A FREEZE WINDOW AND D DELETES ONE, BOTH AT
      * PRIVILEGE LEVEL 3 ONLY.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL PROGRAM.  THE UPDATE FUNCTION IS
      *                   FBZCLLOG WITH ACTION "DENIED".  A
      *                   MISSING OR EMPTY FBZOPER FILE DENIES ALL
      *                   UPDATES - FAIL CLOSED, NOT OPEN.
      *   2026-10-15  AS  THE TRANSACTION NOW ALSO KEEPS THE FBZFREEZ
      *                   CHANGE-FREEZE CALENDAR (SEE FBZFRZ): FUNCTION
      *                   F ADDS OR CHANGES A WINDOW - FROM AND TO DATE,
      *                   SCOPE, REASON - AND D DELETES ONE, BOTH AT
      *                   PRIVILEGE LEVEL 3, LOGGED AS FREEZE OR FRZ-
      *                   DEL.  V LISTS THE WINDOWS NOT YET OVER.  A
      *                   SCHEDULE CHANGE UNDER A SCOPE A FREEZE IS
      *                   REFUSED AND LOGGED AS FROZEN UNLESS A LEVEL-3
      *                   OPERATOR KEYS THE EMERGENCY OVERRIDE, LOGGED
      *                   AS FRZOVRD.
      *=================================================================
       identification division.
       program-id. FBZCMNT.
           select optional FBZ-OPERATOR-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-OPER-STATUS.
           select optional FBZ-FREEZE-FILE assign to FBZFREEZ
               organization is line sequential
               file status is WS-FRZ-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZOPER.

       fd  FBZ-FREEZE-FILE
           recording mode is F.
           copy FBZFRZ.

       working-storage section.
       01  WS-SCHED-STATUS         pic X(02).
       01  WS-CLOG-STATUS          pic X(02).
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-FRZ-STATUS           pic X(02).
       01  WS-FRZ-EOF-SWITCH       pic X(01).
           88  FBZC-FRZ-EOF             value "Y".
           88  FBZC-FRZ-NOT-EOF         value "N".
       01  WS-FREEZE-SWITCH        pic X(01).
           88  FBZC-FROZEN              value "Y".
           88  FBZC-NOT-FROZEN          value "N".
       01  WS-FREEZE-OVERRIDE      pic X(01).
           88  FBZC-OVERRIDE-FREEZE     value "Y".
       01  WS-FREEZE-DATE          pic X(08).
       01  WS-FRZ-HIT-SUB          pic 9(03) comp.
       01  WS-FRZ-SUB              pic 9(03) comp.
       01  WS-FRZ-MATCH-SUB        pic 9(03) comp.
       01  WS-FRZ-COUNT            pic 9(03) comp.
       01  WS-TODAY                pic X(08).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
       01  WS-FUNCTION             pic X(01).
           88  FBZC-FUNC-VIEW           value "V".
           88  FBZC-FUNC-UPDATE         value "U".
           88  FBZC-FUNC-FREEZE         value "F".
           88  FBZC-FUNC-FRZ-DELETE     value "D".
       01  WS-LOG-ACTION           pic X(08).
       01  WS-DAY-SUB              pic 9(01) comp.
       01  WS-EXC-SUB              pic 9(03) comp.
               10  WS-EXC-DESC         pic X(20).

      *-----------------------------------------------------------------
      * THE FREEZE CALENDAR, LIKEWISE LOADED WHOLE AND REWRITTEN
      * WHOLE - A FEW WINDOWS A YEAR, 100 AT THE OUTSIDE.  A
      * WINDOW IS KNOWN BY ITS FROM DATE AND SCOPE.
      *-----------------------------------------------------------------
       01  WS-FRZ-TABLE.
           05  WS-FRZ-ENTRY        occurs 100 times.
               10  WS-FRZ-FROM         pic X(08).
               10  WS-FRZ-TO           pic X(08).
               10  WS-FRZ-SCOPE        pic X(01).
               10  WS-FRZ-REASON       pic X(30).
               10  WS-FRZ-BY           pic X(08).
               10  WS-FRZ-ON           pic X(08).

      *-----------------------------------------------------------------
      * THE SCREEN FIELDS: THE SEVEN RUN FLAGS AND ONE EXCEPTION,
      * AND ONE FREEZE WINDOW.
      *-----------------------------------------------------------------
       01  WS-EDIT-CALENDAR.
           05  WS-EDIT-DAY-FLAGS.
               10  WS-EDIT-DAY     pic X(01) occurs 7 times.
           05  WS-EDIT-EXC-DATE    pic X(08).
           05  WS-EDIT-EXC-DESC    pic X(20).
       01  WS-EDIT-FREEZE.
           05  WS-EDIT-FRZ-FROM    pic X(08).
           05  WS-EDIT-FRZ-TO      pic X(08).
           05  WS-EDIT-FRZ-SCOPE   pic X(01).
           05  WS-EDIT-FRZ-REASON  pic X(30).

      *=================================================================
      * MAINTENANCE SCREEN - THE OPERATOR RETYPES THE WEEK-DAY RUN
      * FLAGS, OR NAMES AN EXCEPTION DATE TO ADD OR CHANGE, OR
      * KEYS A FREEZE WINDOW TO ADD, CHANGE OR DELETE.
      *=================================================================
       screen section.
       01  FBZC-MENU-SCREEN.
           05  line 1 column 1
               value "FBZCMNT - PROCESSING SCHEDULE MAINTENANCE".
           05  line 3 column 1
               value "FUNCTION (V U, F=FREEZE D=DEL FRZ). :".
           05  line 3 column 40
               pic X(01) using WS-FUNCTION.
           05  line 4 column 1
               value "OPERATOR ID . . . . . . . . . . . . :".
           05  line 8 column 40
               pic X(08) using WS-OPERATOR-ID.
           05  line 10 column 1
               value "FREEZE FROM DATE (YYYYMMDD) . . . . :".
           05  line 10 column 40
               pic X(08) using WS-EDIT-FRZ-FROM.
           05  line 11 column 1
               value "FREEZE TO DATE (YYYYMMDD) . . . . . :".
           05  line 11 column 40
               pic X(08) using WS-EDIT-FRZ-TO.
           05  line 12 column 1
               value "FREEZE SCOPE (R B Q S, A=ALL) . . . :".
           05  line 12 column 40
               pic X(01) using WS-EDIT-FRZ-SCOPE.
           05  line 13 column 1
               value "FREEZE REASON . . . . . . . . . . . :".
           05  line 13 column 40
               pic X(30) using WS-EDIT-FRZ-REASON.
           05  line 15 column 1
               value "FREEZE OVERRIDE (Y=EMERGENCY) . . . :".
           05  line 15 column 40
               pic X(01) using WS-FREEZE-OVERRIDE.

      *=================================================================
      * PROCEDURE DIVISION
               thru 2000-EXIT
           perform 2800-CHECK-AUTHORITY
               thru 2800-EXIT
           perform 2900-CHECK-FREEZE
               thru 2900-EXIT
           evaluate true
               when FBZC-FUNC-VIEW
                   perform 2500-SHOW-CALENDAR
                       thru 4000-EXIT
                   perform 7000-WRITE-CAL-LOG
                       thru 7000-EXIT
               when FBZC-FUNC-FREEZE
                   perform 3500-VALIDATE-FREEZE-INPUT
                       thru 3500-EXIT
                   if FBZC-INPUT-INVALID
                       move 16 to return-code
                       go to 9999-ABEND
                   end-if
                   perform 4500-UPDATE-FREEZE
                       thru 4500-EXIT
                   perform 7000-WRITE-CAL-LOG
                       thru 7000-EXIT
               when FBZC-FUNC-FRZ-DELETE
                   perform 3600-VALIDATE-FREEZE-DELETE
                       thru 3600-EXIT
                   if FBZC-INPUT-INVALID
                       move 16 to return-code
                       go to 9999-ABEND
                   end-if
                   perform 4600-DELETE-FREEZE
                       thru 4600-EXIT
                   perform 7000-WRITE-CAL-LOG
                       thru 7000-EXIT
               when other
                   display "FBZCMNT - INVALID FUNCTION "
                       WS-FUNCTION " - MUST BE V, U, F OR D"
                   move 16 to return-code
                   go to 9999-ABEND
           end-evaluate
      * NOT YET EXIST - THE TRADITIONAL PRODUCTION WEEK, AND THE
      * SAFE SIDE: A DAY WRONGLY SCHEDULED RAISES A FALSE FLAG, A
      * DAY WRONGLY SKIPPED HIDES A REAL ONE.  THE SCREEN COMES UP
      * SHOWING THE CURRENT FLAGS.  THE FREEZE CALENDAR IS LOADED
      * ALONGSIDE; A MISSING ONE SIMPLY HAS NO WINDOWS YET.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-EXC-COUNT
           move spaces to WS-EXC-TABLE
           move spaces to WS-EDIT-CALENDAR
           move spaces to WS-FUNCTION
           move 0 to WS-FRZ-COUNT
           move spaces to WS-FRZ-TABLE
           move spaces to WS-EDIT-FREEZE
           move spaces to WS-FREEZE-OVERRIDE
           accept WS-TODAY from date YYYYMMDD
           move "YYYYYNN" to WS-DAY-FLAG-TABLE
           set FBZC-SCHED-NOT-EOF to true
           open input FBZ-SCHED-FILE
               until FBZC-SCHED-EOF
           close FBZ-SCHED-FILE
           move WS-DAY-FLAG-TABLE to WS-EDIT-DAY-FLAGS
           set FBZC-FRZ-NOT-EOF to true
           open input FBZ-FREEZE-FILE
           if WS-FRZ-STATUS not = "00"
               set FBZC-FRZ-EOF to true
           end-if
           perform 1200-LOAD-ONE-FREEZE
               thru 1200-EXIT
               until FBZC-FRZ-EOF
           close FBZ-FREEZE-FILE
           perform 1800-LOAD-OPERATORS
               thru 1800-EXIT.
       1000-EXIT.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1200-LOAD-ONE-FREEZE - LOAD ONE FREEZE WINDOW INTO THE
      * FREEZE TABLE; ONE PAST THE 100-WINDOW CEILING IS REPORTED
      * RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1200-LOAD-ONE-FREEZE.
           read FBZ-FREEZE-FILE
               at end
                   set FBZC-FRZ-EOF to true
                   go to 1200-EXIT
           end-read
           if WS-FRZ-COUNT >= 100
               display "FBZCMNT - FREEZE TABLE FULL - "
                   FBZ-FRZ-FROM-DATE " " FBZ-FRZ-SCOPE " IGNORED"
               go to 1200-EXIT
           end-if
           add 1 to WS-FRZ-COUNT
           move FBZ-FRZ-FROM-DATE to WS-FRZ-FROM(WS-FRZ-COUNT)
           move FBZ-FRZ-TO-DATE to WS-FRZ-TO(WS-FRZ-COUNT)
           move FBZ-FRZ-SCOPE to WS-FRZ-SCOPE(WS-FRZ-COUNT)
           move FBZ-FRZ-REASON to WS-FRZ-REASON(WS-FRZ-COUNT)
           move FBZ-FRZ-ENTERED-BY to WS-FRZ-BY(WS-FRZ-COUNT)
           move FBZ-FRZ-ENTERED-DATE to WS-FRZ-ON(WS-FRZ-COUNT).
       1200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1800-LOAD-OPERATORS - LOAD THE ACTIVE ROWS OF THE SHARED
      * AUTHORIZED-OPERATOR FILE INTO THE LOOKUP TABLE.  A MISSING
      *-----------------------------------------------------------------
      * 2800-CHECK-AUTHORITY - HOLD THE OPERATOR'S REQUESTED
      * FUNCTION TO THE FBZOPER PRIVILEGE SCHEME.  VIEW IS OPEN TO
      * ANYONE; A CALENDAR CHANGE NEEDS PRIVILEGE LEVEL 2, A
      * FREEZE WINDOW CHANGE LEVEL 3.  A DENIED ATTEMPT IS LOGGED
      * WITH ACTION "DENIED" AND ENDS THE TRANSACTION WITH
      * RETURN-CODE 16, THE CALENDAR UNTOUCHED.
      *-----------------------------------------------------------------
       2800-CHECK-AUTHORITY.
           if FBZC-FUNC-VIEW
               thru 2850-EXIT
               varying WS-OPER-SUB from 1 by 1
               until WS-OPER-SUB > WS-OPER-COUNT
           if WS-OPER-PRIV >= 3
               go to 2800-EXIT
           end-if
           if WS-OPER-PRIV >= 2
               and not FBZC-FUNC-FREEZE
               and not FBZC-FUNC-FRZ-DELETE
               go to 2800-EXIT
           end-if
           move "DENIED" to WS-LOG-ACTION
       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2900-CHECK-FREEZE - HOLD A PROCESSING SCHEDULE CHANGE
      * (FUNCTION U) TO THE FREEZE CALENDAR.  THE SCHEDULE FALLS
      * UNDER NO SCOPE OF ITS OWN, ONLY UNDER A FREEZE OF SCOPE A
      * (ALL): ON A DATE ONE COVERS, THE CHANGE IS REFUSED -
      * LOGGED WITH ACTION "FROZEN", RETURN-CODE 16 - UNLESS THE
      * OPERATOR HOLDS PRIVILEGE LEVEL 3 AND KEYED THE EMERGENCY
      * OVERRIDE, WHICH IS LOGGED WITH ACTION "FRZOVRD" AHEAD OF
      * THE CHANGE ITSELF.  BOTH SHOW ON THE QUARTERLY SECURITY
      * REVIEW (FBZSECR).  THE FREEZE WINDOWS THEMSELVES (F AND
      * D) STAY OPEN TO A LEVEL-3 OPERATOR, SO A FREEZE CAN
      * ALWAYS BE CORRECTED OR LIFTED.
      *-----------------------------------------------------------------
       2900-CHECK-FREEZE.
           set FBZC-NOT-FROZEN to true
           if not FBZC-FUNC-UPDATE
               go to 2900-EXIT
           end-if
           move WS-TODAY to WS-FREEZE-DATE
           perform 2920-FIND-FREEZE
               thru 2920-EXIT
           if FBZC-NOT-FROZEN
               go to 2900-EXIT
           end-if
           if FBZC-OVERRIDE-FREEZE
               and WS-OPER-PRIV >= 3
               move "FRZOVRD" to WS-LOG-ACTION
               perform 7000-WRITE-CAL-LOG
                   thru 7000-EXIT
               display "FBZCMNT - CHANGE FREEZE "
                   WS-FRZ-FROM(WS-FRZ-HIT-SUB) " - "
                   WS-FRZ-TO(WS-FRZ-HIT-SUB) " OVERRIDDEN BY "
                   WS-OPERATOR-ID
               go to 2900-EXIT
           end-if
           move "FROZEN" to WS-LOG-ACTION
           perform 7000-WRITE-CAL-LOG
               thru 7000-EXIT
           display "FBZCMNT - CHANGE FREEZE "
               WS-FRZ-FROM(WS-FRZ-HIT-SUB) " - "
               WS-FRZ-TO(WS-FRZ-HIT-SUB) " IN FORCE: "
               WS-FRZ-REASON(WS-FRZ-HIT-SUB)
           display "FBZCMNT - CHANGE REFUSED - ONLY A LEVEL 3"
               " EMERGENCY OVERRIDE MAY CHANGE IT NOW"
           move 16 to return-code
           go to 9999-ABEND.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2920-FIND-FREEZE - SCAN THE FREEZE TABLE FOR A WINDOW OF
      * SCOPE A COVERING WS-FREEZE-DATE, LEAVING WS-FRZ-HIT-SUB ON
      * THE FIRST ONE FOUND.
      *-----------------------------------------------------------------
       2920-FIND-FREEZE.
           set FBZC-NOT-FROZEN to true
           move 0 to WS-FRZ-HIT-SUB
           perform 2950-TEST-ONE-FREEZE
               thru 2950-EXIT
               varying WS-FRZ-SUB from 1 by 1
               until WS-FRZ-SUB > WS-FRZ-COUNT
                   or FBZC-FROZEN.
       2920-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2950-TEST-ONE-FREEZE - TEST ONE FREEZE WINDOW AGAINST THE
      * DATE BEING CHECKED; THE FROM AND TO DATES ARE INCLUSIVE.
      *-----------------------------------------------------------------
       2950-TEST-ONE-FREEZE.
           if WS-FRZ-SCOPE(WS-FRZ-SUB) not = "A"
               go to 2950-EXIT
           end-if
           if WS-FRZ-FROM(WS-FRZ-SUB) > WS-FREEZE-DATE
               or WS-FRZ-TO(WS-FRZ-SUB) < WS-FREEZE-DATE
               go to 2950-EXIT
           end-if
           set FBZC-FROZEN to true
           move WS-FRZ-SUB to WS-FRZ-HIT-SUB.
       2950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-SHOW-CALENDAR - FUNCTION V: DISPLAY THE RUN FLAGS
      * AND, WHEN A DATE WAS KEYED, THAT DATE'S EXCEPTION, THEN
      * EVERY FREEZE WINDOW NOT YET OVER.
      *-----------------------------------------------------------------
       2500-SHOW-CALENDAR.
           display "FBZCMNT - RUN FLAGS MON-SUN " WS-DAY-FLAG-TABLE
                       WS-EXC-DATE(WS-EXC-MATCH-SUB) " "
                       WS-EXC-DESC(WS-EXC-MATCH-SUB)
               end-if
           end-if
           perform 2550-SHOW-ONE-FREEZE
               thru 2550-EXIT
               varying WS-FRZ-SUB from 1 by 1
               until WS-FRZ-SUB > WS-FRZ-COUNT.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2550-SHOW-ONE-FREEZE - DISPLAY ONE FREEZE WINDOW, UNLESS IT
      * ENDED BEFORE TODAY.
      *-----------------------------------------------------------------
       2550-SHOW-ONE-FREEZE.
           if WS-FRZ-TO(WS-FRZ-SUB) < WS-TODAY
               go to 2550-EXIT
           end-if
           display "FBZCMNT - FREEZE " WS-FRZ-FROM(WS-FRZ-SUB)
               " - " WS-FRZ-TO(WS-FRZ-SUB)
               " SCOPE " WS-FRZ-SCOPE(WS-FRZ-SUB) " "
               WS-FRZ-REASON(WS-FRZ-SUB)
               " BY " WS-FRZ-BY(WS-FRZ-SUB).
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-FIND-FREEZE-WINDOW - LOCATE THE SCREEN'S FREEZE FROM
      * DATE AND SCOPE IN THE FREEZE TABLE, LEAVING
      * WS-FRZ-MATCH-SUB ZERO WHEN THE WINDOW IS NOT THERE.
      *-----------------------------------------------------------------
       2600-FIND-FREEZE-WINDOW.
           move 0 to WS-FRZ-MATCH-SUB
           perform 2650-MATCH-ONE-FREEZE
               thru 2650-EXIT
               varying WS-FRZ-SUB from 1 by 1
               until WS-FRZ-SUB > WS-FRZ-COUNT
                   or WS-FRZ-MATCH-SUB > 0.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2650-MATCH-ONE-FREEZE - TEST ONE FREEZE WINDOW AGAINST THE
      * SCREEN'S FROM DATE AND SCOPE.
      *-----------------------------------------------------------------
       2650-MATCH-ONE-FREEZE.
           if WS-FRZ-FROM(WS-FRZ-SUB) = WS-EDIT-FRZ-FROM
               and WS-FRZ-SCOPE(WS-FRZ-SUB) = WS-EDIT-FRZ-SCOPE
               move WS-FRZ-SUB to WS-FRZ-MATCH-SUB
           end-if.
       2650-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-FIND-EXCEPTION - LOCATE THE SCREEN'S EXCEPTION DATE
      * IN THE EDIT TABLE, LEAVING WS-EXC-MATCH-SUB ZERO WHEN IT
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3500-VALIDATE-FREEZE-INPUT - A FREEZE WINDOW NEEDS NUMERIC
      * FROM AND TO DATES IN ORDER, ONE OF THE FIVE SCOPES AND A
      * REASON - THE REASON IS SHOWN TO EVERY OPERATOR WHOSE
      * CHANGE THE WINDOW REFUSES.
      *-----------------------------------------------------------------
       3500-VALIDATE-FREEZE-INPUT.
           set FBZC-INPUT-VALID to true
           if WS-EDIT-FRZ-FROM is not numeric
               set FBZC-INPUT-INVALID to true
               display "FBZCMNT - FREEZE FROM DATE MUST BE"
                   " YYYYMMDD - UPDATE REJECTED"
           end-if
           if WS-EDIT-FRZ-TO is not numeric
               set FBZC-INPUT-INVALID to true
               display "FBZCMNT - FREEZE TO DATE MUST BE"
                   " YYYYMMDD - UPDATE REJECTED"
           end-if
           if FBZC-INPUT-VALID
               and WS-EDIT-FRZ-TO < WS-EDIT-FRZ-FROM
               set FBZC-INPUT-INVALID to true
               display "FBZCMNT - FREEZE TO DATE BEFORE FROM"
                   " DATE - UPDATE REJECTED"
           end-if
           move WS-EDIT-FRZ-SCOPE to FBZ-FRZ-SCOPE
           if not FBZ-FRZ-SCOPE-VALID
               set FBZC-INPUT-INVALID to true
               display "FBZCMNT - FREEZE SCOPE MUST BE R, B, Q,"
                   " S OR A - UPDATE REJECTED"
           end-if
           if WS-EDIT-FRZ-REASON = spaces
               set FBZC-INPUT-INVALID to true
               display "FBZCMNT - FREEZE REASON REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if WS-OPERATOR-ID = spaces
               set FBZC-INPUT-INVALID to true
               display "FBZCMNT - OPERATOR ID REQUIRED -"
                   " UPDATE REJECTED"
           end-if.
       3500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3600-VALIDATE-FREEZE-DELETE - THE WINDOW TO DELETE, NAMED
      * BY ITS FROM DATE AND SCOPE, MUST BE ON FILE.
      *-----------------------------------------------------------------
       3600-VALIDATE-FREEZE-DELETE.
           set FBZC-INPUT-VALID to true
           if WS-OPERATOR-ID = spaces
               set FBZC-INPUT-INVALID to true
               display "FBZCMNT - OPERATOR ID REQUIRED -"
                   " DELETE REJECTED"
           end-if
           perform 2600-FIND-FREEZE-WINDOW
               thru 2600-EXIT
           if WS-FRZ-MATCH-SUB = zero
               set FBZC-INPUT-INVALID to true
               display "FBZCMNT - NO FREEZE FROM " WS-EDIT-FRZ-FROM
                   " SCOPE " WS-EDIT-FRZ-SCOPE " - DELETE REJECTED"
           end-if.
       3600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-UPDATE-CALENDAR - FOLD THE SCREEN INTO THE EDIT
      * TABLES - THE RUN FLAGS ALWAYS, THE EXCEPTION WHEN A DATE
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-UPDATE-FREEZE - FOLD THE SCREEN'S FREEZE WINDOW INTO
      * THE FREEZE TABLE (CHANGING THE WINDOW WITH THE SAME FROM
      * DATE AND SCOPE OR ADDING A NEW ONE), STAMPED WITH WHO
      * ENTERED IT AND WHEN, AND REWRITE THE FREEZE CALENDAR.
      *-----------------------------------------------------------------
       4500-UPDATE-FREEZE.
           perform 2600-FIND-FREEZE-WINDOW
               thru 2600-EXIT
           if WS-FRZ-MATCH-SUB = zero
               if WS-FRZ-COUNT >= 100
                   display "FBZCMNT - FREEZE TABLE FULL -"
                       " UPDATE REJECTED"
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
               add 1 to WS-FRZ-COUNT
               move WS-FRZ-COUNT to WS-FRZ-MATCH-SUB
           end-if
           move WS-EDIT-FRZ-FROM to WS-FRZ-FROM(WS-FRZ-MATCH-SUB)
           move WS-EDIT-FRZ-TO to WS-FRZ-TO(WS-FRZ-MATCH-SUB)
           move WS-EDIT-FRZ-SCOPE to WS-FRZ-SCOPE(WS-FRZ-MATCH-SUB)
           move WS-EDIT-FRZ-REASON
               to WS-FRZ-REASON(WS-FRZ-MATCH-SUB)
           move WS-OPERATOR-ID to WS-FRZ-BY(WS-FRZ-MATCH-SUB)
           move WS-TODAY to WS-FRZ-ON(WS-FRZ-MATCH-SUB)
           perform 4900-REWRITE-FREEZE-FILE
               thru 4900-EXIT
           move "FREEZE" to WS-LOG-ACTION.
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4600-DELETE-FREEZE - DROP THE MATCHED WINDOW FROM THE
      * FREEZE TABLE, CLOSING UP THE ENTRIES BEHIND IT, AND
      * REWRITE THE FREEZE CALENDAR.  THE WINDOW'S DATES AND
      * REASON ARE CARRIED TO THE LOG BEFORE IT GOES.
      *-----------------------------------------------------------------
       4600-DELETE-FREEZE.
           move WS-FRZ-TO(WS-FRZ-MATCH-SUB) to WS-EDIT-FRZ-TO
           move WS-FRZ-REASON(WS-FRZ-MATCH-SUB)
               to WS-EDIT-FRZ-REASON
           perform 4650-SHIFT-ONE-FREEZE
               thru 4650-EXIT
               varying WS-FRZ-SUB from WS-FRZ-MATCH-SUB by 1
               until WS-FRZ-SUB >= WS-FRZ-COUNT
           move spaces to WS-FRZ-ENTRY(WS-FRZ-COUNT)
           subtract 1 from WS-FRZ-COUNT
           perform 4900-REWRITE-FREEZE-FILE
               thru 4900-EXIT
           move "FRZ-DEL" to WS-LOG-ACTION.
       4600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4650-SHIFT-ONE-FREEZE - MOVE THE NEXT FREEZE WINDOW DOWN
      * ONE SLOT OVER THE ONE BEING DELETED.
      *-----------------------------------------------------------------
       4650-SHIFT-ONE-FREEZE.
           move WS-FRZ-ENTRY(WS-FRZ-SUB + 1)
               to WS-FRZ-ENTRY(WS-FRZ-SUB).
       4650-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4900-REWRITE-FREEZE-FILE - REWRITE THE FREEZE CALENDAR
      * WHOLE FROM THE FREEZE TABLE, CHECKING THE OPEN AND EVERY
      * WRITE THE SAME AS THE SCHEDULE REWRITE.
      *-----------------------------------------------------------------
       4900-REWRITE-FREEZE-FILE.
           open output FBZ-FREEZE-FILE
           if WS-FRZ-STATUS not = "00"
               display "FBZCMNT - FBZFREEZ OPEN FAILED, STATUS "
                   WS-FRZ-STATUS " - UPDATE NOT WRITTEN"
               move 20 to return-code
               go to 9999-ABEND
           end-if
           perform 4950-WRITE-ONE-FREEZE
               thru 4950-EXIT
               varying WS-FRZ-SUB from 1 by 1
               until WS-FRZ-SUB > WS-FRZ-COUNT
           close FBZ-FREEZE-FILE.
       4900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4950-WRITE-ONE-FREEZE - WRITE ONE FREEZE TABLE ENTRY BACK
      * TO THE FREEZE CALENDAR.
      *-----------------------------------------------------------------
       4950-WRITE-ONE-FREEZE.
           move spaces to FBZ-FRZ-RECORD
           move WS-FRZ-FROM(WS-FRZ-SUB) to FBZ-FRZ-FROM-DATE
           move WS-FRZ-TO(WS-FRZ-SUB) to FBZ-FRZ-TO-DATE
           move WS-FRZ-SCOPE(WS-FRZ-SUB) to FBZ-FRZ-SCOPE
           move WS-FRZ-REASON(WS-FRZ-SUB) to FBZ-FRZ-REASON
           move WS-FRZ-BY(WS-FRZ-SUB) to FBZ-FRZ-ENTERED-BY
           move WS-FRZ-ON(WS-FRZ-SUB) to FBZ-FRZ-ENTERED-DATE
           write FBZ-FRZ-RECORD
           if WS-FRZ-STATUS not = "00"
               display "FBZCMNT - FBZFREEZ WRITE FAILED, STATUS "
                   WS-FRZ-STATUS " - FREEZE CALENDAR MAY BE"
                   " INCOMPLETE"
               close FBZ-FREEZE-FILE
               move 20 to return-code
               go to 9999-ABEND
           end-if.
       4950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-WRITE-CAL-LOG - APPEND ONE RECORD TO FBZCLLOG NOTING
      * WHO CHANGED THE SCHEDULE, WHEN, AND WHAT IT NOW SAYS - OR,
      * FOR A FREEZE WINDOW ATTEMPT, WHICH WINDOW.  OPENED EXTEND
      * WITH THE SAME CREATE-ON-FIRST-RUN FALLBACK THE OTHER LOGS
      * USE.
      *-----------------------------------------------------------------
       7000-WRITE-CAL-LOG.
           move spaces to FBZ-CAL-LOG-RECORD
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to FBZC-LOG-CHANGE-TIME
           move WS-LOG-ACTION to FBZC-LOG-ACTION
           if FBZC-FUNC-FREEZE
               or FBZC-FUNC-FRZ-DELETE
               move WS-EDIT-FRZ-SCOPE to FBZC-LOG-FRZ-SCOPE
               move WS-EDIT-FRZ-FROM to FBZC-LOG-FRZ-FROM
               move WS-EDIT-FRZ-TO to FBZC-LOG-FRZ-TO
               move WS-EDIT-FRZ-REASON to FBZC-LOG-FRZ-REASON
           else
               move WS-EDIT-DAY-FLAGS to FBZC-LOG-DAY-FLAGS
               move WS-EDIT-EXC-DATE to FBZC-LOG-EXC-DATE
               move WS-EDIT-EXC-DESC to FBZC-LOG-EXC-DESC
           end-if
           open extend FBZ-CAL-LOG-FILE
           if WS-CLOG-STATUS not = "00"
               open output FBZ-CAL-LOG-FILE
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO
      * WHEN THE OPERATOR'S INPUT OR FUNCTION FAILS VALIDATION
      * (RETURN-CODE 16, CALENDAR LEFT UNCHANGED) OR WHEN THE
      * CALENDAR OR FREEZE CALENDAR REWRITE FAILS TO OPEN OR WRITE
      * (RETURN-CODE 20).  A DENIED FUNCTION, OR A CHANGE REFUSED
      * UNDER A CHANGE FREEZE, HAS ALREADY LOGGED ITS RECORD ON
      * THE WAY HERE; NO OTHER ABEND PATH WRITES TO THE CHANGE
      * LOG.
      *-----------------------------------------------------------------
