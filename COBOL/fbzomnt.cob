      *=================================================================
      * PROGRAM-ID: FBZOMNT
      *
      * INTERACTIVE MAINTENANCE TRANSACTION FOR THE FBZOVRD PER-ITEM
      * CATEGORY OVERRIDE CLUSTER, IN THE SAME STYLE AS FBZIMNT.
      * AN OVERRIDE FORCES ONE ITEM NUM INTO A NAMED CATEGORY AND
      * RESULT TEXT FOR AN EFFECTIVE/EXPIRY DATE WINDOW, WHATEVER
      * THE DIVISOR RULES SAY.  BECAUSE IT QUIETLY MOVES AN ITEM TO
      * ANOTHER SLOTTING BIN, IT GOES THROUGH THE SAME FOUR-EYES
      * PATH FBZMAINT USES FOR A LIMIT CHANGE:
      *
      *   V  VIEW THE ITEM'S OVERRIDE ROW (ANYONE).
      *   U  REQUEST A NEW OVERRIDE OR CHANGE AN EXISTING ONE
      *      (PRIVILEGE LEVEL 2).  THE ROW IS WRITTEN PENDING WITH
      *      THE KEYING OPERATOR AS REQUESTER, SO A CHANGE TO AN
      *      APPROVED ROW TAKES IT BACK OUT OF FORCE UNTIL IT IS
      *      APPROVED AGAIN.
      *   A  APPROVE A PENDING OVERRIDE (PRIVILEGE LEVEL 3).  THE
      *      APPROVER MAY NOT BE THE OPERATOR WHO REQUESTED IT.
      *   D  DELETE THE ITEM'S OVERRIDE (PRIVILEGE LEVEL 2).
      *
      * THE CATEGORY MUST BE ONE THE FEED CAN BIN - ONE OF THE FIXED
      * FIZZ/BUZZ/FIZZBUZZ/NUMBER SET OR A CATEGORY ON THE FBZCMAP
      * MAPPING - SO AN OVERRIDE CAN NEVER TRIP THE VARIANTS'
      * UNMAPPED-CATEGORY ABEND.  EVERY CHANGE, AND EVERY DENIED
      * ATTEMPT, IS LOGGED TO FBZOVLOG.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE FBZOVRD OPEN NO LONGER ACCEPTS STATUS
      *                   05 - THE FILE IS NOT SELECTED OPTIONAL, SO
      *                   ONLY 00 IS A GOOD OPEN.
      *=================================================================
       identification division.
       program-id. FBZOMNT.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-OVERRIDE-FILE assign to FBZOVRD
               organization is indexed
               access mode is random
               record key is FBZ-OVR-NUM
               file status is WS-OVR-STATUS.
           select optional FBZ-OVERRIDE-LOG-FILE assign to FBZOVLOG
               organization is line sequential
               file status is WS-OLOG-STATUS.
           select optional FBZ-OPERATOR-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-OPER-STATUS.
           select optional FBZ-MAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-MAP-STATUS.

       data division.
       file section.
       fd  FBZ-OVERRIDE-FILE
           block contains 0 records.
           copy FBZOVR.

       fd  FBZ-OVERRIDE-LOG-FILE
           recording mode is F.
           copy FBZOVLOG.

       fd  FBZ-OPERATOR-FILE
           recording mode is F.
           copy FBZOPER.

       fd  FBZ-MAP-FILE
           recording mode is F.
           copy FBZMAP.

       working-storage section.
       01  WS-OVR-STATUS           pic X(02).
       01  WS-OLOG-STATUS          pic X(02).
       01  WS-OPER-STATUS          pic X(02).
       01  WS-OPER-EOF-SWITCH      pic X(01).
           88  FBZO-OPER-EOF            value "Y".
           88  FBZO-OPER-NOT-EOF        value "N".
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
               10  WS-OPT-PRIV         pic 9(01).
       01  WS-MAP-STATUS           pic X(02).
       01  WS-MAP-EOF-SWITCH       pic X(01).
           88  FBZO-MAP-EOF             value "Y".
           88  FBZO-MAP-NOT-EOF         value "N".
       01  WS-MAP-COUNT            pic 9(03) comp.
       01  WS-MAP-SUB              pic 9(03) comp.
       01  WS-MAP-TABLE.
           05  WS-MAP-CATEGORY     pic X(08) occurs 100 times.
       01  WS-TIME-NOW             pic X(08).
       01  WS-OPERATOR-ID          pic X(08).
       01  WS-FUNCTION             pic X(01).
           88  FBZO-FUNC-VIEW           value "V".
           88  FBZO-FUNC-UPDATE         value "U".
           88  FBZO-FUNC-APPROVE        value "A".
           88  FBZO-FUNC-DELETE         value "D".
       01  WS-LOG-ACTION           pic X(08).
       01  WS-OVR-FOUND-SWITCH     pic X(01).
           88  FBZO-OVR-FOUND           value "Y".
           88  FBZO-OVR-NOT-FOUND       value "N".
       01  WS-INPUT-SWITCH         pic X(01).
           88  FBZO-INPUT-VALID         value "Y".
           88  FBZO-INPUT-INVALID       value "N".
       01  WS-CATEGORY-SWITCH      pic X(01).
           88  FBZO-CATEGORY-KNOWN      value "Y".
           88  FBZO-CATEGORY-UNKNOWN    value "N".

      *-----------------------------------------------------------------
      * THE ONE OVERRIDE BEING VIEWED OR EDITED ON THE SCREEN, PLUS
      * THE REQUESTER/APPROVER THE LOG RECORD CARRIES.
      *-----------------------------------------------------------------
       01  WS-EDIT-OVERRIDE.
           05  WS-EDIT-NUM         pic 9(05).
           05  WS-EDIT-CATEGORY    pic X(08).
           05  WS-EDIT-TEXT        pic X(40).
           05  WS-EDIT-REASON      pic X(30).
           05  WS-EDIT-EFF-DATE    pic X(08).
           05  WS-EDIT-EXP-DATE    pic X(08).
           05  WS-EDIT-REQ-OPER    pic X(08).
           05  WS-EDIT-APPR-OPER   pic X(08).

      *=================================================================
      * MAINTENANCE SCREEN - THE OPERATOR NAMES AN ITEM NUM AND A
      * FUNCTION.  THE OVERRIDE FIELDS ARE ONLY READ FOR FUNCTION U;
      * V, A AND D NEED ONLY THE NUM AND THE OPERATOR ID.
      *=================================================================
       screen section.
       01  FBZO-MENU-SCREEN.
           05  blank screen.
           05  line 1 column 1
               value "FBZOMNT - ITEM CATEGORY OVERRIDE MAINTENANCE".
           05  line 3 column 1
               value "FUNCTION (V=VIEW U=REQUEST A=APPROVE D=DEL):".
           05  line 3 column 46
               pic X(01) using WS-FUNCTION.
           05  line 4 column 1
               value "ITEM NUM. . . . . . . . . . . . . . :".
           05  line 4 column 40
               pic 9(05) using WS-EDIT-NUM.
           05  line 5 column 1
               value "FORCED CATEGORY . . . . . . . . . . :".
           05  line 5 column 40
               pic X(08) using WS-EDIT-CATEGORY.
           05  line 6 column 1
               value "FORCED RESULT TEXT. . . . . . . . . :".
           05  line 6 column 40
               pic X(40) using WS-EDIT-TEXT.
           05  line 7 column 1
               value "REASON. . . . . . . . . . . . . . . :".
           05  line 7 column 40
               pic X(30) using WS-EDIT-REASON.
           05  line 8 column 1
               value "EFFECTIVE DATE (YYYYMMDD) . . . . . :".
           05  line 8 column 40
               pic X(08) using WS-EDIT-EFF-DATE.
           05  line 9 column 1
               value "EXPIRY DATE (YYYYMMDD). . . . . . . :".
           05  line 9 column 40
               pic X(08) using WS-EDIT-EXP-DATE.
           05  line 11 column 1
               value "OPERATOR ID . . . . . . . . . . . . :".
           05  line 11 column 40
               pic X(08) using WS-OPERATOR-ID.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-DISPLAY-AND-ACCEPT
               thru 2000-EXIT
           perform 2800-CHECK-AUTHORITY
               thru 2800-EXIT
           evaluate true
               when FBZO-FUNC-VIEW
                   perform 2500-SHOW-REQUESTED-OVERRIDE
                       thru 2500-EXIT
               when FBZO-FUNC-UPDATE
                   perform 3000-VALIDATE-INPUT
                       thru 3000-EXIT
                   if FBZO-INPUT-INVALID
                       move 16 to return-code
                       go to 9999-ABEND
                   end-if
                   perform 4000-REQUEST-OVERRIDE
                       thru 4000-EXIT
                   perform 7000-WRITE-OVERRIDE-LOG
                       thru 7000-EXIT
               when FBZO-FUNC-APPROVE
                   perform 4200-APPROVE-OVERRIDE
                       thru 4200-EXIT
                   perform 7000-WRITE-OVERRIDE-LOG
                       thru 7000-EXIT
               when FBZO-FUNC-DELETE
                   perform 4400-DELETE-OVERRIDE
                       thru 4400-EXIT
                   perform 7000-WRITE-OVERRIDE-LOG
                       thru 7000-EXIT
               when other
                   display "FBZOMNT - INVALID FUNCTION "
                       WS-FUNCTION " - MUST BE V, U, A OR D"
                   move 16 to return-code
                   go to 9999-ABEND
           end-evaluate
           close FBZ-OVERRIDE-FILE
           move 0 to return-code
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE OVERRIDE CLUSTER FOR KEYED READ
      * AND UPDATE AND LOAD THE AUTHORIZED OPERATORS AND THE
      * CATEGORY MAPPING.  THE CLUSTER IS DEFINED ONCE BY FBZGDG, SO
      * AN OPEN FAILURE HERE IS A REAL I/O PROBLEM (RETURN-CODE
      * 20), NOT A FIRST RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move spaces to WS-EDIT-OVERRIDE
           move zero to WS-EDIT-NUM
           move spaces to WS-FUNCTION
           open i-o FBZ-OVERRIDE-FILE
           if WS-OVR-STATUS not = "00"
               display "FBZOMNT - FBZOVRD OPEN FAILED, STATUS "
                   WS-OVR-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           perform 1800-LOAD-OPERATORS
               thru 1800-EXIT
           perform 1900-LOAD-CATEGORY-MAP
               thru 1900-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1800-LOAD-OPERATORS - LOAD THE ACTIVE ROWS OF THE SHARED
      * AUTHORIZED-OPERATOR FILE INTO THE LOOKUP TABLE.  A MISSING
      * OR EMPTY FILE LEAVES THE TABLE EMPTY, AND AN EMPTY TABLE
      * DENIES EVERY FUNCTION BUT VIEW - FAIL CLOSED.
      *-----------------------------------------------------------------
       1800-LOAD-OPERATORS.
           move 0 to WS-OPER-COUNT
           set FBZO-OPER-NOT-EOF to true
           open input FBZ-OPERATOR-FILE
           if WS-OPER-STATUS not = "00"
               set FBZO-OPER-EOF to true
           end-if
           perform 1850-LOAD-ONE-OPERATOR
               thru 1850-EXIT
               until FBZO-OPER-EOF
           close FBZ-OPERATOR-FILE
           if WS-OPER-COUNT = zero
               display "FBZOMNT - NO ACTIVE OPERATORS ON FBZOPER -"
                   " UPDATES WILL BE DENIED"
           end-if.
       1800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1850-LOAD-ONE-OPERATOR - LOAD ONE ACTIVE OPERATOR ROW INTO
      * THE LOOKUP TABLE; INACTIVE ROWS ARE SKIPPED.
      *-----------------------------------------------------------------
       1850-LOAD-ONE-OPERATOR.
           read FBZ-OPERATOR-FILE
               at end
                   set FBZO-OPER-EOF to true
                   go to 1850-EXIT
           end-read
           if not FBZ-OPR-IS-ACTIVE
               go to 1850-EXIT
           end-if
           if WS-OPER-COUNT >= 100
               display "FBZOMNT - OPERATOR TABLE FULL - "
                   FBZ-OPR-ID " IGNORED"
               go to 1850-EXIT
           end-if
           add 1 to WS-OPER-COUNT
           move FBZ-OPR-ID to WS-OPT-ID(WS-OPER-COUNT)
           move FBZ-OPR-PRIV-LEVEL to WS-OPT-PRIV(WS-OPER-COUNT).
       1850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1900-LOAD-CATEGORY-MAP - LOAD THE CATEGORIES ON THE FBZCMAP
      * CATEGORY-TO-BIN-CODE MAPPING, THE SAME FILE THE VARIANTS
      * DERIVE THE FEED BIN CODE FROM.  A MISSING FILE LEAVES ONLY
      * THE FIXED FIZZ/BUZZ/FIZZBUZZ/NUMBER SET ACCEPTABLE.
      *-----------------------------------------------------------------
       1900-LOAD-CATEGORY-MAP.
           move 0 to WS-MAP-COUNT
           set FBZO-MAP-NOT-EOF to true
           open input FBZ-MAP-FILE
           if WS-MAP-STATUS not = "00"
               set FBZO-MAP-EOF to true
           end-if
           perform 1950-LOAD-ONE-MAP-ROW
               thru 1950-EXIT
               until FBZO-MAP-EOF
           close FBZ-MAP-FILE.
       1900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1950-LOAD-ONE-MAP-ROW - LOAD ONE MAPPING ROW'S CATEGORY INTO
      * THE LOOKUP TABLE.
      *-----------------------------------------------------------------
       1950-LOAD-ONE-MAP-ROW.
           read FBZ-MAP-FILE
               at end
                   set FBZO-MAP-EOF to true
                   go to 1950-EXIT
           end-read
           if WS-MAP-COUNT >= 100
               display "FBZOMNT - MAPPING TABLE FULL - "
                   FBZ-MAP-CATEGORY " IGNORED"
               go to 1950-EXIT
           end-if
           add 1 to WS-MAP-COUNT
           move FBZ-MAP-CATEGORY to WS-MAP-CATEGORY(WS-MAP-COUNT).
       1950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-DISPLAY-AND-ACCEPT - PUT UP THE MAINTENANCE SCREEN AND
      * LET THE OPERATOR NAME AN ITEM, A FUNCTION AND (FOR A
      * REQUEST) THE OVERRIDE ITSELF.
      *-----------------------------------------------------------------
       2000-DISPLAY-AND-ACCEPT.
           display FBZO-MENU-SCREEN
           accept FBZO-MENU-SCREEN.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-CHECK-AUTHORITY - HOLD THE OPERATOR'S REQUESTED
      * FUNCTION TO THE FBZOPER PRIVILEGE SCHEME.  VIEW IS OPEN TO
      * ANYONE; A REQUEST OR DELETE NEEDS PRIVILEGE LEVEL 2, THE
      * SAME AS A RULE CHANGE, AND AN APPROVAL NEEDS LEVEL 3, THE
      * SAME AS A LIMIT APPROVAL.  A DENIED ATTEMPT IS LOGGED WITH
      * ACTION "DENIED" AND ENDS THE TRANSACTION WITH RETURN-CODE
      * 16, THE CLUSTER UNTOUCHED.
      *-----------------------------------------------------------------
       2800-CHECK-AUTHORITY.
           if FBZO-FUNC-VIEW
               go to 2800-EXIT
           end-if
           move 0 to WS-OPER-PRIV
           perform 2850-MATCH-ONE-OPERATOR
               thru 2850-EXIT
               varying WS-OPER-SUB from 1 by 1
               until WS-OPER-SUB > WS-OPER-COUNT
           if FBZO-FUNC-APPROVE
               if WS-OPER-PRIV >= 3
                   go to 2800-EXIT
               end-if
           else
               if WS-OPER-PRIV >= 2
                   go to 2800-EXIT
               end-if
           end-if
           move "DENIED" to WS-LOG-ACTION
           perform 7000-WRITE-OVERRIDE-LOG
               thru 7000-EXIT
           display "FBZOMNT - OPERATOR " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR FUNCTION " WS-FUNCTION
               " - VIEW ONLY"
           move 16 to return-code
           go to 9999-ABEND.
       2800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2850-MATCH-ONE-OPERATOR - PICK UP THE PRIVILEGE LEVEL FOR
      * THE OPERATOR ID KEYED ON THE SCREEN, IF IT IS ON FILE AND
      * ACTIVE.
      *-----------------------------------------------------------------
       2850-MATCH-ONE-OPERATOR.
           if WS-OPT-ID(WS-OPER-SUB) = WS-OPERATOR-ID
               move WS-OPT-PRIV(WS-OPER-SUB) to WS-OPER-PRIV
           end-if.
       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-SHOW-REQUESTED-OVERRIDE - FUNCTION V: DISPLAY THE
      * NAMED ITEM'S OVERRIDE ROW, OR SAY IT HAS NONE.
      *-----------------------------------------------------------------
       2500-SHOW-REQUESTED-OVERRIDE.
           perform 2700-READ-EDIT-OVERRIDE
               thru 2700-EXIT
           if FBZO-OVR-NOT-FOUND
               display "FBZOMNT - ITEM " WS-EDIT-NUM
                   " HAS NO CATEGORY OVERRIDE"
           else
               display "FBZOMNT - ITEM " FBZ-OVR-NUM
                   " CATEGORY " FBZ-OVR-CATEGORY
                   " TEXT " FBZ-OVR-TEXT
               display "FBZOMNT -   REASON " FBZ-OVR-REASON
                   " EFFECTIVE " FBZ-OVR-EFF-DATE
                   " EXPIRES " FBZ-OVR-EXP-DATE
               display "FBZOMNT -   STATUS " FBZ-OVR-STATUS
                   " REQUESTED BY " FBZ-OVR-REQ-OPER
                   " APPROVED BY " FBZ-OVR-APPR-OPER
           end-if.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-READ-EDIT-OVERRIDE - KEYED READ OF THE SCREEN'S ITEM
      * NUM, SETTING THE FOUND SWITCH.
      *-----------------------------------------------------------------
       2700-READ-EDIT-OVERRIDE.
           set FBZO-OVR-FOUND to true
           move WS-EDIT-NUM to FBZ-OVR-NUM
           read FBZ-OVERRIDE-FILE
               invalid key
                   set FBZO-OVR-NOT-FOUND to true
           end-read.
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-VALIDATE-INPUT - EVERY FIELD OF A REQUESTED OVERRIDE
      * MUST BE PRESENT AND SENSIBLE BEFORE THE CLUSTER IS WRITTEN:
      * A NON-ZERO NUM, A CATEGORY THE FEED CAN BIN, A RESULT TEXT,
      * A REASON, AND AN EFFECTIVE AND EXPIRY DATE WITH THE EXPIRY
      * NOT BEFORE THE EFFECTIVE DATE.
      *-----------------------------------------------------------------
       3000-VALIDATE-INPUT.
           set FBZO-INPUT-VALID to true
           if WS-EDIT-NUM is not numeric
               or WS-EDIT-NUM = zero
               set FBZO-INPUT-INVALID to true
               display "FBZOMNT - ITEM NUM REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           perform 3100-CHECK-CATEGORY
               thru 3100-EXIT
           if FBZO-CATEGORY-UNKNOWN
               set FBZO-INPUT-INVALID to true
               display "FBZOMNT - CATEGORY " WS-EDIT-CATEGORY
                   " IS NOT FIZZ, BUZZ, FIZZBUZZ, NUMBER OR ON"
                   " FBZCMAP - UPDATE REJECTED"
           end-if
           if WS-EDIT-TEXT = spaces
               set FBZO-INPUT-INVALID to true
               display "FBZOMNT - RESULT TEXT REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if WS-EDIT-REASON = spaces
               set FBZO-INPUT-INVALID to true
               display "FBZOMNT - REASON REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if WS-EDIT-EFF-DATE is not numeric
               or WS-EDIT-EXP-DATE is not numeric
               set FBZO-INPUT-INVALID to true
               display "FBZOMNT - EFFECTIVE AND EXPIRY DATES MUST"
                   " BE YYYYMMDD - UPDATE REJECTED"
           else
               if WS-EDIT-EXP-DATE < WS-EDIT-EFF-DATE
                   set FBZO-INPUT-INVALID to true
                   display "FBZOMNT - EXPIRY DATE BEFORE EFFECTIVE"
                       " DATE - UPDATE REJECTED"
               end-if
           end-if
           if WS-OPERATOR-ID = spaces
               set FBZO-INPUT-INVALID to true
               display "FBZOMNT - OPERATOR ID REQUIRED -"
                   " UPDATE REJECTED"
           end-if.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3100-CHECK-CATEGORY - THE FIXED SET FIRST, THEN THE FBZCMAP
      * TABLE.
      *-----------------------------------------------------------------
       3100-CHECK-CATEGORY.
           set FBZO-CATEGORY-UNKNOWN to true
           if WS-EDIT-CATEGORY = "FIZZ"
               or WS-EDIT-CATEGORY = "BUZZ"
               or WS-EDIT-CATEGORY = "FIZZBUZZ"
               or WS-EDIT-CATEGORY = "NUMBER"
               set FBZO-CATEGORY-KNOWN to true
               go to 3100-EXIT
           end-if
           perform 3150-MATCH-ONE-MAP-ROW
               thru 3150-EXIT
               varying WS-MAP-SUB from 1 by 1
               until WS-MAP-SUB > WS-MAP-COUNT
                   or FBZO-CATEGORY-KNOWN.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3150-MATCH-ONE-MAP-ROW - TEST ONE MAPPED CATEGORY AGAINST
      * THE CATEGORY KEYED ON THE SCREEN.
      *-----------------------------------------------------------------
       3150-MATCH-ONE-MAP-ROW.
           if WS-MAP-CATEGORY(WS-MAP-SUB) = WS-EDIT-CATEGORY
               set FBZO-CATEGORY-KNOWN to true
           end-if.
       3150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-REQUEST-OVERRIDE - FUNCTION U: WRITE THE SCREEN'S
      * OVERRIDE AS A PENDING REQUEST IN THE KEYING OPERATOR'S
      * NAME - REWRITING THE ITEM'S ROW IF IT HAS ONE, WRITING A NEW
      * ONE IF NOT.  ANY EARLIER APPROVAL IS CLEARED: WHAT WAS
      * APPROVED IS NOT WHAT IS NOW ON FILE.
      *-----------------------------------------------------------------
       4000-REQUEST-OVERRIDE.
           perform 2700-READ-EDIT-OVERRIDE
               thru 2700-EXIT
           move WS-OPERATOR-ID to WS-EDIT-REQ-OPER
           move spaces to WS-EDIT-APPR-OPER
           move spaces to FBZ-OVERRIDE-RECORD
           move WS-EDIT-NUM to FBZ-OVR-NUM
           move WS-EDIT-CATEGORY to FBZ-OVR-CATEGORY
           move WS-EDIT-TEXT to FBZ-OVR-TEXT
           move WS-EDIT-REASON to FBZ-OVR-REASON
           move WS-EDIT-EFF-DATE to FBZ-OVR-EFF-DATE
           move WS-EDIT-EXP-DATE to FBZ-OVR-EXP-DATE
           move WS-EDIT-REQ-OPER to FBZ-OVR-REQ-OPER
           move WS-EDIT-APPR-OPER to FBZ-OVR-APPR-OPER
           set FBZ-OVR-IS-PENDING to true
           if FBZO-OVR-FOUND
               move "UPDATE" to WS-LOG-ACTION
               rewrite FBZ-OVERRIDE-RECORD
           else
               move "REQUEST" to WS-LOG-ACTION
               write FBZ-OVERRIDE-RECORD
           end-if
           if WS-OVR-STATUS not = "00"
               display "FBZOMNT - FBZOVRD WRITE FAILED, STATUS "
                   WS-OVR-STATUS " - UPDATE NOT WRITTEN"
               close FBZ-OVERRIDE-FILE
               move 20 to return-code
               go to 9999-ABEND
           end-if
           display "FBZOMNT - OVERRIDE FOR ITEM " WS-EDIT-NUM
               " PENDING APPROVAL BY A LEVEL 3 OPERATOR".
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4200-APPROVE-OVERRIDE - FUNCTION A: PUT A PENDING OVERRIDE
      * INTO FORCE.  THE ROW MUST EXIST AND BE PENDING, AND THE
      * APPROVER MAY NOT BE THE OPERATOR WHO REQUESTED IT - A SELF-
      * APPROVAL IS LOGGED AS DENIED (RETURN-CODE 16) EXACTLY AS
      * FBZMAINT TREATS ONE.
      *-----------------------------------------------------------------
       4200-APPROVE-OVERRIDE.
           perform 2700-READ-EDIT-OVERRIDE
               thru 2700-EXIT
           if FBZO-OVR-NOT-FOUND
               display "FBZOMNT - ITEM " WS-EDIT-NUM
                   " HAS NO CATEGORY OVERRIDE TO APPROVE"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           perform 4800-LOAD-EDIT-FROM-ROW
               thru 4800-EXIT
           if not FBZ-OVR-IS-PENDING
               display "FBZOMNT - OVERRIDE FOR ITEM " WS-EDIT-NUM
                   " IS NOT PENDING - NOTHING TO APPROVE"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           if FBZ-OVR-REQ-OPER = WS-OPERATOR-ID
               move "DENIED" to WS-LOG-ACTION
               perform 7000-WRITE-OVERRIDE-LOG
                   thru 7000-EXIT
               display "FBZOMNT - OPERATOR " WS-OPERATOR-ID
                   " REQUESTED THIS OVERRIDE AND MAY NOT APPROVE IT"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           move WS-OPERATOR-ID to FBZ-OVR-APPR-OPER
           move WS-OPERATOR-ID to WS-EDIT-APPR-OPER
           set FBZ-OVR-IS-APPROVED to true
           move "APPROVE" to WS-LOG-ACTION
           rewrite FBZ-OVERRIDE-RECORD
           if WS-OVR-STATUS not = "00"
               display "FBZOMNT - FBZOVRD WRITE FAILED, STATUS "
                   WS-OVR-STATUS " - APPROVAL NOT WRITTEN"
               close FBZ-OVERRIDE-FILE
               move 20 to return-code
               go to 9999-ABEND
           end-if.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4400-DELETE-OVERRIDE - FUNCTION D: REMOVE THE ITEM'S
      * OVERRIDE, PENDING OR APPROVED, SO THE DIVISOR RULES DECIDE
      * ITS CATEGORY AGAIN FROM THE NEXT RUN.
      *-----------------------------------------------------------------
       4400-DELETE-OVERRIDE.
           perform 2700-READ-EDIT-OVERRIDE
               thru 2700-EXIT
           if FBZO-OVR-NOT-FOUND
               display "FBZOMNT - ITEM " WS-EDIT-NUM
                   " HAS NO CATEGORY OVERRIDE TO DELETE"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           perform 4800-LOAD-EDIT-FROM-ROW
               thru 4800-EXIT
           move "DELETE" to WS-LOG-ACTION
           delete FBZ-OVERRIDE-FILE
               invalid key
                   display "FBZOMNT - FBZOVRD DELETE FAILED, STATUS "
                       WS-OVR-STATUS
                   close FBZ-OVERRIDE-FILE
                   move 20 to return-code
                   go to 9999-ABEND
           end-delete.
       4400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4800-LOAD-EDIT-FROM-ROW - COPY THE ROW JUST READ INTO THE
      * EDIT AREA SO THE LOG RECORD SHOWS THE OVERRIDE ACTED ON.
      *-----------------------------------------------------------------
       4800-LOAD-EDIT-FROM-ROW.
           move FBZ-OVR-CATEGORY to WS-EDIT-CATEGORY
           move FBZ-OVR-TEXT to WS-EDIT-TEXT
           move FBZ-OVR-REASON to WS-EDIT-REASON
           move FBZ-OVR-EFF-DATE to WS-EDIT-EFF-DATE
           move FBZ-OVR-EXP-DATE to WS-EDIT-EXP-DATE
           move FBZ-OVR-REQ-OPER to WS-EDIT-REQ-OPER
           move FBZ-OVR-APPR-OPER to WS-EDIT-APPR-OPER.
       4800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-WRITE-OVERRIDE-LOG - APPEND ONE RECORD TO FBZOVLOG
      * NOTING WHO DID WHAT TO WHICH ITEM'S OVERRIDE, WHEN, AND THE
      * OVERRIDE AS IT NOW STANDS.  OPENED EXTEND WITH THE SAME
      * CREATE-ON-FIRST-RUN FALLBACK FBZITLOG AND FBZMLOG USE.
      *-----------------------------------------------------------------
       7000-WRITE-OVERRIDE-LOG.
           move spaces to FBZ-OVERRIDE-LOG-RECORD
           move WS-OPERATOR-ID to FBZO-LOG-OPERATOR-ID
           accept FBZO-LOG-CHANGE-DATE from date YYYYMMDD
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to FBZO-LOG-CHANGE-TIME
           move WS-LOG-ACTION to FBZO-LOG-ACTION
           move WS-EDIT-NUM to FBZO-LOG-ITEM-NUM
           move WS-EDIT-CATEGORY to FBZO-LOG-CATEGORY
           move WS-EDIT-TEXT to FBZO-LOG-TEXT
           move WS-EDIT-REASON to FBZO-LOG-REASON
           move WS-EDIT-EFF-DATE to FBZO-LOG-EFF-DATE
           move WS-EDIT-EXP-DATE to FBZO-LOG-EXP-DATE
           move WS-EDIT-REQ-OPER to FBZO-LOG-REQ-OPER
           move WS-EDIT-APPR-OPER to FBZO-LOG-APPR-OPER
           open extend FBZ-OVERRIDE-LOG-FILE
           if WS-OLOG-STATUS not = "00"
               open output FBZ-OVERRIDE-LOG-FILE
           end-if
           write FBZ-OVERRIDE-LOG-RECORD
           close FBZ-OVERRIDE-LOG-FILE.
       7000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WHEN
      * THE OPERATOR'S INPUT, FUNCTION OR AUTHORITY FAILS (RETURN-
      * CODE 16, CLUSTER LEFT UNCHANGED) OR WHEN THE CLUSTER FAILS
      * TO OPEN, WRITE OR DELETE (RETURN-CODE 20).
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
