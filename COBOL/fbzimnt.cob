      *=================================================================
      * PROGRAM-ID: FBZIMNT
      *
      * INTERACTIVE MAINTENANCE TRANSACTION FOR THE FBZITEM ITEM
      * MASTER CLUSTER, IN THE SAME STYLE AS FBZBMNT AND FBZRQMNT.
      * LETS AN OPERATOR VIEW AN ITEM'S DESCRIPTION, UNIT OF
      * MEASURE, STATUS AND INTRODUCED/DISCONTINUED DATES, OR ADD/
      * CHANGE ONE ITEM PER TRANSACTION, AND LOGS EVERY CHANGE TO
      * THE FBZITLOG CHANGE LOG THE SAME WAY FBZBMNT LOGS TO
      * FBZBMLOG.  THE FEED-WRITING VARIANTS SEND SLOTTING ONLY THE
      * NUMS WITH AN ACTIVE ROW HERE, SO A NEW ITEM MUST BE SET UP
      * (AND A WITHDRAWN ONE DISCONTINUED) HERE BEFORE SLOTTING
      * SEES THE CHANGE.  UNLIKE THE SMALL MASTERS FBZBMNT AND
      * FBZRQMNT LOAD WHOLE, THE ITEM MASTER IS A KEYED CLUSTER
      * THE SIZE OF THE ITEM RANGE, SO THE ONE ROW IS READ, WRITTEN
      * OR REWRITTEN BY KEY.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE FBZITEM OPEN NO LONGER ACCEPTS STATUS
      *                   05 - THE FILE IS NOT SELECTED OPTIONAL, SO
      *                   ONLY 00 IS A GOOD OPEN.
      *=================================================================
       identification division.
       program-id. FBZIMNT.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-ITEM-MASTER-FILE assign to FBZITEM
               organization is indexed
               access mode is random
               record key is FBZ-ITM-NUM
               file status is WS-ITEM-STATUS.
           select optional FBZ-ITEM-LOG-FILE assign to FBZITLOG
               organization is line sequential
               file status is WS-ILOG-STATUS.
           select optional FBZ-OPERATOR-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-OPER-STATUS.

       data division.
       file section.
       fd  FBZ-ITEM-MASTER-FILE
           block contains 0 records.
           copy FBZITM.

       fd  FBZ-ITEM-LOG-FILE
           recording mode is F.
           copy FBZITLOG.

       fd  FBZ-OPERATOR-FILE
           recording mode is F.
           copy FBZOPER.

       working-storage section.
       01  WS-ITEM-STATUS          pic X(02).
       01  WS-ILOG-STATUS          pic X(02).
       01  WS-OPER-STATUS          pic X(02).
       01  WS-OPER-EOF-SWITCH      pic X(01).
           88  FBZI-OPER-EOF            value "Y".
           88  FBZI-OPER-NOT-EOF        value "N".
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
               10  WS-OPT-PRIV         pic 9(01).
       01  WS-TIME-NOW             pic X(08).
       01  WS-OPERATOR-ID          pic X(08).
       01  WS-FUNCTION             pic X(01).
           88  FBZI-FUNC-VIEW           value "V".
           88  FBZI-FUNC-UPDATE         value "U".
       01  WS-LOG-ACTION           pic X(08).
       01  WS-ITEM-FOUND-SWITCH    pic X(01).
           88  FBZI-ITEM-FOUND          value "Y".
           88  FBZI-ITEM-NOT-FOUND      value "N".
       01  WS-INPUT-SWITCH         pic X(01).
           88  FBZI-INPUT-VALID         value "Y".
           88  FBZI-INPUT-INVALID       value "N".

      *-----------------------------------------------------------------
      * THE ONE ITEM BEING VIEWED OR EDITED ON THE SCREEN.
      *-----------------------------------------------------------------
       01  WS-EDIT-ITEM.
           05  WS-EDIT-NUM         pic 9(05).
           05  WS-EDIT-DESC        pic X(30).
           05  WS-EDIT-UOM         pic X(04).
           05  WS-EDIT-STATUS      pic X(01).
               88  FBZI-EDIT-ACTIVE         value "A".
               88  FBZI-EDIT-DISCONTINUED   value "D".
               88  FBZI-EDIT-PENDING        value "P".
           05  WS-EDIT-INTRO-DATE  pic X(08).
           05  WS-EDIT-DISC-DATE   pic X(08).

      *=================================================================
      * MAINTENANCE SCREEN - THE OPERATOR NAMES AN ITEM NUM AND
      * EITHER VIEWS OR RETYPES ITS ATTRIBUTES.  AN UNKNOWN NUM
      * WITH FUNCTION U ADDS A NEW ITEM.
      *=================================================================
       screen section.
       01  FBZI-MENU-SCREEN.
           05  blank screen.
           05  line 1 column 1
               value "FBZIMNT - ITEM MASTER MAINTENANCE".
           05  line 3 column 1
               value "FUNCTION (V=VIEW U=UPDATE/ADD). . . :".
           05  line 3 column 40
               pic X(01) using WS-FUNCTION.
           05  line 4 column 1
               value "ITEM NUM. . . . . . . . . . . . . . :".
           05  line 4 column 40
               pic 9(05) using WS-EDIT-NUM.
           05  line 5 column 1
               value "DESCRIPTION . . . . . . . . . . . . :".
           05  line 5 column 40
               pic X(30) using WS-EDIT-DESC.
           05  line 6 column 1
               value "UNIT OF MEASURE . . . . . . . . . . :".
           05  line 6 column 40
               pic X(04) using WS-EDIT-UOM.
           05  line 7 column 1
               value "STATUS (A=ACTIVE D=DISC P=PENDING). :".
           05  line 7 column 40
               pic X(01) using WS-EDIT-STATUS.
           05  line 8 column 1
               value "INTRODUCED DATE (YYYYMMDD). . . . . :".
           05  line 8 column 40
               pic X(08) using WS-EDIT-INTRO-DATE.
           05  line 9 column 1
               value "DISCONTINUED DATE (YYYYMMDD). . . . :".
           05  line 9 column 40
               pic X(08) using WS-EDIT-DISC-DATE.
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
               when FBZI-FUNC-VIEW
                   perform 2500-SHOW-REQUESTED-ITEM
                       thru 2500-EXIT
               when FBZI-FUNC-UPDATE
                   perform 3000-VALIDATE-INPUT
                       thru 3000-EXIT
                   if FBZI-INPUT-INVALID
                       move 16 to return-code
                       go to 9999-ABEND
                   end-if
                   perform 4000-UPDATE-ITEM-MASTER
                       thru 4000-EXIT
                   perform 7000-WRITE-ITEM-LOG
                       thru 7000-EXIT
               when other
                   display "FBZIMNT - INVALID FUNCTION "
                       WS-FUNCTION " - MUST BE V OR U"
                   move 16 to return-code
                   go to 9999-ABEND
           end-evaluate
           close FBZ-ITEM-MASTER-FILE
           move 0 to return-code
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE ITEM MASTER CLUSTER FOR KEYED
      * READ AND UPDATE AND LOAD THE AUTHORIZED OPERATORS.  THE
      * CLUSTER IS DEFINED ONCE BY FBZGDG, SO AN OPEN FAILURE HERE
      * IS A REAL I/O PROBLEM (RETURN-CODE 20), NOT A FIRST RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move spaces to WS-EDIT-ITEM
           move zero to WS-EDIT-NUM
           move spaces to WS-FUNCTION
           open i-o FBZ-ITEM-MASTER-FILE
           if WS-ITEM-STATUS not = "00"
               display "FBZIMNT - FBZITEM OPEN FAILED, STATUS "
                   WS-ITEM-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           perform 1800-LOAD-OPERATORS
               thru 1800-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1800-LOAD-OPERATORS - LOAD THE ACTIVE ROWS OF THE SHARED
      * AUTHORIZED-OPERATOR FILE INTO THE LOOKUP TABLE.  A MISSING
      * OR EMPTY FILE LEAVES THE TABLE EMPTY, AND AN EMPTY TABLE
      * DENIES THE UPDATE FUNCTION - FAIL CLOSED.
      *-----------------------------------------------------------------
       1800-LOAD-OPERATORS.
           move 0 to WS-OPER-COUNT
           set FBZI-OPER-NOT-EOF to true
           open input FBZ-OPERATOR-FILE
           if WS-OPER-STATUS not = "00"
               set FBZI-OPER-EOF to true
           end-if
           perform 1850-LOAD-ONE-OPERATOR
               thru 1850-EXIT
               until FBZI-OPER-EOF
           close FBZ-OPERATOR-FILE
           if WS-OPER-COUNT = zero
               display "FBZIMNT - NO ACTIVE OPERATORS ON FBZOPER -"
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
                   set FBZI-OPER-EOF to true
                   go to 1850-EXIT
           end-read
           if not FBZ-OPR-IS-ACTIVE
               go to 1850-EXIT
           end-if
           if WS-OPER-COUNT >= 100
               display "FBZIMNT - OPERATOR TABLE FULL - "
                   FBZ-OPR-ID " IGNORED"
               go to 1850-EXIT
           end-if
           add 1 to WS-OPER-COUNT
           move FBZ-OPR-ID to WS-OPT-ID(WS-OPER-COUNT)
           move FBZ-OPR-PRIV-LEVEL to WS-OPT-PRIV(WS-OPER-COUNT).
       1850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-DISPLAY-AND-ACCEPT - PUT UP THE MAINTENANCE SCREEN AND
      * LET THE OPERATOR NAME AN ITEM AND KEY ITS ATTRIBUTES.
      *-----------------------------------------------------------------
       2000-DISPLAY-AND-ACCEPT.
           display FBZI-MENU-SCREEN
           accept FBZI-MENU-SCREEN.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-CHECK-AUTHORITY - HOLD THE OPERATOR'S REQUESTED
      * FUNCTION TO THE FBZOPER PRIVILEGE SCHEME.  VIEW IS OPEN TO
      * ANYONE; AN ITEM MASTER CHANGE NEEDS PRIVILEGE LEVEL 2, THE
      * SAME AS A BIN MASTER CHANGE.  A DENIED ATTEMPT IS LOGGED
      * WITH ACTION "DENIED" AND ENDS THE TRANSACTION WITH
      * RETURN-CODE 16, THE MASTER UNTOUCHED.
      *-----------------------------------------------------------------
       2800-CHECK-AUTHORITY.
           if FBZI-FUNC-VIEW
               go to 2800-EXIT
           end-if
           move 0 to WS-OPER-PRIV
           perform 2850-MATCH-ONE-OPERATOR
               thru 2850-EXIT
               varying WS-OPER-SUB from 1 by 1
               until WS-OPER-SUB > WS-OPER-COUNT
           if WS-OPER-PRIV >= 2
               go to 2800-EXIT
           end-if
           move "DENIED" to WS-LOG-ACTION
           perform 7000-WRITE-ITEM-LOG
               thru 7000-EXIT
           display "FBZIMNT - OPERATOR " WS-OPERATOR-ID
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
      * 2500-SHOW-REQUESTED-ITEM - FUNCTION V: DISPLAY THE NAMED
      * ITEM'S MASTER ROW, OR SAY IT HAS NONE.
      *-----------------------------------------------------------------
       2500-SHOW-REQUESTED-ITEM.
           perform 2700-READ-EDIT-ITEM
               thru 2700-EXIT
           if FBZI-ITEM-NOT-FOUND
               display "FBZIMNT - ITEM " WS-EDIT-NUM
                   " HAS NO MASTER ROW"
           else
               display "FBZIMNT - ITEM " FBZ-ITM-NUM
                   " DESC " FBZ-ITM-DESC
                   " UOM " FBZ-ITM-UOM
                   " STATUS " FBZ-ITM-STATUS
                   " INTRODUCED " FBZ-ITM-INTRO-DATE
                   " DISCONTINUED " FBZ-ITM-DISC-DATE
           end-if.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-READ-EDIT-ITEM - KEYED READ OF THE SCREEN'S ITEM NUM,
      * SETTING THE FOUND SWITCH.
      *-----------------------------------------------------------------
       2700-READ-EDIT-ITEM.
           set FBZI-ITEM-FOUND to true
           move WS-EDIT-NUM to FBZ-ITM-NUM
           read FBZ-ITEM-MASTER-FILE
               invalid key
                   set FBZI-ITEM-NOT-FOUND to true
           end-read.
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-VALIDATE-INPUT - EVERY ATTRIBUTE OF AN ITEM MUST BE
      * PRESENT AND SENSIBLE BEFORE THE MASTER IS WRITTEN: A
      * NON-ZERO NUM, A DESCRIPTION AND UNIT OF MEASURE, A STATUS
      * OF A, D OR P, AN INTRODUCED DATE, AND A DISCONTINUED DATE
      * WHEN (AND ONLY WHEN) THE STATUS IS D.
      *-----------------------------------------------------------------
       3000-VALIDATE-INPUT.
           set FBZI-INPUT-VALID to true
           if WS-EDIT-NUM is not numeric
               or WS-EDIT-NUM = zero
               set FBZI-INPUT-INVALID to true
               display "FBZIMNT - ITEM NUM REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if WS-EDIT-DESC = spaces
               set FBZI-INPUT-INVALID to true
               display "FBZIMNT - DESCRIPTION REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if WS-EDIT-UOM = spaces
               set FBZI-INPUT-INVALID to true
               display "FBZIMNT - UNIT OF MEASURE REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if not FBZI-EDIT-ACTIVE
               and not FBZI-EDIT-DISCONTINUED
               and not FBZI-EDIT-PENDING
               set FBZI-INPUT-INVALID to true
               display "FBZIMNT - STATUS MUST BE A, D OR P -"
                   " UPDATE REJECTED"
           end-if
           if WS-EDIT-INTRO-DATE is not numeric
               set FBZI-INPUT-INVALID to true
               display "FBZIMNT - INTRODUCED DATE MUST BE"
                   " YYYYMMDD - UPDATE REJECTED"
           end-if
           if FBZI-EDIT-DISCONTINUED
               if WS-EDIT-DISC-DATE is not numeric
                   set FBZI-INPUT-INVALID to true
                   display "FBZIMNT - DISCONTINUED ITEM NEEDS A"
                       " YYYYMMDD DISCONTINUED DATE -"
                       " UPDATE REJECTED"
               end-if
           else
               if WS-EDIT-DISC-DATE not = spaces
                   set FBZI-INPUT-INVALID to true
                   display "FBZIMNT - DISCONTINUED DATE ONLY"
                       " ALLOWED WITH STATUS D - UPDATE REJECTED"
               end-if
           end-if
           if WS-OPERATOR-ID = spaces
               set FBZI-INPUT-INVALID to true
               display "FBZIMNT - OPERATOR ID REQUIRED -"
                   " UPDATE REJECTED"
           end-if.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-UPDATE-ITEM-MASTER - READ THE SCREEN'S ITEM BY KEY,
      * THEN REWRITE THE ROW IF IT IS THERE OR WRITE A NEW ONE IF
      * IT IS NOT, CHECKING THE WRITE EITHER WAY.
      *-----------------------------------------------------------------
       4000-UPDATE-ITEM-MASTER.
           perform 2700-READ-EDIT-ITEM
               thru 2700-EXIT
           move spaces to FBZ-ITEM-RECORD
           move WS-EDIT-NUM to FBZ-ITM-NUM
           move WS-EDIT-DESC to FBZ-ITM-DESC
           move WS-EDIT-UOM to FBZ-ITM-UOM
           move WS-EDIT-STATUS to FBZ-ITM-STATUS
           move WS-EDIT-INTRO-DATE to FBZ-ITM-INTRO-DATE
           move WS-EDIT-DISC-DATE to FBZ-ITM-DISC-DATE
           if FBZI-ITEM-FOUND
               move "UPDATE" to WS-LOG-ACTION
               rewrite FBZ-ITEM-RECORD
           else
               move "ADD" to WS-LOG-ACTION
               write FBZ-ITEM-RECORD
           end-if
           if WS-ITEM-STATUS not = "00"
               display "FBZIMNT - FBZITEM WRITE FAILED, STATUS "
                   WS-ITEM-STATUS " - UPDATE NOT WRITTEN"
               close FBZ-ITEM-MASTER-FILE
               move 20 to return-code
               go to 9999-ABEND
           end-if.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-WRITE-ITEM-LOG - APPEND ONE RECORD TO FBZITLOG NOTING
      * WHO ADDED OR CHANGED WHICH ITEM, WHEN, AND THE ATTRIBUTES
      * IT NOW CARRIES.  OPENED EXTEND WITH THE SAME CREATE-ON-
      * FIRST-RUN FALLBACK FBZBMLOG AND FBZMLOG USE.
      *-----------------------------------------------------------------
       7000-WRITE-ITEM-LOG.
           move spaces to FBZ-ITEM-LOG-RECORD
           move WS-OPERATOR-ID to FBZI-LOG-OPERATOR-ID
           accept FBZI-LOG-CHANGE-DATE from date YYYYMMDD
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to FBZI-LOG-CHANGE-TIME
           move WS-LOG-ACTION to FBZI-LOG-ACTION
           move WS-EDIT-NUM to FBZI-LOG-ITEM-NUM
           move WS-EDIT-DESC to FBZI-LOG-NEW-DESC
           move WS-EDIT-UOM to FBZI-LOG-NEW-UOM
           move WS-EDIT-STATUS to FBZI-LOG-NEW-STATUS
           move WS-EDIT-INTRO-DATE to FBZI-LOG-NEW-INTRO-DATE
           move WS-EDIT-DISC-DATE to FBZI-LOG-NEW-DISC-DATE
           open extend FBZ-ITEM-LOG-FILE
           if WS-ILOG-STATUS not = "00"
               open output FBZ-ITEM-LOG-FILE
           end-if
           write FBZ-ITEM-LOG-RECORD
           close FBZ-ITEM-LOG-FILE.
       7000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WHEN
      * THE OPERATOR'S INPUT OR FUNCTION FAILS VALIDATION (RETURN-
      * CODE 16, MASTER LEFT UNCHANGED) OR WHEN THE CLUSTER FAILS
      * TO OPEN OR WRITE (RETURN-CODE 20) - EITHER WAY NO CHANGE
      * LOG RECORD IS WRITTEN.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
