      *=================================================================
      * PROGRAM-ID: FBZINMT
      *
      * INTERACTIVE MAINTENANCE TRANSACTION FOR THE FBZINCF
      * PRODUCTION INCIDENT CLUSTER, IN THE SAME STYLE AS FBZOMNT.
      * FBZMON, FBZBAL, FBZRECON AND FBZGATE OPEN AN INCIDENT
      * THROUGH FBZINCW WHEN THEY FAIL (SEE FBZINC); THIS IS WHERE
      * OPERATIONS FOLLOWS IT UP.  THE OPERATOR NAMES THE INCIDENT
      * BY ITS KEY - PROCESSING DATE, JOB, STEP AND PROGRAM-ID, AS
      * FBZINAR AND THE FAILING STEP'S SYSOUT SHOW THEM - AND A
      * FUNCTION:
      *
      *   V  VIEW THE INCIDENT (ANYONE).
      *   A  ASSIGN IT TO AN OWNER (PRIVILEGE LEVEL 2).  AN OPEN
      *      INCIDENT BECOMES ASSIGNED; AN ASSIGNED ONE CHANGES
      *      HANDS.
      *   N  ANNOTATE IT - REPLACE ITS NOTE WITH WHAT HAS BEEN
      *      FOUND SO FAR (PRIVILEGE LEVEL 2).
      *   C  CLOSE IT UNDER A ROOT-CAUSE CODE (PRIVILEGE LEVEL 3,
      *      THE SAME AS ANY OTHER SIGN-OFF).  A NOTE KEYED WITH
      *      THE CLOSE BECOMES THE CLOSING NOTE.
      *
      * ONLY AN OUTSTANDING INCIDENT MAY BE ASSIGNED OR CLOSED; A
      * CLOSED ONE COMES BACK ONLY IF ITS STEP FAILS AGAIN FOR THE
      * SAME DATE, WHEN FBZINCW REOPENS IT.  EVERY CHANGE, AND
      * EVERY DENIED ATTEMPT, IS LOGGED TO FBZINLOG.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE FBZINCF OPEN NO LONGER ACCEPTS STATUS
      *                   05 - THE FILE IS NOT SELECTED OPTIONAL, SO
      *                   ONLY 00 IS A GOOD OPEN.
      *=================================================================
       identification division.
       program-id. FBZINMT.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-INCIDENT-FILE assign to FBZINCF
               organization is indexed
               access mode is random
               record key is FBZ-INC-KEY
               file status is WS-INC-STATUS.
           select optional FBZ-INCIDENT-LOG-FILE assign to FBZINLOG
               organization is line sequential
               file status is WS-ILOG-STATUS.
           select optional FBZ-OPERATOR-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-OPER-STATUS.

       data division.
       file section.
       fd  FBZ-INCIDENT-FILE
           block contains 0 records.
           copy FBZINC.

       fd  FBZ-INCIDENT-LOG-FILE
           recording mode is F.
           copy FBZINLOG.

       fd  FBZ-OPERATOR-FILE
           recording mode is F.
           copy FBZOPER.

       working-storage section.
       01  WS-INC-STATUS           pic X(02).
       01  WS-ILOG-STATUS          pic X(02).
       01  WS-OPER-STATUS          pic X(02).
       01  WS-OPER-EOF-SWITCH      pic X(01).
           88  FBZIM-OPER-EOF           value "Y".
           88  FBZIM-OPER-NOT-EOF       value "N".
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
               10  WS-OPT-PRIV         pic 9(01).
       01  WS-TODAY                pic X(08).
       01  WS-TIME-NOW             pic X(08).
       01  WS-OPERATOR-ID          pic X(08).
       01  WS-FUNCTION             pic X(01).
           88  FBZIM-FUNC-VIEW          value "V".
           88  FBZIM-FUNC-ASSIGN        value "A".
           88  FBZIM-FUNC-NOTE          value "N".
           88  FBZIM-FUNC-CLOSE         value "C".
       01  WS-LOG-ACTION           pic X(08).
       01  WS-INC-FOUND-SWITCH     pic X(01).
           88  FBZIM-INC-FOUND          value "Y".
           88  FBZIM-INC-NOT-FOUND      value "N".
       01  WS-INPUT-SWITCH         pic X(01).
           88  FBZIM-INPUT-VALID        value "Y".
           88  FBZIM-INPUT-INVALID      value "N".

      *-----------------------------------------------------------------
      * THE ONE INCIDENT BEING VIEWED OR WORKED ON THE SCREEN, PLUS
      * THE RETURN CODE THE LOG RECORD CARRIES.
      *-----------------------------------------------------------------
       01  WS-EDIT-INCIDENT.
           05  WS-EDIT-KEY.
               10  WS-EDIT-RUN-DATE    pic X(08).
               10  WS-EDIT-JOB-NAME    pic X(08).
               10  WS-EDIT-STEP-NAME   pic X(08).
               10  WS-EDIT-PROGRAM-ID  pic X(08).
           05  WS-EDIT-ASSIGNED-TO     pic X(08).
           05  WS-EDIT-NOTE            pic X(60).
           05  WS-EDIT-ROOT-CAUSE      pic X(04).
           05  WS-EDIT-RETURN-CODE     pic 9(03).

      *=================================================================
      * MAINTENANCE SCREEN - THE OPERATOR NAMES AN INCIDENT AND A
      * FUNCTION.  ASSIGN TO IS ONLY READ FOR FUNCTION A, THE ROOT
      * CAUSE ONLY FOR C, THE NOTE FOR N AND C; V NEEDS ONLY THE
      * KEY.
      *=================================================================
       screen section.
       01  FBZIM-MENU-SCREEN.
           05  blank screen.
           05  line 1 column 1
               value "FBZINMT - PRODUCTION INCIDENT MAINTENANCE".
           05  line 3 column 1
               value "FUNCTION (V=VIEW A=ASSIGN N=NOTE C=CLOSE):".
           05  line 3 column 46
               pic X(01) using WS-FUNCTION.
           05  line 4 column 1
               value "PROCESSING DATE (YYYYMMDD). . . . . :".
           05  line 4 column 40
               pic X(08) using WS-EDIT-RUN-DATE.
           05  line 5 column 1
               value "JOB NAME. . . . . . . . . . . . . . :".
           05  line 5 column 40
               pic X(08) using WS-EDIT-JOB-NAME.
           05  line 6 column 1
               value "STEP NAME . . . . . . . . . . . . . :".
           05  line 6 column 40
               pic X(08) using WS-EDIT-STEP-NAME.
           05  line 7 column 1
               value "PROGRAM-ID. . . . . . . . . . . . . :".
           05  line 7 column 40
               pic X(08) using WS-EDIT-PROGRAM-ID.
           05  line 8 column 1
               value "ASSIGN TO . . . . . . . . . . . . . :".
           05  line 8 column 40
               pic X(08) using WS-EDIT-ASSIGNED-TO.
           05  line 9 column 1
               value "ROOT CAUSE (APPL DATA OPER SCHD INFR EXTN NFF):".
           05  line 9 column 50
               pic X(04) using WS-EDIT-ROOT-CAUSE.
           05  line 10 column 1
               value "NOTE:".
           05  line 11 column 1
               pic X(60) using WS-EDIT-NOTE.
           05  line 13 column 1
               value "OPERATOR ID . . . . . . . . . . . . :".
           05  line 13 column 40
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
               when FBZIM-FUNC-VIEW
                   perform 2500-SHOW-REQUESTED-INCIDENT
                       thru 2500-EXIT
               when FBZIM-FUNC-ASSIGN
               when FBZIM-FUNC-NOTE
               when FBZIM-FUNC-CLOSE
                   perform 3000-VALIDATE-INPUT
                       thru 3000-EXIT
                   if FBZIM-INPUT-INVALID
                       move 16 to return-code
                       go to 9999-ABEND
                   end-if
                   perform 4000-UPDATE-INCIDENT
                       thru 4000-EXIT
                   perform 7000-WRITE-INCIDENT-LOG
                       thru 7000-EXIT
               when other
                   display "FBZINMT - INVALID FUNCTION "
                       WS-FUNCTION " - MUST BE V, A, N OR C"
                   move 16 to return-code
                   go to 9999-ABEND
           end-evaluate
           close FBZ-INCIDENT-FILE
           move 0 to return-code
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE INCIDENT CLUSTER FOR KEYED READ
      * AND UPDATE AND LOAD THE AUTHORIZED OPERATORS.  THE CLUSTER
      * IS DEFINED ONCE BY FBZGDG, SO AN OPEN FAILURE HERE IS A
      * REAL I/O PROBLEM (RETURN-CODE 20), NOT A FIRST RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move spaces to WS-EDIT-INCIDENT
           move zero to WS-EDIT-RETURN-CODE
           move spaces to WS-FUNCTION
           accept WS-TODAY from date YYYYMMDD
           open i-o FBZ-INCIDENT-FILE
           if WS-INC-STATUS not = "00"
               display "FBZINMT - FBZINCF OPEN FAILED, STATUS "
                   WS-INC-STATUS
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
      * DENIES EVERY FUNCTION BUT VIEW - FAIL CLOSED.
      *-----------------------------------------------------------------
       1800-LOAD-OPERATORS.
           move 0 to WS-OPER-COUNT
           set FBZIM-OPER-NOT-EOF to true
           open input FBZ-OPERATOR-FILE
           if WS-OPER-STATUS not = "00"
               set FBZIM-OPER-EOF to true
           end-if
           perform 1850-LOAD-ONE-OPERATOR
               thru 1850-EXIT
               until FBZIM-OPER-EOF
           close FBZ-OPERATOR-FILE
           if WS-OPER-COUNT = zero
               display "FBZINMT - NO ACTIVE OPERATORS ON FBZOPER -"
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
                   set FBZIM-OPER-EOF to true
                   go to 1850-EXIT
           end-read
           if not FBZ-OPR-IS-ACTIVE
               go to 1850-EXIT
           end-if
           if WS-OPER-COUNT >= 100
               display "FBZINMT - OPERATOR TABLE FULL - "
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
      * LET THE OPERATOR NAME AN INCIDENT, A FUNCTION AND WHATEVER
      * THAT FUNCTION NEEDS.
      *-----------------------------------------------------------------
       2000-DISPLAY-AND-ACCEPT.
           display FBZIM-MENU-SCREEN
           accept FBZIM-MENU-SCREEN.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-CHECK-AUTHORITY - HOLD THE OPERATOR'S REQUESTED
      * FUNCTION TO THE FBZOPER PRIVILEGE SCHEME.  VIEW IS OPEN TO
      * ANYONE; AN ASSIGNMENT OR NOTE NEEDS PRIVILEGE LEVEL 2 AND A
      * CLOSE NEEDS LEVEL 3.  A DENIED ATTEMPT IS LOGGED WITH
      * ACTION "DENIED" AND ENDS THE TRANSACTION WITH RETURN-CODE
      * 16, THE CLUSTER UNTOUCHED.
      *-----------------------------------------------------------------
       2800-CHECK-AUTHORITY.
           if FBZIM-FUNC-VIEW
               go to 2800-EXIT
           end-if
           move 0 to WS-OPER-PRIV
           perform 2850-MATCH-ONE-OPERATOR
               thru 2850-EXIT
               varying WS-OPER-SUB from 1 by 1
               until WS-OPER-SUB > WS-OPER-COUNT
           if FBZIM-FUNC-CLOSE
               if WS-OPER-PRIV >= 3
                   go to 2800-EXIT
               end-if
           else
               if WS-OPER-PRIV >= 2
                   go to 2800-EXIT
               end-if
           end-if
           move "DENIED" to WS-LOG-ACTION
           perform 7000-WRITE-INCIDENT-LOG
               thru 7000-EXIT
           display "FBZINMT - OPERATOR " WS-OPERATOR-ID
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
      * 2500-SHOW-REQUESTED-INCIDENT - FUNCTION V: DISPLAY THE
      * NAMED INCIDENT, OR SAY THERE IS NONE.
      *-----------------------------------------------------------------
       2500-SHOW-REQUESTED-INCIDENT.
           perform 2700-READ-EDIT-INCIDENT
               thru 2700-EXIT
           if FBZIM-INC-NOT-FOUND
               display "FBZINMT - NO INCIDENT FOR " WS-EDIT-RUN-DATE
                   " " WS-EDIT-JOB-NAME " " WS-EDIT-STEP-NAME
                   " " WS-EDIT-PROGRAM-ID
           else
               display "FBZINMT - INCIDENT " FBZ-INC-RUN-DATE
                   " " FBZ-INC-JOB-NAME " " FBZ-INC-STEP-NAME
                   " " FBZ-INC-PROGRAM-ID
                   " RC " FBZ-INC-RETURN-CODE
               display "FBZINMT -   " FBZ-INC-DESCRIPTION
               display "FBZINMT -   STATUS " FBZ-INC-STATUS
                   " OCCURRENCES " FBZ-INC-OCCURRENCES
                   " OPENED " FBZ-INC-OPENED-DATE
                   " " FBZ-INC-OPENED-TIME
                   " LAST " FBZ-INC-LAST-DATE
                   " " FBZ-INC-LAST-TIME
               display "FBZINMT -   ASSIGNED TO " FBZ-INC-ASSIGNED-TO
                   " ROOT CAUSE " FBZ-INC-ROOT-CAUSE
                   " CLOSED BY " FBZ-INC-CLOSED-BY
                   " ON " FBZ-INC-CLOSED-DATE
               display "FBZINMT -   NOTE " FBZ-INC-NOTE
           end-if.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-READ-EDIT-INCIDENT - KEYED READ OF THE SCREEN'S
      * INCIDENT KEY, SETTING THE FOUND SWITCH.
      *-----------------------------------------------------------------
       2700-READ-EDIT-INCIDENT.
           set FBZIM-INC-FOUND to true
           move WS-EDIT-KEY to FBZ-INC-KEY
           read FBZ-INCIDENT-FILE
               invalid key
                   set FBZIM-INC-NOT-FOUND to true
           end-read.
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-VALIDATE-INPUT - THE WHOLE KEY AND THE OPERATOR ID ARE
      * ALWAYS REQUIRED; AN ASSIGNMENT NEEDS AN OWNER, A NOTE NEEDS
      * ITS TEXT, AND A CLOSE NEEDS ONE OF THE ROOT-CAUSE CODES ON
      * FBZINC (TESTED THROUGH THE RECORD'S OWN 88-LEVEL, SO THE
      * LIST IS KEPT IN ONE PLACE).
      *-----------------------------------------------------------------
       3000-VALIDATE-INPUT.
           set FBZIM-INPUT-VALID to true
           if WS-EDIT-RUN-DATE is not numeric
               or WS-EDIT-JOB-NAME = spaces
               or WS-EDIT-STEP-NAME = spaces
               or WS-EDIT-PROGRAM-ID = spaces
               set FBZIM-INPUT-INVALID to true
               display "FBZINMT - PROCESSING DATE, JOB, STEP AND"
                   " PROGRAM-ID REQUIRED - UPDATE REJECTED"
           end-if
           if FBZIM-FUNC-ASSIGN
               and WS-EDIT-ASSIGNED-TO = spaces
               set FBZIM-INPUT-INVALID to true
               display "FBZINMT - ASSIGN TO REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if FBZIM-FUNC-NOTE
               and WS-EDIT-NOTE = spaces
               set FBZIM-INPUT-INVALID to true
               display "FBZINMT - NOTE REQUIRED -"
                   " UPDATE REJECTED"
           end-if
           if FBZIM-FUNC-CLOSE
               move WS-EDIT-ROOT-CAUSE to FBZ-INC-ROOT-CAUSE
               if not FBZ-INC-CAUSE-VALID
                   set FBZIM-INPUT-INVALID to true
                   display "FBZINMT - ROOT CAUSE " WS-EDIT-ROOT-CAUSE
                       " IS NOT APPL, DATA, OPER, SCHD, INFR, EXTN"
                       " OR NFF - UPDATE REJECTED"
               end-if
           end-if
           if WS-OPERATOR-ID = spaces
               set FBZIM-INPUT-INVALID to true
               display "FBZINMT - OPERATOR ID REQUIRED -"
                   " UPDATE REJECTED"
           end-if.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-UPDATE-INCIDENT - FUNCTIONS A, N AND C: READ THE
      * INCIDENT, APPLY THE CHANGE AND REWRITE IT.  THE INCIDENT
      * MUST EXIST, AND ONLY AN OUTSTANDING ONE MAY BE ASSIGNED OR
      * CLOSED.
      *-----------------------------------------------------------------
       4000-UPDATE-INCIDENT.
           perform 2700-READ-EDIT-INCIDENT
               thru 2700-EXIT
           if FBZIM-INC-NOT-FOUND
               display "FBZINMT - NO INCIDENT FOR " WS-EDIT-RUN-DATE
                   " " WS-EDIT-JOB-NAME " " WS-EDIT-STEP-NAME
                   " " WS-EDIT-PROGRAM-ID
               move 16 to return-code
               go to 9999-ABEND
           end-if
           move FBZ-INC-RETURN-CODE to WS-EDIT-RETURN-CODE
           if FBZ-INC-IS-CLOSED
               and not FBZIM-FUNC-NOTE
               display "FBZINMT - INCIDENT IS ALREADY CLOSED -"
                   " UPDATE REJECTED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           evaluate true
               when FBZIM-FUNC-ASSIGN
                   move WS-EDIT-ASSIGNED-TO to FBZ-INC-ASSIGNED-TO
                   set FBZ-INC-IS-ASSIGNED to true
                   move "ASSIGN" to WS-LOG-ACTION
               when FBZIM-FUNC-NOTE
                   move WS-EDIT-NOTE to FBZ-INC-NOTE
                   move "NOTE" to WS-LOG-ACTION
               when FBZIM-FUNC-CLOSE
                   if WS-EDIT-NOTE not = spaces
                       move WS-EDIT-NOTE to FBZ-INC-NOTE
                   end-if
                   move WS-EDIT-ROOT-CAUSE to FBZ-INC-ROOT-CAUSE
                   move WS-OPERATOR-ID to FBZ-INC-CLOSED-BY
                   move WS-TODAY to FBZ-INC-CLOSED-DATE
                   set FBZ-INC-IS-CLOSED to true
                   move "CLOSE" to WS-LOG-ACTION
           end-evaluate
           rewrite FBZ-INCIDENT-RECORD
           if WS-INC-STATUS not = "00"
               display "FBZINMT - FBZINCF WRITE FAILED, STATUS "
                   WS-INC-STATUS " - UPDATE NOT WRITTEN"
               close FBZ-INCIDENT-FILE
               move 20 to return-code
               go to 9999-ABEND
           end-if
           perform 4800-LOAD-EDIT-FROM-ROW
               thru 4800-EXIT
           display "FBZINMT - INCIDENT " FBZ-INC-RUN-DATE
               " " FBZ-INC-JOB-NAME " " FBZ-INC-STEP-NAME
               " " FBZ-INC-PROGRAM-ID " - " WS-LOG-ACTION
               " BY " WS-OPERATOR-ID.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4800-LOAD-EDIT-FROM-ROW - COPY THE ROW JUST REWRITTEN INTO
      * THE EDIT AREA SO THE LOG RECORD SHOWS THE INCIDENT AS IT
      * NOW STANDS.
      *-----------------------------------------------------------------
       4800-LOAD-EDIT-FROM-ROW.
           move FBZ-INC-ASSIGNED-TO to WS-EDIT-ASSIGNED-TO
           move FBZ-INC-NOTE to WS-EDIT-NOTE
           move FBZ-INC-ROOT-CAUSE to WS-EDIT-ROOT-CAUSE.
       4800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-WRITE-INCIDENT-LOG - APPEND ONE RECORD TO FBZINLOG
      * NOTING WHO DID WHAT TO WHICH INCIDENT, WHEN, AND THE OWNER,
      * ROOT CAUSE AND NOTE AS THEY NOW STAND.  OPENED EXTEND WITH
      * THE SAME CREATE-ON-FIRST-RUN FALLBACK FBZOVLOG USES.
      *-----------------------------------------------------------------
       7000-WRITE-INCIDENT-LOG.
           move spaces to FBZ-INCIDENT-LOG-RECORD
           move WS-OPERATOR-ID to FBZI-LOG-OPERATOR-ID
           move WS-TODAY to FBZI-LOG-CHANGE-DATE
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to FBZI-LOG-CHANGE-TIME
           move WS-LOG-ACTION to FBZI-LOG-ACTION
           move WS-EDIT-RUN-DATE to FBZI-LOG-RUN-DATE
           move WS-EDIT-JOB-NAME to FBZI-LOG-JOB-NAME
           move WS-EDIT-STEP-NAME to FBZI-LOG-STEP-NAME
           move WS-EDIT-PROGRAM-ID to FBZI-LOG-PROGRAM-ID
           move WS-EDIT-RETURN-CODE to FBZI-LOG-RETURN-CODE
           move WS-EDIT-ASSIGNED-TO to FBZI-LOG-ASSIGNED-TO
           move WS-EDIT-ROOT-CAUSE to FBZI-LOG-ROOT-CAUSE
           move WS-EDIT-NOTE to FBZI-LOG-TEXT
           open extend FBZ-INCIDENT-LOG-FILE
           if WS-ILOG-STATUS not = "00"
               open output FBZ-INCIDENT-LOG-FILE
           end-if
           write FBZ-INCIDENT-LOG-RECORD
           close FBZ-INCIDENT-LOG-FILE.
       7000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WHEN
      * THE OPERATOR'S INPUT, FUNCTION OR AUTHORITY FAILS (RETURN-
      * CODE 16, CLUSTER LEFT UNCHANGED) OR WHEN THE CLUSTER FAILS
      * TO OPEN OR WRITE (RETURN-CODE 20).
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
