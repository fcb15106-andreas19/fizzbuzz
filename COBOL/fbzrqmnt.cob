      *                   ACTION "DENIED".  A MISSING OR EMPTY
      *                   FBZOPER FILE DENIES ALL UPDATES - FAIL
      *                   CLOSED, NOT OPEN.
      *   2026-10-15  AS  ADDED THE OUTPUT FORMAT (L LISTING, C CSV)
      *                   FBZBRST BURSTS EACH REQUESTOR'S OUTPUT IN.
      *                   A BLANK FORMAT IS TAKEN AS L; IT IS SHOWN
      *                   ON VIEW AND CARRIED ON THE FBZRQLOG RECORD.
      *   2026-10-15  AS  A REQUESTOR MASTER CHANGE ON A DATE AN
      *                   FBZFREEZ CHANGE FREEZE OF SCOPE Q OR A COVERS
      *                   IS REFUSED AND LOGGED WITH ACTION "FROZEN",
      *                   UNLESS A LEVEL-3 OPERATOR KEYS THE EMERGENCY
      *                   OVERRIDE, LOGGED WITH ACTION "FRZOVRD".
      *=================================================================
       identification division.
       program-id. FBZRQMNT.
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
       01  WS-RQMST-STATUS         pic X(02).
       01  WS-QLOG-STATUS          pic X(02).
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-FRZ-STATUS           pic X(02).
       01  WS-FRZ-EOF-SWITCH       pic X(01).
           88  FBZQ-FRZ-EOF             value "Y".
           88  FBZQ-FRZ-NOT-EOF         value "N".
       01  WS-FREEZE-SWITCH        pic X(01).
           88  FBZQ-FROZEN              value "Y".
           88  FBZQ-NOT-FROZEN          value "N".
       01  WS-FREEZE-OVERRIDE      pic X(01).
           88  FBZQ-OVERRIDE-FREEZE     value "Y".
       01  WS-FREEZE-DATE          pic X(08).
       01  WS-FRZ-HIT-FROM         pic X(08).
       01  WS-FRZ-HIT-TO           pic X(08).
       01  WS-FRZ-HIT-REASON       pic X(30).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
               10  WS-RQM-DEPT         pic X(12).
               10  WS-RQM-CONTACT      pic X(20).
               10  WS-RQM-ACTIVE       pic X(01).
               10  WS-RQM-FORMAT       pic X(01).

      *-----------------------------------------------------------------
      * THE ONE REQUESTOR BEING VIEWED OR EDITED ON THE SCREEN.
           05  WS-EDIT-DEPT        pic X(12).
           05  WS-EDIT-CONTACT     pic X(20).
           05  WS-EDIT-ACTIVE      pic X(01).
           05  WS-EDIT-FORMAT      pic X(01).

      *=================================================================
      * MAINTENANCE SCREEN - THE OPERATOR NAMES A REQUESTOR ID AND
               value "ACTIVE (Y/N). . . . . . . . . . . . :".
           05  line 8 column 40
               pic X(01) using WS-EDIT-ACTIVE.
           05  line 9 column 1
               value "OUTPUT FORMAT (L=LISTING C=CSV) . . :".
           05  line 9 column 40
               pic X(01) using WS-EDIT-FORMAT.
           05  line 10 column 1
               value "OPERATOR ID . . . . . . . . . . . . :".
           05  line 10 column 40
               pic X(08) using WS-OPERATOR-ID.
           05  line 11 column 1
               value "FREEZE OVERRIDE (Y=EMERGENCY) . . . :".
           05  line 11 column 40
               pic X(01) using WS-FREEZE-OVERRIDE.

      *=================================================================
      * PROCEDURE DIVISION
               thru 2000-EXIT
           perform 2800-CHECK-AUTHORITY
               thru 2800-EXIT
           perform 2900-CHECK-FREEZE
               thru 2900-EXIT
           evaluate true
               when FBZQ-FUNC-VIEW
                   perform 2500-SHOW-REQUESTED-ID
           move spaces to WS-RQM-MASTER-TABLE
           move spaces to WS-EDIT-REQUESTOR
           move spaces to WS-FUNCTION
           move spaces to WS-FREEZE-OVERRIDE
           set FBZQ-RQMST-NOT-EOF to true
           open input FBZ-RQM-MASTER-FILE
           if WS-RQMST-STATUS not = "00"
           move FBZ-RQM-CONTACT
               to WS-RQM-CONTACT(WS-RQM-MASTER-COUNT)
           move FBZ-RQM-ACTIVE
               to WS-RQM-ACTIVE(WS-RQM-MASTER-COUNT)
           move FBZ-RQM-OUTPUT-FORMAT
               to WS-RQM-FORMAT(WS-RQM-MASTER-COUNT).
       1100-EXIT.
           exit.

       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2900-CHECK-FREEZE - HOLD A REQUESTOR MASTER CHANGE TO THE
      * FBZFREEZ CHANGE-FREEZE CALENDAR.  ON A DATE A FREEZE OF
      * SCOPE Q (REQUESTORS) OR A (ALL) COVERS, THE CHANGE IS
      * REFUSED - LOGGED WITH ACTION "FROZEN", RETURN-CODE 16,
      * NOTHING WRITTEN - UNLESS THE OPERATOR HOLDS PRIVILEGE
      * LEVEL 3 AND KEYED THE EMERGENCY OVERRIDE, WHICH IS LOGGED
      * WITH ACTION "FRZOVRD" AHEAD OF THE CHANGE ITSELF.  BOTH
      * SHOW ON THE QUARTERLY SECURITY REVIEW (FBZSECR).
      *-----------------------------------------------------------------
       2900-CHECK-FREEZE.
           set FBZQ-NOT-FROZEN to true
           if FBZQ-FUNC-VIEW
               go to 2900-EXIT
           end-if
           accept WS-FREEZE-DATE from date YYYYMMDD
           perform 2920-FIND-FREEZE
               thru 2920-EXIT
           if FBZQ-NOT-FROZEN
               go to 2900-EXIT
           end-if
           if FBZQ-OVERRIDE-FREEZE
               and WS-OPER-PRIV >= 3
               move "FRZOVRD" to WS-LOG-ACTION
               perform 7000-WRITE-RQM-LOG
                   thru 7000-EXIT
               display "FBZRQMNT - CHANGE FREEZE " WS-FRZ-HIT-FROM
                   " - " WS-FRZ-HIT-TO " OVERRIDDEN BY "
                   WS-OPERATOR-ID
               go to 2900-EXIT
           end-if
           move "FROZEN" to WS-LOG-ACTION
           perform 7000-WRITE-RQM-LOG
               thru 7000-EXIT
           display "FBZRQMNT - CHANGE FREEZE " WS-FRZ-HIT-FROM
               " - " WS-FRZ-HIT-TO " IN FORCE: " WS-FRZ-HIT-REASON
           display "FBZRQMNT - CHANGE REFUSED - ONLY A LEVEL 3"
               " EMERGENCY OVERRIDE MAY CHANGE IT NOW"
           move 16 to return-code
           go to 9999-ABEND.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2920-FIND-FREEZE - SCAN THE FREEZE CALENDAR FOR A WINDOW OF
      * SCOPE Q OR A COVERING WS-FREEZE-DATE, KEEPING THE FIRST
      * ONE FOUND.  A MISSING OR EMPTY CALENDAR MEANS NO FREEZE.
      *-----------------------------------------------------------------
       2920-FIND-FREEZE.
           set FBZQ-NOT-FROZEN to true
           set FBZQ-FRZ-NOT-EOF to true
           open input FBZ-FREEZE-FILE
           if WS-FRZ-STATUS not = "00"
               set FBZQ-FRZ-EOF to true
           end-if
           perform 2950-TEST-ONE-FREEZE
               thru 2950-EXIT
               until FBZQ-FRZ-EOF
                   or FBZQ-FROZEN
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
                   set FBZQ-FRZ-EOF to true
                   go to 2950-EXIT
           end-read
           if not FBZ-FRZ-SCOPE-REQUESTORS
               and not FBZ-FRZ-SCOPE-ALL
               go to 2950-EXIT
           end-if
           if FBZ-FRZ-FROM-DATE > WS-FREEZE-DATE
               or FBZ-FRZ-TO-DATE < WS-FREEZE-DATE
               go to 2950-EXIT
           end-if
           set FBZQ-FROZEN to true
           move FBZ-FRZ-FROM-DATE to WS-FRZ-HIT-FROM
           move FBZ-FRZ-TO-DATE to WS-FRZ-HIT-TO
           move FBZ-FRZ-REASON to WS-FRZ-HIT-REASON.
       2950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-SHOW-REQUESTED-ID - FUNCTION V: DISPLAY THE NAMED
      * REQUESTOR'S MASTER ROW, OR SAY IT HAS NONE.
                   " DEPT " WS-RQM-DEPT(WS-MATCH-SUB)
                   " CONTACT " WS-RQM-CONTACT(WS-MATCH-SUB)
                   " ACTIVE " WS-RQM-ACTIVE(WS-MATCH-SUB)
                   " FORMAT " WS-RQM-FORMAT(WS-MATCH-SUB)
           end-if.
       2500-EXIT.
           exit.
               display "FBZRQMNT - ACTIVE FLAG MUST BE Y OR N -"
                   " UPDATE REJECTED"
           end-if
           if WS-EDIT-FORMAT = space
               move "L" to WS-EDIT-FORMAT
           end-if
           if WS-EDIT-FORMAT not = "L"
               and WS-EDIT-FORMAT not = "C"
               set FBZQ-INPUT-INVALID to true
               display "FBZRQMNT - OUTPUT FORMAT MUST BE L OR C -"
                   " UPDATE REJECTED"
           end-if
           if WS-OPERATOR-ID = spaces
               set FBZQ-INPUT-INVALID to true
               display "FBZRQMNT - OPERATOR ID REQUIRED -"
           move WS-EDIT-DEPT to WS-RQM-DEPT(WS-MATCH-SUB)
           move WS-EDIT-CONTACT to WS-RQM-CONTACT(WS-MATCH-SUB)
           move WS-EDIT-ACTIVE to WS-RQM-ACTIVE(WS-MATCH-SUB)
           move WS-EDIT-FORMAT to WS-RQM-FORMAT(WS-MATCH-SUB)
           open output FBZ-RQM-MASTER-FILE
           if WS-RQMST-STATUS not = "00"
               display "FBZRQMNT - FBZRQMST OPEN FAILED, STATUS "
           move WS-RQM-DEPT(WS-RQM-SUB) to FBZ-RQM-DEPARTMENT
           move WS-RQM-CONTACT(WS-RQM-SUB) to FBZ-RQM-CONTACT
           move WS-RQM-ACTIVE(WS-RQM-SUB) to FBZ-RQM-ACTIVE
           move WS-RQM-FORMAT(WS-RQM-SUB) to FBZ-RQM-OUTPUT-FORMAT
           write FBZ-RQM-RECORD
           if WS-RQMST-STATUS not = "00"
               display "FBZRQMNT - FBZRQMST WRITE FAILED, STATUS "
           move WS-EDIT-DEPT to FBZQ-LOG-NEW-DEPT
           move WS-EDIT-CONTACT to FBZQ-LOG-NEW-CONTACT
           move WS-EDIT-ACTIVE to FBZQ-LOG-NEW-ACTIVE
           move WS-EDIT-FORMAT to FBZQ-LOG-NEW-FORMAT
           open extend FBZ-RQM-LOG-FILE
           if WS-QLOG-STATUS not = "00"
               open output FBZ-RQM-LOG-FILE
      * THE OPERATOR'S INPUT OR FUNCTION FAILS VALIDATION (RETURN-
      * CODE 16, MASTER LEFT UNCHANGED) OR WHEN THE MASTER REWRITE
      * FAILS TO OPEN OR WRITE (RETURN-CODE 20).  A DENIED
      * FUNCTION, OR A CHANGE REFUSED UNDER A CHANGE FREEZE, HAS
      * ALREADY LOGGED ITS RECORD ON THE WAY HERE; NO OTHER ABEND
      * PATH WRITES TO THE CHANGE LOG.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
