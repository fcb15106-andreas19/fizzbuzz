      *                   (SPACES = THE LIVE FBZPARM DEFAULT); THE
      *                   SCREEN, THE EDIT TABLE AND THE CHANGE
      *                   LOG ALL CARRY IT.
      *   2026-10-15  AS  A SUBSCRIPTION CHANGE ON A DATE AN FBZFREEZ
      *                   CHANGE FREEZE OF SCOPE S OR A COVERS IS
      *                   REFUSED AND LOGGED WITH ACTION "FROZEN",
      *                   UNLESS A LEVEL-3 OPERATOR KEYS THE EMERGENCY
      *                   OVERRIDE, LOGGED WITH ACTION "FRZOVRD".
      *=================================================================
       identification division.
       program-id. FBZSMNT.
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
       01  WS-SUBS-STATUS          pic X(02).
       01  WS-SLOG-STATUS          pic X(02).
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-FRZ-STATUS           pic X(02).
       01  WS-FRZ-EOF-SWITCH       pic X(01).
           88  FBZS-FRZ-EOF             value "Y".
           88  FBZS-FRZ-NOT-EOF         value "N".
       01  WS-FREEZE-SWITCH        pic X(01).
           88  FBZS-FROZEN              value "Y".
           88  FBZS-NOT-FROZEN          value "N".
       01  WS-FREEZE-OVERRIDE      pic X(01).
           88  FBZS-OVERRIDE-FREEZE     value "Y".
       01  WS-FREEZE-DATE          pic X(08).
       01  WS-FRZ-HIT-FROM         pic X(08).
       01  WS-FRZ-HIT-TO           pic X(08).
       01  WS-FRZ-HIT-REASON       pic X(30).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
               value "OPERATOR ID . . . . . . . . . . . . :".
           05  line 13 column 40
               pic X(08) using WS-OPERATOR-ID.
           05  line 14 column 1
               value "FREEZE OVERRIDE (Y=EMERGENCY) . . . :".
           05  line 14 column 40
               pic X(01) using WS-FREEZE-OVERRIDE.

      *=================================================================
      * PROCEDURE DIVISION
               thru 2000-EXIT
           perform 2800-CHECK-AUTHORITY
               thru 2800-EXIT
           perform 2900-CHECK-FREEZE
               thru 2900-EXIT
           evaluate true
               when FBZS-FUNC-VIEW
                   perform 2500-SHOW-REQUESTED-SUB
           move spaces to WS-SUB-TABLE
           initialize WS-EDIT-SUB
           move spaces to WS-FUNCTION
           move spaces to WS-FREEZE-OVERRIDE
           set FBZS-SUBS-NOT-EOF to true
           open input FBZ-SUB-FILE
           if WS-SUBS-STATUS not = "00"
       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2900-CHECK-FREEZE - HOLD A SUBSCRIPTION CHANGE TO THE FBZFREEZ
      * CHANGE-FREEZE CALENDAR.  ON A DATE A FREEZE OF SCOPE S
      * (SUBSCRIPTIONS) OR A (ALL) COVERS, THE CHANGE IS REFUSED -
      * LOGGED WITH ACTION "FROZEN", RETURN-CODE 16, NOTHING
      * WRITTEN - UNLESS THE OPERATOR HOLDS PRIVILEGE LEVEL 3 AND
      * KEYED THE EMERGENCY OVERRIDE, WHICH IS LOGGED WITH ACTION
      * "FRZOVRD" AHEAD OF THE CHANGE ITSELF.  BOTH SHOW ON THE
      * QUARTERLY SECURITY REVIEW (FBZSECR).
      *-----------------------------------------------------------------
       2900-CHECK-FREEZE.
           set FBZS-NOT-FROZEN to true
           if FBZS-FUNC-VIEW
               go to 2900-EXIT
           end-if
           accept WS-FREEZE-DATE from date YYYYMMDD
           perform 2920-FIND-FREEZE
               thru 2920-EXIT
           if FBZS-NOT-FROZEN
               go to 2900-EXIT
           end-if
           if FBZS-OVERRIDE-FREEZE
               and WS-OPER-PRIV >= 3
               move "FRZOVRD" to WS-LOG-ACTION
               perform 7000-WRITE-SUB-LOG
                   thru 7000-EXIT
               display "FBZSMNT - CHANGE FREEZE " WS-FRZ-HIT-FROM
                   " - " WS-FRZ-HIT-TO " OVERRIDDEN BY "
                   WS-OPERATOR-ID
               go to 2900-EXIT
           end-if
           move "FROZEN" to WS-LOG-ACTION
           perform 7000-WRITE-SUB-LOG
               thru 7000-EXIT
           display "FBZSMNT - CHANGE FREEZE " WS-FRZ-HIT-FROM
               " - " WS-FRZ-HIT-TO " IN FORCE: " WS-FRZ-HIT-REASON
           display "FBZSMNT - CHANGE REFUSED - ONLY A LEVEL 3"
               " EMERGENCY OVERRIDE MAY CHANGE IT NOW"
           move 16 to return-code
           go to 9999-ABEND.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2920-FIND-FREEZE - SCAN THE FREEZE CALENDAR FOR A WINDOW OF
      * SCOPE S OR A COVERING WS-FREEZE-DATE, KEEPING THE FIRST
      * ONE FOUND.  A MISSING OR EMPTY CALENDAR MEANS NO FREEZE.
      *-----------------------------------------------------------------
       2920-FIND-FREEZE.
           set FBZS-NOT-FROZEN to true
           set FBZS-FRZ-NOT-EOF to true
           open input FBZ-FREEZE-FILE
           if WS-FRZ-STATUS not = "00"
               set FBZS-FRZ-EOF to true
           end-if
           perform 2950-TEST-ONE-FREEZE
               thru 2950-EXIT
               until FBZS-FRZ-EOF
                   or FBZS-FROZEN
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
                   set FBZS-FRZ-EOF to true
                   go to 2950-EXIT
           end-read
           if not FBZ-FRZ-SCOPE-SUBS
               and not FBZ-FRZ-SCOPE-ALL
               go to 2950-EXIT
           end-if
           if FBZ-FRZ-FROM-DATE > WS-FREEZE-DATE
               or FBZ-FRZ-TO-DATE < WS-FREEZE-DATE
               go to 2950-EXIT
           end-if
           set FBZS-FROZEN to true
           move FBZ-FRZ-FROM-DATE to WS-FRZ-HIT-FROM
           move FBZ-FRZ-TO-DATE to WS-FRZ-HIT-TO
           move FBZ-FRZ-REASON to WS-FRZ-HIT-REASON.
       2950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-SHOW-REQUESTED-SUB - FUNCTION V: DISPLAY THE NAMED
      * SUBSCRIPTION, OR SAY THERE IS NONE.
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WHEN
      * THE OPERATOR'S INPUT OR FUNCTION FAILS VALIDATION (RETURN-
      * CODE 16, FILE LEFT UNCHANGED) OR WHEN THE REWRITE FAILS TO
      * OPEN OR WRITE (RETURN-CODE 20).  A DENIED FUNCTION, OR A
      * CHANGE REFUSED UNDER A CHANGE FREEZE, HAS ALREADY LOGGED
      * ITS RECORD ON THE WAY HERE; NO OTHER ABEND PATH WRITES TO
      * THE CHANGE LOG.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
