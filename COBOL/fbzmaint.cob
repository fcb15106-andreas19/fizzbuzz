      * LIMIT, OUTPUT MODE AND CATEGORY RULE TABLE, REQUEST A
      * CHANGE, OR APPROVE ANOTHER OPERATOR'S PENDING CHANGE - AND
      * LOGS WHO DID WHAT AND WHEN TO THE FBZMLOG MAINTENANCE LOG.
      * NO RULE CHANGE GOES LIVE INSIDE A FBZFREEZ CHANGE FREEZE
      * (SEE FBZFRZ) WITHOUT A LEVEL-3 EMERGENCY OVERRIDE.
      *
      * MODIFICATION HISTORY
      *   2026-08-09  AS  ORIGINAL PROGRAM.
      *                   (THE FBZPRF LAYOUT, LRECL 140) SO FBZSIM
      *                   KNOWS WHICH PROFILE'S CURRENT RULES TO
      *                   SIMULATE AGAINST.
      *   2026-10-15  AS  THE SCREEN GAINED THE WAREHOUSE SITE CODE
      *                   (FBZ-PARM-SITE) ON LINE 6 - BLANK MEANS SITE
      *                   01.  IT IS WRITTEN AFTER THE LAST ACTIVE RULE
      *                   ROW BY 4500-FLATTEN-PARM-RECORD AND READ BACK
      *                   FROM THERE BY 1100-UNFLATTEN-PARM-RECORD, AND
      *                   GOES THROUGH THE SAME PENDING/APPROVAL CYCLE
      *                   AS THE REST OF THE RECORD.  EACH SITE KEEPS
      *                   ITS OWN FBZPARM MEMBER.
      *   2026-10-15  AS  A RULE CHANGE THAT WOULD GO LIVE ON A DATE AN
      *                   FBZFREEZ CHANGE FREEZE OF SCOPE R OR A COVERS
      *                   - A REQUEST BY ITS EFFECTIVE DATE, AN
      *                   APPROVAL, PROFILE UPDATE OR RESTORE BY THE
      *                   DATE IT TAKES HOLD - IS REFUSED AND LOGGED
      *                   WITH ACTION "FROZEN" UNLESS A LEVEL-3 OPERATOR
      *                   KEYS THE NEW EMERGENCY OVERRIDE (LINE 23),
      *                   LOGGED WITH ACTION "FRZOVRD".  AN OVERRIDDEN
      *                   APPROVAL IS MARKED ON FBZPEND; ANY OTHER
      *                   APPROVED CHANGE FALLING DUE INSIDE A FREEZE IS
      *                   HELD BY THE SWEEP UNTIL IT ENDS.
      *   2026-10-15  AS  THE SITE CODE READ BACK FROM THE MEMBER IS
      *                   KEPT IN WS-MEMBER-SITE, AND 3000-VALIDATE-
      *                   INPUT REFUSES AN UPDATE KEYING A DIFFERENT
      *                   SITE - A SITE-01 MEMBER COULD OTHERWISE BE
      *                   SENT THROUGH APPROVAL STAMPED 02.  ONLY A
      *                   MEMBER CARRYING NO SITE YET MAY TAKE ONE.
      *=================================================================
       identification division.
       program-id. FBZMAINT.
           select optional FBZ-PROFILE-FILE assign to FBZPROF
               organization is line sequential
               file status is WS-PROF-STATUS.
           select optional FBZ-FREEZE-FILE assign to FBZFREEZ
               organization is line sequential
               file status is WS-FRZ-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZPRF.

       fd  FBZ-FREEZE-FILE
           recording mode is F.
           copy FBZFRZ.

       working-storage section.
           copy FBZPARM.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-FRZ-STATUS           pic X(02).
       01  WS-FRZ-EOF-SWITCH       pic X(01).
           88  FBZM-FRZ-EOF             value "Y".
           88  FBZM-FRZ-NOT-EOF         value "N".
       01  WS-FREEZE-SWITCH        pic X(01).
           88  FBZM-FROZEN              value "Y".
           88  FBZM-NOT-FROZEN          value "N".
       01  WS-FREEZE-OVERRIDE      pic X(01).
           88  FBZM-OVERRIDE-FREEZE     value "Y".
       01  WS-FREEZE-DATE          pic X(08).
       01  WS-FRZ-HIT-FROM         pic X(08).
       01  WS-FRZ-HIT-TO           pic X(08).
       01  WS-FRZ-HIT-REASON       pic X(30).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
       01  WS-ROW-IDX              pic 9(02) comp.
       01  WS-ROW-OFFSET           pic 9(03) comp.
       01  WS-IMG-PTR              pic 9(03) comp.
       01  WS-SITE-CODE            pic X(02).
       01  WS-MEMBER-SITE          pic X(02).
       01  WS-PENDING-SWITCH       pic X(01).
           88  FBZM-PENDING-ON-FILE     value "Y".
           88  FBZM-NO-PENDING          value "N".
               value "CATEGORY RULE COUNT (0-10) . . . . :".
           05  line 5 column 38
               pic 9(02) using FBZ-PARM-RULE-COUNT.
           05  line 6 column 1
               value "WAREHOUSE SITE CODE (BLANK=01) . . :".
           05  line 6 column 38
               pic X(02) using WS-SITE-CODE.
           05  line 7 column 1
               value "RULE  DIVISOR  LABEL".
           05  line 8 column 1  value " 1".
               value "RULE-SET PROFILE (BLANK=DEFAULT). . :".
           05  line 22 column 38
               pic X(08) using WS-PROFILE-ID.
           05  line 23 column 1
               value "FREEZE OVERRIDE (Y=EMERGENCY) . . . :".
           05  line 23 column 38
               pic X(01) using WS-FREEZE-OVERRIDE.

      *=================================================================
      * PROCEDURE DIVISION
               thru 2000-EXIT
           perform 2800-CHECK-AUTHORITY
               thru 2800-EXIT
           perform 2900-CHECK-FREEZE
               thru 2900-EXIT
           evaluate true
               when FBZM-FUNC-VIEW
                   and WS-PROFILE-ID not = spaces
           move spaces to WS-EFFECTIVE-DATE
           move zeroes to WS-RESTORE-VERSION
           move spaces to WS-PROFILE-ID
           move spaces to WS-FREEZE-OVERRIDE
           perform 1900-LOAD-PROFILES
               thru 1900-EXIT
           perform 1600-SWEEP-PENDING-FILE
           move 100 to FBZ-PARM-LIMIT
           set FBZ-MODE-LISTING to true
           move 0 to FBZ-PARM-RULE-COUNT
           move "01" to WS-SITE-CODE
           move spaces to WS-MEMBER-SITE
           open input FBZ-PARM-FILE
           if WS-PARM-STATUS = "00"
               read FBZ-PARM-FILE
      * REFERENCE MODIFICATION AT THE SAME OFFSETS FBZPARM.CPY'S
      * LEVEL NUMBERS DEFINE, INTO THE WORKING-STORAGE
      * FBZ-PARM-RECORD EVERY OTHER PARAGRAPH IN THIS PROGRAM WORKS
      * AGAINST.  THE SITE CODE FOLLOWS THE LAST ACTIVE ROW, WHERE
      * FBZPARM.CPY'S FBZ-PARM-SITE FALLS, AND IS HELD IN
      * WS-SITE-CODE RATHER THAN FBZ-PARM-SITE ITSELF - THE RULE
      * COUNT IS RAISED TO 10 FOR THE SCREEN, WHICH WOULD MOVE IT.
      * SPACES (A RECORD WRITTEN BEFORE THE FIELD EXISTED) SHOW AS
      * SITE 01.  THE SITE AS READ, SPACES INCLUDED, IS ALSO KEPT IN
      * WS-MEMBER-SITE; AFTER 1000-INITIALIZE IT IS THE LIVE MEMBER'S
      * OWN SITE, WHICH 3000-VALIDATE-INPUT HOLDS AN UPDATE TO.
      *-----------------------------------------------------------------
       1100-UNFLATTEN-PARM-RECORD.
           move FBZ-PARM-IMAGE(1:5) to FBZ-PARM-LIMIT
           perform 1150-UNFLATTEN-ONE-ROW
               thru 1150-EXIT
               varying WS-ROW-IDX from 1 by 1
               until WS-ROW-IDX > FBZ-PARM-RULE-COUNT
           compute WS-ROW-OFFSET = 9 + FBZ-PARM-RULE-COUNT * 11
           move FBZ-PARM-IMAGE(WS-ROW-OFFSET:2) to WS-MEMBER-SITE
           move WS-MEMBER-SITE to WS-SITE-CODE
           if WS-SITE-CODE = spaces
               move "01" to WS-SITE-CODE
           end-if.
       1100-EXIT.
           exit.

      * THE LIVE PARM RECORD IS CAPTURED BEFORE THE EXPIRY IS
      * LOGGED SO THE LOG'S OLD/NEW FIELDS CARRY THE REAL VALUES
      * (UNCHANGED BY AN EXPIRY) RATHER THAN UNINITIALIZED STORAGE.
      * A DUE CHANGE IS HELD BACK WHILE A RULES FREEZE COVERS
      * TODAY, UNLESS IT WAS APPROVED UNDER THE EMERGENCY OVERRIDE;
      * IT STAYS APPROVED AND GOES LIVE THE FIRST TIME THE SCREEN
      * OR FBZPAPLY RUNS AFTER THE FREEZE.
      *-----------------------------------------------------------------
       1600-SWEEP-PENDING-FILE.
           set FBZM-NO-PENDING to true
           end-if
           if FBZ-PND-APPROVED
               and FBZ-PND-EFFECTIVE-DATE <= WS-TODAY
               if not FBZ-PND-OVERRIDES-FREEZE
                   move WS-TODAY to WS-FREEZE-DATE
                   perform 2920-FIND-FREEZE
                       thru 2920-EXIT
                   if FBZM-FROZEN
                       display "FBZMAINT - APPROVED CHANGE FROM "
                           FBZ-PND-REQUEST-OPER " HELD - CHANGE"
                           " FREEZE " WS-FRZ-HIT-FROM " - "
                           WS-FRZ-HIT-TO " IN FORCE"
                       go to 1600-EXIT
                   end-if
               end-if
               perform 1700-APPLY-PENDING
                   thru 1700-EXIT
               go to 1600-EXIT
       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2900-CHECK-FREEZE - HOLD A RULE CHANGE TO THE FBZFREEZ
      * CHANGE-FREEZE CALENDAR.  THE DATE TESTED IS THE DATE THE
      * CHANGE WOULD GO LIVE: A DEFAULT CHANGE REQUEST'S EFFECTIVE
      * DATE; FOR AN APPROVAL THE PENDING EFFECTIVE DATE, OR TODAY
      * IF THAT HAS ALREADY ARRIVED; TODAY FOR A PROFILE UPDATE OR
      * A RESTORE.  VIEW AND THE RESTORE LIST CHANGE NOTHING AND
      * ARE NOT TESTED.  ON A DATE A FREEZE OF SCOPE R (RULES) OR
      * A (ALL) COVERS, THE CHANGE IS REFUSED - LOGGED WITH ACTION
      * "FROZEN", RETURN-CODE 16, FBZPARM AND FBZPEND UNTOUCHED -
      * UNLESS THE OPERATOR HOLDS PRIVILEGE LEVEL 3 AND KEYED THE
      * EMERGENCY OVERRIDE, WHICH IS LOGGED WITH ACTION "FRZOVRD"
      * AHEAD OF THE CHANGE ITSELF.  AN APPROVAL GIVEN UNDER THE
      * OVERRIDE MARKS THE PENDING RECORD SO THE SWEEP APPLIES IT
      * THROUGH THE FREEZE.  BOTH SHOW ON THE QUARTERLY SECURITY
      * REVIEW (FBZSECR).
      *-----------------------------------------------------------------
       2900-CHECK-FREEZE.
           set FBZM-NOT-FROZEN to true
           evaluate true
               when FBZM-FUNC-UPDATE
                   and WS-PROFILE-ID = spaces
                   move WS-EFFECTIVE-DATE to WS-FREEZE-DATE
               when FBZM-FUNC-UPDATE
                   move WS-TODAY to WS-FREEZE-DATE
               when FBZM-FUNC-APPROVE
                   and FBZM-PENDING-ON-FILE
                   and FBZ-PND-EFFECTIVE-DATE > WS-TODAY
                   move FBZ-PND-EFFECTIVE-DATE to WS-FREEZE-DATE
               when FBZM-FUNC-APPROVE
                   and FBZM-PENDING-ON-FILE
                   move WS-TODAY to WS-FREEZE-DATE
               when FBZM-FUNC-RESTORE
                   and WS-RESTORE-VERSION > zero
                   move WS-TODAY to WS-FREEZE-DATE
               when other
                   go to 2900-EXIT
           end-evaluate
           perform 2920-FIND-FREEZE
               thru 2920-EXIT
           if FBZM-NOT-FROZEN
               go to 2900-EXIT
           end-if
           if FBZM-OVERRIDE-FREEZE
               and WS-OPER-PRIV >= 3
               move "FRZOVRD" to WS-LOG-ACTION
               perform 7000-WRITE-MAINT-LOG
                   thru 7000-EXIT
               display "FBZMAINT - CHANGE FREEZE " WS-FRZ-HIT-FROM
                   " - " WS-FRZ-HIT-TO " OVERRIDDEN BY "
                   WS-OPERATOR-ID
               go to 2900-EXIT
           end-if
           move "FROZEN" to WS-LOG-ACTION
           perform 7000-WRITE-MAINT-LOG
               thru 7000-EXIT
           display "FBZMAINT - CHANGE FREEZE " WS-FRZ-HIT-FROM
               " - " WS-FRZ-HIT-TO " IN FORCE: " WS-FRZ-HIT-REASON
           display "FBZMAINT - CHANGE REFUSED FOR " WS-FREEZE-DATE
               " - ONLY A LEVEL 3 EMERGENCY OVERRIDE MAY CHANGE"
               " THE RULES NOW"
           move 16 to return-code
           go to 9999-ABEND.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2920-FIND-FREEZE - SCAN THE FREEZE CALENDAR FOR A WINDOW OF
      * SCOPE R OR A COVERING WS-FREEZE-DATE, KEEPING THE FIRST
      * ONE FOUND.  A MISSING OR EMPTY CALENDAR MEANS NO FREEZE.
      *-----------------------------------------------------------------
       2920-FIND-FREEZE.
           set FBZM-NOT-FROZEN to true
           set FBZM-FRZ-NOT-EOF to true
           open input FBZ-FREEZE-FILE
           if WS-FRZ-STATUS not = "00"
               set FBZM-FRZ-EOF to true
           end-if
           perform 2950-TEST-ONE-FREEZE
               thru 2950-EXIT
               until FBZM-FRZ-EOF
                   or FBZM-FROZEN
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
                   set FBZM-FRZ-EOF to true
                   go to 2950-EXIT
           end-read
           if not FBZ-FRZ-SCOPE-RULES
               and not FBZ-FRZ-SCOPE-ALL
               go to 2950-EXIT
           end-if
           if FBZ-FRZ-FROM-DATE > WS-FREEZE-DATE
               or FBZ-FRZ-TO-DATE < WS-FREEZE-DATE
               go to 2950-EXIT
           end-if
           set FBZM-FROZEN to true
           move FBZ-FRZ-FROM-DATE to WS-FRZ-HIT-FROM
           move FBZ-FRZ-TO-DATE to WS-FRZ-HIT-TO
           move FBZ-FRZ-REASON to WS-FRZ-HIT-REASON.
       2950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-SHOW-PROFILE - FUNCTION V WITH A PROFILE ID: DISPLAY
      * THE NAMED PROFILE'S LIMIT, MODE AND RULE ROWS STRAIGHT
      * MUST ALL BE IN RANGE BEFORE THE PROPOSAL IS WRITTEN, THE
      * SAME AS THE BATCH VARIANTS REQUIRE OF A LIMIT THEY READ
      * BACK, AND THE EFFECTIVE DATE MUST BE A REAL FUTURE-OR-TODAY
      * DATE - A CHANGE CANNOT COME INTO EFFECT IN THE PAST.  THE SITE
      * CODE MUST BE THE MEMBER'S OWN; ONE MAY BE KEYED ONLY WHERE THE
      * MEMBER CARRIES NONE YET.
      *-----------------------------------------------------------------
       3000-VALIDATE-INPUT.
           set FBZM-INPUT-VALID to true
                   FBZ-PARM-OUTPUT-MODE
                   " - MUST BE L OR C - UPDATE REJECTED"
           end-if
           if WS-SITE-CODE = spaces
               move "01" to WS-SITE-CODE
           end-if
           if WS-SITE-CODE(1:1) = space
               or WS-SITE-CODE(2:1) = space
               set FBZM-INPUT-INVALID to true
               display "FBZMAINT - INVALID SITE CODE " WS-SITE-CODE
                   " - MUST BE TWO CHARACTERS - UPDATE REJECTED"
           end-if
           if WS-MEMBER-SITE not = spaces
               and WS-SITE-CODE not = WS-MEMBER-SITE
               set FBZM-INPUT-INVALID to true
               display "FBZMAINT - SITE CODE " WS-SITE-CODE
                   " IS NOT THIS MEMBER'S SITE " WS-MEMBER-SITE
                   " - UPDATE REJECTED"
           end-if
           if WS-PROFILE-ID = spaces
               and (WS-EFFECTIVE-DATE is not numeric
               or WS-EFFECTIVE-DATE < WS-TODAY)
      * IS MARKED APPROVED AND LEFT FOR THE NEXT SWEEP - FBZPAPLY
      * AT THE HEAD OF THE CHAIN, OR THIS SCREEN'S OWN
      * 1600-SWEEP-PENDING-FILE - ON OR AFTER ITS EFFECTIVE DATE.
      * AN APPROVAL THAT CAME THROUGH 2900-CHECK-FREEZE ON THE
      * EMERGENCY OVERRIDE IS MARKED SO, SO THE SWEEP APPLIES IT
      * EVEN WHILE THE FREEZE STANDS.
      * THE PENDING IMAGE IS UNFLATTENED OVER THE WORKING-STORAGE
      * PARM RECORD FIRST, SO THE APPROVE AND DENIED LOG RECORDS
      * CARRY THE PENDING CHANGE'S VALUES - NOT THE SCREEN STATE,
           set FBZ-PND-APPROVED to true
           move WS-OPERATOR-ID to FBZ-PND-APPROVE-OPER
           move WS-TODAY to FBZ-PND-APPROVE-DATE
           move space to FBZ-PND-FREEZE-OVERRIDE
           if FBZM-FROZEN
               set FBZ-PND-OVERRIDES-FREEZE to true
           end-if
           if FBZ-PND-EFFECTIVE-DATE <= WS-TODAY
               perform 1700-APPLY-PENDING
                   thru 1700-EXIT
           perform 4550-FLATTEN-ONE-ROW
               thru 4550-EXIT
               varying WS-ROW-IDX from 1 by 1
               until WS-ROW-IDX > FBZ-PARM-RULE-COUNT
           string WS-SITE-CODE delimited by size
               into FBZ-PARM-IMAGE
               with pointer WS-IMG-PTR
           end-string.
       4500-EXIT.
           exit.

           move 100 to FBZ-PARM-LIMIT
           set FBZ-MODE-LISTING to true
           move 0 to FBZ-PARM-RULE-COUNT
           move "01" to WS-SITE-CODE
           open input FBZ-PARM-FILE
           if WS-PARM-STATUS = "00"
               read FBZ-PARM-FILE
