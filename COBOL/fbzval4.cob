      *                   INSTEAD OF THE FBZPARM DEFAULT.  THE
      *                   DAILY CHAIN OMITS THE FILE AND IS
      *                   UNCHANGED.
      *   2026-10-15  AS  FBZREC GREW TO 120 BYTES FOR THE ITEM
      *                   DESCRIPTION; ITS NEW FIELD IS RENAMED IN
      *                   THE COPY REPLACING LIKE THE OTHERS.
      *   2026-10-15  AS  THE EXPECTED RESULT NOW HONORS AN APPROVED
      *                   PER-ITEM OVERRIDE ON THE OPTIONAL FBZOVRD
      *                   CLUSTER THE WAY FIZZBUZ4 DOES, AND THE
      *                   LISTING'S OVERRIDE FLAG IS HELD TO IT -
      *                   A WRONG FLAG IS ITS OWN MISMATCH.  THE
      *                   OPTIONAL FBZPDATE RECORD NOW SETS THE RUN
      *                   DATE AS IT DOES FOR THE VARIANTS, SO A
      *                   CATCH-UP RUN IS HELD TO THE OVERRIDES IN
      *                   FORCE ON THE DATE IT WAS PROCESSED FOR.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW RULE-SET
      *                   VERSION AND PROFILE FIELDS WITH THE REST.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW SITE FIELD WITH
      *                   THE REST.
      *   2026-10-15  AS  EACH COMPLETED RUN NOW ALSO APPENDS AN FBZVAL4
      *                   RECORD TO THE SHARED CONTROL-TOTALS FILE
      *                   (FBZCTL) - THE LIMIT IN FORCE AND THE COUNT OF
      *                   RECORDS THAT VALIDATED CLEAN - SO FBZSRCS AND
      *                   FBZBAL CAN PROVE FIZZBUZ4 WAS VALIDATED IN
      *                   FULL.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE RUN DATE FIELD WITH
      *                   THE REST, AS THE RENAME-EVERYTHING RULE ASKS.
      *=================================================================
       identification division.
       program-id. FBZVAL4.
           select optional FBZ-TIMING-FILE assign to FBZTIME
               organization is line sequential
               file status is WS-TIME-STATUS.
           select optional FBZ-CONTROL-FILE assign to FBZCTL
               organization is line sequential
               file status is WS-CTL-STATUS.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select optional FBZ-OVERRIDE-FILE assign to FBZOVRD
               organization is indexed
               access mode is random
               record key is FBZ-OVR-NUM
               file status is WS-OVR-STATUS.

       data division.
       file section.
               FBZ-REC-TEXT by FBZ-REC4-TEXT
               FBZ-REC-PRODUCER by FBZ-REC4-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-REC4-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-REC4-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-REC4-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-REC4-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-REC4-PROFILE
               FBZ-REC-SITE by FBZ-REC4-SITE
               FBZ-REC-RUN-DATE by FBZ-REC4-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-REC4-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-REC4-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-REC4-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-REC4-CAT-FIZZBUZZ
           recording mode is F.
           copy FBZTIM.

       fd  FBZ-CONTROL-FILE
           recording mode is F.
           copy FBZCTL.

       fd  FBZ-PDATE-FILE
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-OVERRIDE-FILE
           block contains 0 records.
           copy FBZOVR.

       fd  FBZ-VAL-PROFILE-PARM
           recording mode is F.
           copy FBZVLP.
       01  WS-TIME-STATUS          pic X(02).
       01  WS-VLP-STATUS           pic X(02).
       01  WS-PROF-STATUS          pic X(02).
       01  WS-OVR-STATUS           pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-CTL-STATUS           pic X(02).
       01  WS-OVR-OPEN-SWITCH      pic X(01).
           88  FBZVAL-OVR-OPEN          value "Y".
           88  FBZVAL-OVR-NOT-OPEN      value "N".
       01  WS-PROF-EOF-SWITCH      pic X(01).
           88  FBZVAL-PROF-EOF          value "Y".
           88  FBZVAL-PROF-NOT-EOF      value "N".
       01  Idx                     pic 99.
       01  WS-MATCH-COUNT          pic 9(02) comp.
       01  WS-EXP-CATEGORY         pic X(08).
       01  WS-EXP-OVERRIDE-FLAG    pic X(01).
       01  WS-RECORD-COUNT         pic 9(07).
       01  WS-MISMATCH-COUNT       pic 9(07).
       01  WS-PRIOR-MISMATCHES     pic 9(07).
       01  WS-CLEAN-COUNT          pic 9(07).
       01  WS-SITE-CODE            pic X(02) value "01".

      *=================================================================
      * PROCEDURE DIVISION
               thru 4000-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           perform 6500-WRITE-CONTROL-TOTALS
               thru 6500-EXIT
           perform 7500-WRITE-TIMING-RECORD
               thru 7500-EXIT
           close FIZZOUT4-FILE
           close FBZVAL-REPORT-FILE
           if FBZVAL-OVR-OPEN
               close FBZ-OVERRIDE-FILE
           end-if
           if WS-MISMATCH-COUNT > 0
               move 8 to return-code
           else
       1000-INITIALIZE.
           accept WS-RUN-DATE from date YYYYMMDD
           accept WS-START-TIME from time
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           move 0 to WS-RECORD-COUNT
           move 0 to WS-MISMATCH-COUNT
           move 0 to WS-CLEAN-COUNT
           move 1 to WS-EXPECTED-NUM
           set FBZVAL-NOT-EOF to true
           move 100 to WS-LIMIT
               move 20 to return-code
               go to 9999-ABEND
           end-if
           set FBZVAL-OVR-NOT-OPEN to true
           open input FBZ-OVERRIDE-FILE
           if WS-OVR-STATUS = "00"
               set FBZVAL-OVR-OPEN to true
           end-if
           perform 2600-READ-NEXT-RECORD
               thru 2600-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1050-APPLY-DATE-OVERRIDE - WHEN THE OPTIONAL FBZPDATE
      * RECORD CARRIES A NUMERIC DATE, VALIDATE AS OF IT INSTEAD OF
      * TODAY - THE CATCH-UP PATH, WHERE FIZZBUZ4 RAN UNDER THAT
      * DATE AND HONORED THE OVERRIDES IN FORCE ON IT.  NO DD, NO
      * RECORD OR A GARBLED DATE LEAVES TODAY IN FORCE.
      *-----------------------------------------------------------------
       1050-APPLY-DATE-OVERRIDE.
           open input FBZ-PDATE-FILE
           if WS-PDATE-STATUS = "00"
               read FBZ-PDATE-FILE
               if WS-PDATE-STATUS = "00"
                   and FBZ-PDT-DATE is numeric
                   move FBZ-PDT-DATE to WS-RUN-DATE
                   display "FBZVAL4 - PROCESSING DATE OVERRIDDEN"
                       " TO " FBZ-PDT-DATE
               end-if
           end-if
           close FBZ-PDATE-FILE.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1400-APPLY-PROFILE-PARM - WHEN THE OPTIONAL FBZVALPF
      * RECORD NAMES A RULE-SET PROFILE, PUT THAT PROFILE'S RULES
      * RESULT FROM THE RULE TABLE AND HOLD THE LISTING RECORD TO
      * IT.  A NUM OUT OF SEQUENCE AND A CATEGORY OR TEXT THAT DOES
      * NOT MATCH THE RECOMPUTATION EACH GO ON THE MISMATCH REPORT
      * WITH THEIR OWN MESSAGE.  A RECORD THAT RAISES NEITHER IS
      * COUNTED CLEAN.
      *-----------------------------------------------------------------
       2000-VALIDATE-ONE-RECORD.
           add 1 to WS-RECORD-COUNT
           move WS-MISMATCH-COUNT to WS-PRIOR-MISMATCHES
           if FBZ-REC4-SITE not = spaces
               move FBZ-REC4-SITE to WS-SITE-CODE
           end-if
           if FBZ-REC4-NUM not = WS-EXPECTED-NUM
               add 1 to WS-MISMATCH-COUNT
               move spaces to FBZCMP-REPORT-RECORD
           move FBZ-REC4-NUM to Num
           perform 2200-RECOMPUTE-EXPECTED
               thru 2200-EXIT
           perform 2400-APPLY-OVERRIDE
               thru 2400-EXIT
           if FBZ-REC4-CATEGORY not = WS-EXP-CATEGORY
               or FBZ-REC4-TEXT not = Res
               add 1 to WS-MISMATCH-COUNT
               move WS-EXP-CATEGORY to FBZCMP-RPT-CAT2
               move "RULE MISMATCH" to FBZCMP-RPT-MESSAGE
               write FBZCMP-REPORT-RECORD
           else
               if FBZ-REC4-OVERRIDE-FLAG not = WS-EXP-OVERRIDE-FLAG
                   add 1 to WS-MISMATCH-COUNT
                   move spaces to FBZCMP-REPORT-RECORD
                   move FBZ-REC4-NUM to FBZCMP-RPT-NUM
                   move FBZ-REC4-CATEGORY to FBZCMP-RPT-CAT1
                   move WS-EXP-CATEGORY to FBZCMP-RPT-CAT2
                   move "OVERRIDE FLAG WRONG" to FBZCMP-RPT-MESSAGE
                   write FBZCMP-REPORT-RECORD
               end-if
           end-if
           if WS-MISMATCH-COUNT = WS-PRIOR-MISMATCHES
               add 1 to WS-CLEAN-COUNT
           end-if
           perform 2600-READ-NEXT-RECORD
               thru 2600-EXIT.
       2300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2400-APPLY-OVERRIDE - FIZZBUZ4 HONORS AN APPROVED FBZOVRD
      * PER-ITEM OVERRIDE IN FORCE ON THE RUN DATE, SO THE EXPECTED
      * RESULT DOES TOO: THE OVERRIDE'S CATEGORY AND TEXT REPLACE
      * THE RECOMPUTED ONES AND THE RECORD MUST CARRY THE OVERRIDE
      * FLAG.  A RECORD FLAGGED WITHOUT AN OVERRIDE IN FORCE, OR AN
      * OVERRIDE THE RECORD DOES NOT REFLECT, IS A MISMATCH.
      *-----------------------------------------------------------------
       2400-APPLY-OVERRIDE.
           move space to WS-EXP-OVERRIDE-FLAG
           if FBZVAL-OVR-NOT-OPEN
               go to 2400-EXIT
           end-if
           move Num to FBZ-OVR-NUM
           read FBZ-OVERRIDE-FILE
               invalid key
                   go to 2400-EXIT
           end-read
           if not FBZ-OVR-IS-APPROVED
               or FBZ-OVR-EFF-DATE > WS-RUN-DATE
               or FBZ-OVR-EXP-DATE < WS-RUN-DATE
               go to 2400-EXIT
           end-if
           move FBZ-OVR-CATEGORY to WS-EXP-CATEGORY
           move FBZ-OVR-TEXT to Res
           move "Y" to WS-EXP-OVERRIDE-FLAG.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-READ-NEXT-RECORD - READ THE NEXT LISTING RECORD,
      * SETTING THE END-OF-FILE SWITCH WHEN IT IS EXHAUSTED.
           display "FBZVAL4 VALIDATION SUMMARY"
           display "  LIMIT IN FORCE . . . . . " WS-LIMIT
           display "  RECORDS VALIDATED. . . . " WS-RECORD-COUNT
           display "  RECORDS CLEAN. . . . . . " WS-CLEAN-COUNT
           display "  MISMATCHES . . . . . . . " WS-MISMATCH-COUNT.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6500-WRITE-CONTROL-TOTALS - APPEND THE VALIDATION TO THE
      * SHARED MACHINE-READABLE CONTROL-TOTALS FILE: THE LIMIT IN
      * FORCE AND THE RECORDS THAT VALIDATED CLEAN, SO FBZSRCS AND
      * FBZBAL CAN PROVE FIZZBUZ4 WAS VALIDATED IN FULL - THE CLEAN
      * COUNT EQUALS THE LIMIT ONLY WHEN EVERY NUM WAS PRESENT AND
      * RIGHT.  OPENED EXTEND WITH THE SAME CREATE-ON-FIRST-RUN
      * FALLBACK FBZAUDIT USES.  THE SITE IS THE ONE THE LISTING
      * WAS PRODUCED FOR.
      *-----------------------------------------------------------------
       6500-WRITE-CONTROL-TOTALS.
           move spaces to FBZ-CONTROL-RECORD
           move "FBZVAL4" to FBZ-CTL-PROGRAM-ID
           move WS-RUN-DATE to FBZ-CTL-RUN-DATE
           move WS-LIMIT to FBZ-CTL-LIMIT
           move 1 to FBZ-CTL-START-NUM
           move WS-CLEAN-COUNT to FBZ-CTL-TOTAL
           move zeroes to FBZ-CTL-PARM-VERSION
           move WS-SITE-CODE to FBZ-CTL-SITE
           open extend FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               open output FBZ-CONTROL-FILE
           end-if
           write FBZ-CONTROL-RECORD
           close FBZ-CONTROL-FILE.
       6500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7500-WRITE-TIMING-RECORD - APPEND THIS RUN'S ELAPSED-TIME
      * RECORD TO THE SHARED FBZTIME TIMING LOG SO THE FBZTIMR
