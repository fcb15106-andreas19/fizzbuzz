      *                   WRITE, WHICH WOULD HAVE THROWN THE
      *                   OVERRIDE AWAY.  WITHOUT THE DD, TODAY'S
      *                   DATE RULES AS ALWAYS.
      *   2026-10-15  AS  FBZREC GREW TO 120 BYTES FOR THE ITEM
      *                   DESCRIPTION; ITS NEW FIELD IS RENAMED IN
      *                   THE COPY REPLACING LIKE THE OTHERS.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW OVERRIDE FLAG
      *                   FIELD AND ITS 88-LEVEL ALONG WITH THE REST.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW RULE-SET
      *                   VERSION AND PROFILE FIELDS WITH THE REST.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE SITE FIELD, AND THE
      *                   CONTROL RECORD CARRIES THE SITE OF THE
      *                   FIZZBUZ1 LISTING.
      *   2026-10-15  AS  THE COMPARE NOW RUNS ON UNTIL ALL THREE
      *                   LISTINGS HAVE ENDED, REPORTING EVERY TRAILING
      *                   NUM OF A LONGER LISTING WITH THE CATEGORIES
      *                   PRESENT, SO THE MISMATCH REPORT PROVES WHICH
      *                   VARIANTS AGREED EVEN WHEN ONE CAME UP SHORT,
      *                   EMPTY OR MISSING - FBZSRCS PICKS THE LOAD
      *                   SOURCE FROM IT.  RECORDS COMPARED NOW COUNTS
      *                   EVERY NUM SEEN, AND THE SITE COMES FROM
      *                   WHICHEVER LISTING HAS ONE.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE RUN DATE FIELD WITH
      *                   THE REST, AS THE RENAME-EVERYTHING RULE ASKS.
      *=================================================================
       identification division.
       program-id. FBZCMPR.
               FBZ-REC-TEXT by FBZ-REC1-TEXT
               FBZ-REC-PRODUCER by FBZ-REC1-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-REC1-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-REC1-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-REC1-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-REC1-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-REC1-PROFILE
               FBZ-REC-SITE by FBZ-REC1-SITE
               FBZ-REC-RUN-DATE by FBZ-REC1-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-REC1-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-REC1-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-REC1-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-REC1-CAT-FIZZBUZZ
               FBZ-REC-TEXT by FBZ-REC2-TEXT
               FBZ-REC-PRODUCER by FBZ-REC2-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-REC2-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-REC2-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-REC2-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-REC2-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-REC2-PROFILE
               FBZ-REC-SITE by FBZ-REC2-SITE
               FBZ-REC-RUN-DATE by FBZ-REC2-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-REC2-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-REC2-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-REC2-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-REC2-CAT-FIZZBUZZ
               FBZ-REC-TEXT by FBZ-REC3-TEXT
               FBZ-REC-PRODUCER by FBZ-REC3-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-REC3-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-REC3-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-REC3-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-REC3-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-REC3-PROFILE
               FBZ-REC-SITE by FBZ-REC3-SITE
               FBZ-REC-RUN-DATE by FBZ-REC3-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-REC3-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-REC3-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-REC3-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-REC3-CAT-FIZZBUZZ
       01  WS-RPT-STATUS           pic X(02).
       01  WS-CTL-STATUS           pic X(02).
       01  WS-RUN-DATE             pic X(08).
       01  WS-SITE-CODE            pic X(02) value "01".
       01  WS-TIME-NOW             pic X(08).
       01  WS-TIME-STATUS          pic X(02).
       01  WS-START-TIME           pic X(08).
           set FBZCMP-NOT-EOF2 to true
           set FBZCMP-NOT-EOF3 to true
           open input FIZZOUT1-FILE
           if WS-STATUS1 not = "00"
               set FBZCMP-EOF1 to true
           end-if
           open input FIZZOUT2-FILE
           if WS-STATUS2 not = "00"
               set FBZCMP-EOF2 to true
           end-if
           open input FIZZOUT3-FILE
           if WS-STATUS3 not = "00"
               set FBZCMP-EOF3 to true
           end-if
           open output FBZCMP-REPORT-FILE
           perform 1500-READ-ALL-THREE
               thru 1500-EXIT.

      *-----------------------------------------------------------------
      * 1500-READ-ALL-THREE - READ THE NEXT RECORD FROM EACH OF THE
      * THREE LISTINGS THAT HAS NOT YET ENDED.  THE THREE VARIANTS
      * SHOULD ALWAYS PRODUCE THE SAME NUMBER OF RECORDS FOR THE
      * SAME LIMIT, SO ONE FILE RUNNING SHORT OR LONG IS ITSELF A
      * MISMATCH.  EACH FILE'S OWN END-OF-FILE CONDITION IS TRACKED
      * SEPARATELY AND THE COMPARE LOOP RUNS ON UNTIL ALL THREE
      * HAVE ENDED - EVERY TRAILING RECORD OF A LONGER LISTING IS
      * REPORTED BY 2500-WRITE-LENGTH-MISMATCH, SO THE REPORT SHOWS
      * WHETHER THE TWO LISTINGS STILL RUNNING AGREED WITH EACH
      * OTHER EVEN WHEN THE THIRD CAME UP SHORT OR EMPTY.  THE SITE
      * IS TAKEN FROM WHICHEVER LISTING HAS ONE.
      *-----------------------------------------------------------------
       1500-READ-ALL-THREE.
           if FBZCMP-NOT-EOF1
               read FIZZOUT1-FILE
                   at end
                       set FBZCMP-EOF1 to true
                   not at end
                       if FBZ-REC1-SITE not = spaces
                           move FBZ-REC1-SITE to WS-SITE-CODE
                       end-if
               end-read
           end-if
           if FBZCMP-NOT-EOF2
               read FIZZOUT2-FILE
                   at end
                       set FBZCMP-EOF2 to true
                   not at end
                       if FBZ-REC2-SITE not = spaces
                           move FBZ-REC2-SITE to WS-SITE-CODE
                       end-if
               end-read
           end-if
           if FBZCMP-NOT-EOF3
               read FIZZOUT3-FILE
                   at end
                       set FBZCMP-EOF3 to true
                   not at end
                       if FBZ-REC3-SITE not = spaces
                           move FBZ-REC3-SITE to WS-SITE-CODE
                       end-if
               end-read
           end-if
           if FBZCMP-EOF1 and FBZCMP-EOF2 and FBZCMP-EOF3
               set FBZCMP-EOF to true
           end-if.
       1500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-WRITE-LENGTH-MISMATCH - REACHED FROM 2000-COMPARE-
      * RECORDS WHEN ONE OR TWO OF THE THREE LISTINGS HAVE ENDED BUT
      * AT LEAST ONE HAS NOT - I.E. THE VARIANTS DISAGREE ON HOW
      * MANY RECORDS THE RUN PRODUCED.  REPORTS THE NUM FROM
      * WHICHEVER LISTING(S) STILL HAD A RECORD, WITH THE CATEGORY
      * OF EACH; AN ENDED LISTING'S CATEGORY IS LEFT BLANK.
      *-----------------------------------------------------------------
       2500-WRITE-LENGTH-MISMATCH.
           move spaces to FBZCMP-REPORT-RECORD
           evaluate true
               when FBZCMP-NOT-EOF1
      * 2000-COMPARE-RECORDS - COMPARE THE CATEGORY FIELD OF THE
      * CURRENT RECORD FROM EACH OF THE THREE LISTINGS.  WRITE A
      * MISMATCH RECORD WHEN THEY DISAGREE, THEN READ THE NEXT
      * RECORD FROM ALL THREE FOR THE NEXT PASS.  ONCE ANY LISTING
      * HAS ENDED, EACH REMAINING NUM IS A LENGTH MISMATCH.
      *-----------------------------------------------------------------
       2000-COMPARE-RECORDS.
           add 1 to FBZ-CMP-TOTAL-COMPARED
           if FBZCMP-EOF1 or FBZCMP-EOF2 or FBZCMP-EOF3
               add 1 to FBZ-CMP-MISMATCH-COUNT
               perform 2500-WRITE-LENGTH-MISMATCH
                   thru 2500-EXIT
           else
               if FBZ-REC1-CATEGORY = FBZ-REC2-CATEGORY
                   and FBZ-REC2-CATEGORY = FBZ-REC3-CATEGORY
                   add 1 to FBZ-CMP-MATCH-COUNT
               else
                   add 1 to FBZ-CMP-MISMATCH-COUNT
                   move spaces to FBZCMP-REPORT-RECORD
                   move FBZ-REC1-NUM to FBZCMP-RPT-NUM
                   move FBZ-REC1-CATEGORY to FBZCMP-RPT-CAT1
                   move FBZ-REC2-CATEGORY to FBZCMP-RPT-CAT2
                   move FBZ-REC3-CATEGORY to FBZCMP-RPT-CAT3
                   move "CATEGORY MISMATCH" to FBZCMP-RPT-MESSAGE
                   write FBZCMP-REPORT-RECORD
               end-if
           end-if
           perform 1500-READ-ALL-THREE
               thru 1500-EXIT.
      * WHOLE RANGE THE VARIANTS REPORTED WRITING.  OPENED EXTEND
      * WITH THE SAME CREATE-ON-FIRST-RUN FALLBACK FBZAUDIT USES.
      * THE LIMIT AND START FIELDS ARE NOT THIS PROGRAM'S TO CLAIM
      * AND ARE LEFT ZERO.  THE SITE IS THE ONE THE LISTINGS WERE
      * PRODUCED FOR.
      *-----------------------------------------------------------------
       6500-WRITE-CONTROL-TOTALS.
           move spaces to FBZ-CONTROL-RECORD
           move zeroes to FBZ-CTL-LIMIT
           move zeroes to FBZ-CTL-START-NUM
           move FBZ-CMP-TOTAL-COMPARED to FBZ-CTL-TOTAL
           move WS-SITE-CODE to FBZ-CTL-SITE
           open extend FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               open output FBZ-CONTROL-FILE
