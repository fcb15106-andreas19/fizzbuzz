      *                   OR REPLAYED.  A SEQUENCE OLDER THAN THE
      *                   LATEST TWO, OR ONE THE REGISTER NEVER
      *                   RECORDED, STILL RAISES THE 12.
      *   2026-10-15  AS  EACH FBZEXCP RECORD NOW CARRIES THE FEED
      *                   RECORD'S RULE-SET VERSION, SO FBZRSND CAN
      *                   STAMP THE RESEND WITH IT.
      *   2026-10-15  AS  THE SITE IS TAKEN FROM THE FIRST ITEM ON THE
      *                   SENT FEED, SHOWN ON THE REPORT AND CARRIED ON
      *                   EVERY FBZEXCP RECORD.  ONLY THAT SITE'S
      *                   REGISTER RECORDS SET THE EXPECTED SEQUENCES.
      *   2026-10-15  AS  A FAILURE RETURN CODE (8 AND ABOVE) NOW OPENS
      *                   AN INCIDENT FOR THE STEP AND DATE THROUGH
      *                   FBZINCW (NEW 8000-RECORD-INCIDENT); A RERUN
      *                   THAT FAILS AGAIN UPDATES IT.
      *   2026-10-15  AS  SLOTTING'S LAYOUT 02 FEED HAS ITS OWN REGISTER
      *                   SEQUENCE, SO THE LATEST TWO OF EACH LAYOUT ARE
      *                   KEPT AND A CONFIRMATION MAY NAME ANY OF THE
      *                   FOUR - OR ONLY ITS OWN LAYOUT'S TWO WHEN IT
      *                   SAYS WHICH LAYOUT IT CONFIRMS.  ONCE THE
      *                   FBZFMTP CUTOVER PARAMETER (SEE FBZFMT) HAS
      *                   RETIRED LAYOUT 01 THE SENT LAYOUT 02 FEED
      *                   (FBZFED2) IS RECONCILED IN PLACE OF FBZFEED.
      *=================================================================
       identification division.
       program-id. FBZRECON.
           select optional FBZ-REGISTER-FILE assign to FBZXREG
               organization is line sequential
               file status is WS-XREG-STATUS.
           select FBZ-FEED2-FILE assign to FBZFED2
               organization is line sequential
               file status is WS-FEED2-STATUS.
           select optional FBZ-FMT-PARM-FILE assign to FBZFMTP
               organization is line sequential
               file status is WS-FMT-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZXRG.

       fd  FBZ-FEED2-FILE
           block contains 0 records
           recording mode is F.
           copy FBZFD2.

       fd  FBZ-FMT-PARM-FILE
           recording mode is F.
           copy FBZFMT.

       working-storage section.
       01  WS-FEED-STATUS          pic X(02).
       01  WS-CONF-STATUS          pic X(02).
           88  FBZRCN-XREG-NOT-EOF      value "N".
       01  WS-EXPECTED-SEQ         pic 9(06).
       01  WS-PRIOR-SEQ            pic 9(06).
       01  WS-EXPECTED-SEQ2        pic 9(06).
       01  WS-PRIOR-SEQ2           pic 9(06).
       01  WS-SEQ-SWITCH           pic X(01).
           88  FBZRCN-SEQ-KNOWN         value "Y".
           88  FBZRCN-SEQ-UNKNOWN       value "N".
       01  WS-FEED2-STATUS         pic X(02).
       01  WS-FMT-STATUS           pic X(02).
       01  WS-OLD-LAYOUT-SWITCH    pic X(01).
           88  FBZRCN-OLD-LAYOUT-LIVE   value "Y".
           88  FBZRCN-OLD-LAYOUT-RETIRED value "N".
       01  WS-SEQ-MISMATCH-COUNT   pic 9(05).
       01  WS-TRAILER-COUNT        pic 9(03).
       01  WS-FEED-EOF-SWITCH      pic X(01).
           88  FBZRCN-CONF-EOF          value "Y".
           88  FBZRCN-CONF-NOT-EOF      value "N".
       01  WS-TODAY                pic X(08).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-FEED-COUNT           pic 9(07) comp.
       01  WS-CONF-COUNT           pic 9(07) comp.
       01  WS-CONFIRMED-COUNT      pic 9(07) comp.
       01  WS-REJECTED-COUNT       pic 9(07) comp.
       01  WS-UNCONFIRMED-COUNT    pic 9(07) comp.
       01  WS-AGED-COUNT           pic 9(07) comp.
       01  WS-INCIDENT-TEXT        pic X(60).
       01  WS-SAVE-RETURN-CODE     pic 9(03).

      *-----------------------------------------------------------------
      * INCIDENT PARAMETER AREA - PASSED TO FBZINCW ON A FAILURE.
      *-----------------------------------------------------------------
           copy FBZINCL.

      *-----------------------------------------------------------------
      * ONE ACKNOWLEDGMENT BYTE PER POSSIBLE ITEM NUM, INDEXED
               until FBZRCN-FEED-EOF
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           if FBZRCN-OLD-LAYOUT-RETIRED
               close FBZ-FEED2-FILE
           else
               close FBZ-FEED-FILE
           end-if
           close FBZ-CONF-FILE
           close FBZ-REPORT-FILE
           close FBZ-EXCEPTION-FILE
           evaluate true
               when WS-SEQ-MISMATCH-COUNT > 0
                   move 12 to return-code
                   string "CONFIRMATION FOR SKIPPED/REPLAYED "
                           delimited by size
                       "TRANSMISSION - SITE " delimited by size
                       WS-SITE-CODE delimited by size
                       into WS-INCIDENT-TEXT
               when WS-AGED-COUNT > 0
                   move 8 to return-code
                   string "UNCONFIRMED ITEMS AGED PAST A DAY - SITE "
                           delimited by size
                       WS-SITE-CODE delimited by size
                       into WS-INCIDENT-TEXT
               when WS-REJECTED-COUNT > 0
                   or WS-UNCONFIRMED-COUNT > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           perform 8000-RECORD-INCIDENT
               thru 8000-EXIT
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH TODAY'S DATE FOR THE AGING TEST,
      * CLEAR THE ACKNOWLEDGMENT TABLE, OPEN THE THREE FILES AND
      * PRIME THE CONFIRMATION AND FEED READS.  EACH WAREHOUSE SITE
      * TRANSMITS ITS OWN FEED, SO THE FIRST ITEM ON IT NAMES THE
      * SITE BEING RECONCILED, AND ONLY THAT SITE'S SEQUENCES ARE
      * TAKEN FROM THE SHARED REGISTER.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-FEED-COUNT
           move 0 to WS-AGED-COUNT
           move 0 to WS-EXPECTED-SEQ
           move 0 to WS-PRIOR-SEQ
           move 0 to WS-EXPECTED-SEQ2
           move 0 to WS-PRIOR-SEQ2
           move 0 to WS-SEQ-MISMATCH-COUNT
           move 0 to WS-TRAILER-COUNT
           move spaces to WS-INCIDENT-TEXT
           set FBZRCN-FEED-NOT-EOF to true
           set FBZRCN-CONF-NOT-EOF to true
           accept WS-TODAY from date YYYYMMDD
           move spaces to WS-ACK-TABLE
           perform 1070-SET-FEED-LAYOUTS
               thru 1070-EXIT
           if FBZRCN-OLD-LAYOUT-RETIRED
               open input FBZ-FEED2-FILE
               if WS-FEED2-STATUS not = "00"
                   display "FBZRECON - FBZFED2 OPEN FAILED - STATUS "
                       WS-FEED2-STATUS
                   move "FBZFED2 WOULD NOT OPEN - NOTHING RECONCILED"
                       to WS-INCIDENT-TEXT
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
           else
               open input FBZ-FEED-FILE
               if WS-FEED-STATUS not = "00"
                   display "FBZRECON - FBZFEED OPEN FAILED - STATUS "
                       WS-FEED-STATUS
                   move "FBZFEED WOULD NOT OPEN - NOTHING RECONCILED"
                       to WS-INCIDENT-TEXT
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
           end-if
           open input FBZ-CONF-FILE
           if WS-CONF-STATUS not = "00"
               display "FBZRECON - FBZCONF OPEN FAILED - STATUS "
                   WS-CONF-STATUS
               move "FBZCONF WOULD NOT OPEN - NOTHING RECONCILED"
                   to WS-INCIDENT-TEXT
               move 20 to return-code
               go to 9999-ABEND
           end-if
           if WS-RPT-STATUS not = "00"
               display "FBZRECON - FBZRECRP OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move "FBZRECRP WOULD NOT OPEN - NOTHING RECONCILED"
                   to WS-INCIDENT-TEXT
               move 24 to return-code
               go to 9999-ABEND
           end-if
           if WS-EXC-STATUS not = "00"
               display "FBZRECON - FBZEXCP OPEN FAILED - STATUS "
                   WS-EXC-STATUS
               move "FBZEXCP WOULD NOT OPEN - NOTHING RECONCILED"
                   to WS-INCIDENT-TEXT
               move 28 to return-code
               go to 9999-ABEND
           end-if
           perform 3100-READ-NEXT-FEED-RECORD
               thru 3100-EXIT
           move "01" to WS-SITE-CODE
           if FBZRCN-FEED-NOT-EOF
               and FBZ-FEED-RECORD(1:5) not = "*TRL*"
               and FBZ-FEED-SITE not = spaces
               move FBZ-FEED-SITE to WS-SITE-CODE
           end-if
           perform 1500-FIND-LATEST-SEQ
               thru 1500-EXIT
           move spaces to FBZ-REPORT-LINE
           move "FBZRECON - SLOTTING FEED ACKNOWLEDGMENT EXCEPTIONS"
               to FBZ-REPORT-LINE
           move "  SITE " to FBZ-REPORT-LINE(51:7)
           move WS-SITE-CODE to FBZ-REPORT-LINE(58:2)
           write FBZ-REPORT-LINE
           perform 2100-READ-NEXT-CONFIRMATION
               thru 2100-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1070-SET-FEED-LAYOUTS - READ THE OPTIONAL FBZFMTP CUTOVER
      * PARAMETER.  LAYOUT 01 IS RETIRED ONLY WHEN LAYOUT 02 IS LIVE
      * AND THE LAST DAY OF LAYOUT 01 IS PAST - FROM THEN ON NOTHING
      * NEW GOES TO THE OLD DSN AND THE SENT LAYOUT 02 FEED IS THE
      * ONE RECONCILED.  NO DD OR NO RECORD KEEPS LAYOUT 01.
      *-----------------------------------------------------------------
       1070-SET-FEED-LAYOUTS.
           set FBZRCN-OLD-LAYOUT-LIVE to true
           open input FBZ-FMT-PARM-FILE
           if WS-FMT-STATUS = "00"
               read FBZ-FMT-PARM-FILE
               if WS-FMT-STATUS = "00"
                   and FBZ-FMT-NEW-FROM-DATE is numeric
                   and FBZ-FMT-NEW-FROM-DATE not > WS-TODAY
                   and FBZ-FMT-OLD-THRU-DATE is numeric
                   and FBZ-FMT-OLD-THRU-DATE < WS-TODAY
                   set FBZRCN-OLD-LAYOUT-RETIRED to true
               end-if
           end-if
           close FBZ-FMT-PARM-FILE.
       1070-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-FIND-LATEST-SEQ - READ THE TRANSMISSION REGISTER FOR
      * THE LATEST TWO SEQUENCES THE SITE SENT IN EACH FEED LAYOUT
      * - THE SEQUENCES
      * TODAY'S CONFIRMATIONS MAY LEGITIMATELY NAME (A REMEDIATION
      * DAY SENDS TWO: THE RESEND AND THE DAY'S OWN CHAIN).  NO
      * REGISTER MEANS TRANSMISSIONS ARE NOT YET SEQUENCED AND THE
      * CHECK STAYS QUIET.
      *-----------------------------------------------------------------
       1500-FIND-LATEST-SEQ.
           set FBZRCN-XREG-NOT-EOF to true
      *-----------------------------------------------------------------
      * 1550-NOTE-ONE-REGISTER-REC - NOTE ONE REGISTER RECORD'S
      * SEQUENCE, KEEPING THE HIGHEST AND SECOND-HIGHEST SEEN SO
      * FAR FOR ITS LAYOUT (A BLANK LAYOUT IS 01).  ANOTHER SITE'S
      * TRANSMISSIONS ARE PASSED OVER.
      *-----------------------------------------------------------------
       1550-NOTE-ONE-REGISTER-REC.
           read FBZ-REGISTER-FILE
                   set FBZRCN-XREG-EOF to true
                   go to 1550-EXIT
           end-read
           move FBZ-XRG-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 1550-EXIT
           end-if
           if FBZ-XRG-SEQ-NUM is not numeric
               go to 1550-EXIT
           end-if
           if FBZ-XRG-LAYOUT-NEW
               evaluate true
                   when FBZ-XRG-SEQ-NUM > WS-EXPECTED-SEQ2
                       move WS-EXPECTED-SEQ2 to WS-PRIOR-SEQ2
                       move FBZ-XRG-SEQ-NUM to WS-EXPECTED-SEQ2
                   when FBZ-XRG-SEQ-NUM > WS-PRIOR-SEQ2
                       move FBZ-XRG-SEQ-NUM to WS-PRIOR-SEQ2
               end-evaluate
               go to 1550-EXIT
           end-if
           evaluate true
               when FBZ-XRG-SEQ-NUM > WS-EXPECTED-SEQ
                   move WS-EXPECTED-SEQ to WS-PRIOR-SEQ
      *-----------------------------------------------------------------
       2000-LOAD-ONE-CONFIRMATION.
           add 1 to WS-CONF-COUNT
           perform 2050-CHECK-CONF-SEQ
               thru 2050-EXIT
           if FBZRCN-SEQ-UNKNOWN
               add 1 to WS-SEQ-MISMATCH-COUNT
               if WS-SEQ-MISMATCH-COUNT = 1
                   display "FBZRECON - CONFIRMATION NAMES SEQUENCE "
                       FBZ-CONF-SEQ-NUM " LAYOUT " FBZ-CONF-LAYOUT
                       " AGAINST LATEST SENT "
                       WS-EXPECTED-SEQ " / " WS-PRIOR-SEQ
                       " AND LAYOUT 02 "
                       WS-EXPECTED-SEQ2 " / " WS-PRIOR-SEQ2
                       " - TRANSMISSION SKIPPED OR REPLAYED"
               end-if
           end-if
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2050-CHECK-CONF-SEQ - A CONFIRMATION'S SEQUENCE IS KNOWN IF
      * IT IS ONE OF THE LATEST TWO OF EITHER LAYOUT, OR OF ITS OWN
      * LAYOUT WHEN IT NAMES ONE.  NO REGISTER, OR NO SEQUENCE ON
      * THE CONFIRMATION, LEAVES THE CHECK QUIET AS BEFORE.
      *-----------------------------------------------------------------
       2050-CHECK-CONF-SEQ.
           set FBZRCN-SEQ-KNOWN to true
           if FBZ-CONF-SEQ-NUM is not numeric
               go to 2050-EXIT
           end-if
           if WS-EXPECTED-SEQ = 0
               and WS-EXPECTED-SEQ2 = 0
               go to 2050-EXIT
           end-if
           if not FBZ-CONF-LAYOUT-NEW
               and WS-EXPECTED-SEQ > 0
               and (FBZ-CONF-SEQ-NUM = WS-EXPECTED-SEQ
                   or FBZ-CONF-SEQ-NUM = WS-PRIOR-SEQ)
               go to 2050-EXIT
           end-if
           if not FBZ-CONF-LAYOUT-OLD
               and WS-EXPECTED-SEQ2 > 0
               and (FBZ-CONF-SEQ-NUM = WS-EXPECTED-SEQ2
                   or FBZ-CONF-SEQ-NUM = WS-PRIOR-SEQ2)
               go to 2050-EXIT
           end-if
           set FBZRCN-SEQ-UNKNOWN to true.
       2050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-READ-NEXT-CONFIRMATION - READ THE NEXT CONFIRMATION
      * RECORD, SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS
      *-----------------------------------------------------------------
      * 3100-READ-NEXT-FEED-RECORD - READ THE NEXT SENT FEED RECORD,
      * SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
      * ONCE LAYOUT 01 IS RETIRED THE RECORD COMES FROM THE SENT
      * LAYOUT 02 FEED INSTEAD.
      *-----------------------------------------------------------------
       3100-READ-NEXT-FEED-RECORD.
           if FBZRCN-OLD-LAYOUT-RETIRED
               perform 3150-READ-NEXT-NEW-RECORD
                   thru 3150-EXIT
               go to 3100-EXIT
           end-if
           read FBZ-FEED-FILE
               at end
                   set FBZRCN-FEED-EOF to true
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3150-READ-NEXT-NEW-RECORD - READ THE NEXT LAYOUT 02 DETAIL
      * RECORD AND SET OUT THE FIELDS THE MATCH AND THE EXCEPTION
      * USE IN THE FBZFEED RECORD AREA.  THE HEADER IS PASSED OVER
      * AND THE TRAILER COUNTED, AS THE LAYOUT 01 TRAILER IS.
      *-----------------------------------------------------------------
       3150-READ-NEXT-NEW-RECORD.
           read FBZ-FEED2-FILE
               at end
                   set FBZRCN-FEED-EOF to true
                   go to 3150-EXIT
           end-read
           if FBZ-FD2-IS-HEADER
               go to 3150-READ-NEXT-NEW-RECORD
           end-if
           if FBZ-FD2-IS-TRAILER
               add 1 to WS-TRAILER-COUNT
               go to 3150-READ-NEXT-NEW-RECORD
           end-if
           move spaces to FBZ-FEED-RECORD
           move FBZ-FD2-ITEM-NUM to FBZ-FEED-ITEM-NUM
           move FBZ-FD2-BIN-CODE to FBZ-FEED-BIN-CODE
           move FBZ-FD2-SENT-DATE to FBZ-FEED-SENT-DATE
           move FBZ-FD2-PARM-VERSION to FBZ-FEED-PARM-VERSION
           move FBZ-FD2-SITE to FBZ-FEED-SITE.
       3150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3500-WRITE-EXCEPTION - WRITE ONE EXCEPTION REPORT LINE FOR
      * THE CURRENT FEED RECORD, NAMING THE ITEM, THE BIN WE SENT,
           move FBZ-FEED-ITEM-NUM to FBZ-EXC-ITEM-NUM
           move FBZ-FEED-BIN-CODE to FBZ-EXC-BIN-CODE
           move FBZ-FEED-SENT-DATE to FBZ-EXC-SENT-DATE
           move FBZ-FEED-PARM-VERSION to FBZ-EXC-PARM-VERSION
           move WS-SITE-CODE to FBZ-EXC-SITE
           if WS-ACK-FLAG(FBZ-FEED-ITEM-NUM) = "R"
               set FBZ-EXC-REJECTED to true
           else
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZRECON CONTROL/SUMMARY REPORT"
           display "  SITE. . . . . . . . . . . " WS-SITE-CODE
           display "  FEED RECORDS SENT . . . . " WS-FEED-COUNT
           display "  CONFIRMATIONS READ. . . . " WS-CONF-COUNT
           display "  CONFIRMED ACCEPTED. . . . " WS-CONFIRMED-COUNT
           display "  AGED PAST A DAY . . . . . " WS-AGED-COUNT
           display "  LATEST SEQUENCES SENT . . " WS-EXPECTED-SEQ
               " / " WS-PRIOR-SEQ
           display "  LAYOUT 02 SEQUENCES SENT. " WS-EXPECTED-SEQ2
               " / " WS-PRIOR-SEQ2
           if FBZRCN-OLD-LAYOUT-RETIRED
               display "  FEED RECONCILED . . . . . LAYOUT 02"
           end-if
           display "  SEQUENCE MISMATCHES . . . "
               WS-SEQ-MISMATCH-COUNT
           display "  TRAILERS SKIPPED. . . . . " WS-TRAILER-COUNT.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 8000-RECORD-INCIDENT - A FAILURE RETURN CODE (ABOVE 4) OPENS
      * AN INCIDENT FOR THIS STEP AND PROCESSING DATE THROUGH
      * FBZINCW, OR UPDATES THE ONE A FAILED EARLIER RUN OF THE SAME
      * STEP OPENED.  THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN
      * CODE IS SAVED AND PUT BACK; AN INCIDENT THAT CANNOT BE
      * RECORDED IS REPORTED BUT NEVER CHANGES IT.
      *-----------------------------------------------------------------
       8000-RECORD-INCIDENT.
           if return-code not > 4
               go to 8000-EXIT
           end-if
           move return-code to WS-SAVE-RETURN-CODE
           move WS-TODAY to FBZ-INL-IN-RUN-DATE
           move "FBZRECON" to FBZ-INL-IN-PROGRAM-ID
           move WS-SAVE-RETURN-CODE to FBZ-INL-IN-RETURN-CODE
           if WS-INCIDENT-TEXT = spaces
               move "SLOTTING FEED RECONCILIATION FAILED"
                   to WS-INCIDENT-TEXT
           end-if
           move WS-INCIDENT-TEXT to FBZ-INL-IN-DESCRIPTION
           call "FBZINCW" using FBZ-INC-PARAMETER-AREA
           evaluate true
               when FBZ-INL-OPENED
                   display "FBZRECON - INCIDENT OPENED FOR "
                       FBZ-INL-OUT-JOB-NAME " " FBZ-INL-OUT-STEP-NAME
               when FBZ-INL-UPDATED
                   display "FBZRECON - RERUN - INCIDENT UPDATED FOR "
                       FBZ-INL-OUT-JOB-NAME " " FBZ-INL-OUT-STEP-NAME
               when FBZ-INL-REOPENED
                   display "FBZRECON - RERUN - CLOSED INCIDENT REOPENED"
                       " FOR " FBZ-INL-OUT-JOB-NAME " "
                       FBZ-INL-OUT-STEP-NAME
               when other
                   display "FBZRECON - INCIDENT NOT RECORDED - CALL "
                       "STATUS " FBZ-INL-CALL-STATUS
           end-evaluate
           move WS-SAVE-RETURN-CODE to return-code.
       8000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO FROM
      * 1000-INITIALIZE WITH RETURN-CODE ALREADY SET BY THE CHECK
      * THAT DETECTED THE PROBLEM (16 - FBZFEED OR FBZFED2 OPEN
      * FAILED, 20 - FBZCONF OPEN FAILED, 24 - FBZRECRP OPEN FAILED,
      * 28 - FBZEXCP OPEN FAILED) SO THE JOB SCHEDULER CAN TELL ONE
      * FAILURE FROM ANOTHER.  IT IS RECORDED AS AN INCIDENT FIRST.
      *-----------------------------------------------------------------
       9999-ABEND.
           perform 8000-RECORD-INCIDENT
               thru 8000-EXIT
           stop run.
