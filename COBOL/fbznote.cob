      *=================================================================
      * PROGRAM-ID: FBZNOTE
      *
      * DAILY OUTBOUND NOTIFICATION STEP FOR THE CORPORATE E-MAIL
      * GATEWAY.  THE EVENTS PEOPLE NEED TO HEAR ABOUT WERE SPREAD
      * OVER FILES NOBODY READ IN TIME - A BOUNCED RANGE REQUEST SAT
      * ON FBZRACK UNTIL THE REQUESTOR PHONED, A HELD FEED WAITED ON
      * FBZGTLOG FOR SOMEONE TO LOOK.  THIS PROGRAM GATHERS THE
      * DAY'S EVENTS AND WRITES ONE FBZNTF RECORD PER RECIPIENT PER
      * EVENT TO THE GATEWAY FILE (DD FBZNTOUT):
      *   REQBOUNC  AN FBZRACK ACKNOWLEDGMENT WITH STATUS REJECTED -
      *             TO THE REQUESTOR'S FBZRQMST CONTACT.  KEY IS THE
      *             REQUESTOR, RANGE, EDIT DATE AND REASON.
      *   FEEDHELD  AN FBZGTLOG HELD ENTRY - TO THE ON-CALL LIST.
      *             KEY IS THE DATE OF THE HOLD (ONE HOLD A DAY).
      *   PENDAPPR  AN FBZPEND CHANGE STILL AWAITING ITS SECOND
      *             OPERATOR - TO THE ON-CALL LIST.
      *   PENDEXPR  THE SAME CHANGE SIX OR MORE DAYS ON, WITHIN A
      *             DAY OR TWO OF FBZPAPLY EXPIRING IT UNAPPROVED.
      *             BOTH PENDING KEYS ARE THE REQUEST DATE,
      *             REQUESTING OPERATOR AND EFFECTIVE DATE.
      *   SUBEXPIR  AN FBZSUBS SUBSCRIPTION EXPIRING WITHIN SEVEN
      *             DAYS - TO THE REQUESTOR'S CONTACT.  KEY IS THE
      *             REQUESTOR, RANGE AND EXPIRY DATE.
      *   MONALERT  AN FBZALERT ALERT FROM FBZMON - TO THE ON-CALL
      *             LIST.  KEY IS THE ALERT DATE AND TEXT.
      * OPERATIONS RECIPIENTS ARE THE ACTIVE ENTRIES OF THE FBZONCAL
      * ON-CALL DISTRIBUTION LIST (SEE FBZONC).  A REQUESTOR EVENT
      * WHOSE REQUESTOR HAS NO ACTIVE MASTER ROW OR NO CONTACT GOES
      * TO THE ON-CALL LIST INSTEAD AND IS COUNTED UNDELIVERABLE.
      *
      * EVERY NOTICE WRITTEN IS ALSO APPENDED TO THE SENT LOG (DD
      * FBZNTLOG, SEE FBZNSL), AND A NOTICE THE LOG ALREADY HOLDS
      * FOR THE SAME EVENT KEY AND ADDRESS IS NOT WRITTEN AGAIN - SO
      * A RERUN, OR AN EVENT STILL STANDING THE NEXT DAY, NEVER GOES
      * OUT TWICE.  ONLY EVENTS DATED WITHIN THE LAST SEVEN DAYS ARE
      * GATHERED (THE LOG FILES ARE NEVER EMPTIED), AND THE LAST
      * THIRTY DAYS OF THE SENT LOG ARE LOADED TO CHECK AGAINST.
      *
      * RETURN CODES: 0 - CLEAN, 4 - A NOTICE WAS UNDELIVERABLE TO
      * ITS REQUESTOR OR THERE WAS NO ACTIVE ON-CALL ENTRY, 16 - THE
      * SENT-LOG TABLE OVERFLOWED, 20 - FBZNTOUT OPEN OR WRITE
      * FAILED, 24 - FBZNTLOG OPEN OR WRITE FAILED.  A RERUN AFTER
      * ANY OF THESE SENDS ONLY WHAT THE LOG DOES NOT ALREADY HOLD.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *=================================================================
       identification division.
       program-id. FBZNOTE.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional FBZ-RAK-FILE assign to FBZRACK
               organization is line sequential
               file status is WS-RACK-STATUS.
           select optional FBZ-GATE-LOG-FILE assign to FBZGTLOG
               organization is line sequential
               file status is WS-GTLOG-STATUS.
           select optional FBZ-PENDING-FILE assign to FBZPEND
               organization is line sequential
               file status is WS-PEND-STATUS.
           select optional FBZ-SUBS-FILE assign to FBZSUBS
               organization is line sequential
               file status is WS-SUBS-STATUS.
           select optional FBZ-ALERT-FILE assign to FBZALERT
               organization is line sequential
               file status is WS-ALERT-STATUS.
           select optional FBZ-RQM-MASTER-FILE assign to FBZRQMST
               organization is line sequential
               file status is WS-RQMST-STATUS.
           select optional FBZ-ONCALL-FILE assign to FBZONCAL
               organization is line sequential
               file status is WS-ONCAL-STATUS.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select FBZ-SENT-LOG-FILE assign to FBZNTLOG
               organization is line sequential
               file status is WS-NTLOG-STATUS.
           select FBZ-NOTIFY-FILE assign to FBZNTOUT
               organization is line sequential
               file status is WS-NTOUT-STATUS.

       data division.
       file section.
       fd  FBZ-RAK-FILE
           recording mode is F.
           copy FBZRAK.

       fd  FBZ-GATE-LOG-FILE
           recording mode is F.
           copy FBZGLOG.

       fd  FBZ-PENDING-FILE
           recording mode is F.
           copy FBZPND.

       fd  FBZ-SUBS-FILE
           recording mode is F.
           copy FBZSUB.

       fd  FBZ-ALERT-FILE
           recording mode is F.
           copy FBZALR.

       fd  FBZ-RQM-MASTER-FILE
           recording mode is F.
           copy FBZRQM.

       fd  FBZ-ONCALL-FILE
           recording mode is F.
           copy FBZONC.

       fd  FBZ-PDATE-FILE
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-SENT-LOG-FILE
           recording mode is F.
           copy FBZNSL.

       fd  FBZ-NOTIFY-FILE
           block contains 0 records
           recording mode is F.
           copy FBZNTF.

       working-storage section.
       01  WS-RACK-STATUS          pic X(02).
       01  WS-GTLOG-STATUS         pic X(02).
       01  WS-PEND-STATUS          pic X(02).
       01  WS-SUBS-STATUS          pic X(02).
       01  WS-ALERT-STATUS         pic X(02).
       01  WS-RQMST-STATUS         pic X(02).
       01  WS-ONCAL-STATUS         pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-NTLOG-STATUS         pic X(02).
       01  WS-NTOUT-STATUS         pic X(02).
       01  WS-SCAN-EOF-SWITCH      pic X(01).
           88  FBZNT-SCAN-EOF           value "Y".
           88  FBZNT-SCAN-NOT-EOF       value "N".
       01  WS-WINDOW-SWITCH        pic X(01).
           88  FBZNT-IN-WINDOW          value "Y".
           88  FBZNT-OUT-OF-WINDOW      value "N".
       01  WS-SENT-SWITCH          pic X(01).
           88  FBZNT-ALREADY-SENT       value "Y".
           88  FBZNT-NOT-YET-SENT       value "N".
       01  WS-RQM-FOUND-SWITCH     pic X(01).
           88  FBZNT-RQM-FOUND          value "Y".
           88  FBZNT-RQM-NOT-FOUND      value "N".
       01  WS-TODAY                pic X(08).
       01  WS-NOW                  pic X(08).
       01  WS-TODAY-INT            pic 9(08) comp.
       01  WS-WINDOW-INT           pic 9(08) comp.
       01  WS-LOG-FROM-INT         pic 9(08) comp.
       01  WS-DATE-INT             pic 9(08) comp.
       01  WS-DAYS-AGE             pic S9(05) comp.
       01  WS-TEST-DATE            pic X(08).

      *    SENT NOTICES OF THE LAST THIRTY DAYS, PLUS THOSE WRITTEN
      *    THIS RUN.
       01  WS-SNT-SUB              pic 9(05) comp.
       01  WS-SNT-COUNT            pic 9(05) comp.
       01  WS-SNT-TABLE.
           05  WS-SNT-ENTRY        occurs 9999 times.
               10  WS-SNT-TYPE         pic X(08).
               10  WS-SNT-KEY          pic X(48).
               10  WS-SNT-ADDRESS      pic X(40).

      *    ACTIVE ON-CALL ADDRESSES.
       01  WS-ONC-SUB              pic 9(03) comp.
       01  WS-ONC-COUNT            pic 9(03) comp.
       01  WS-ONC-TABLE.
           05  WS-ONC-ADDRESS      pic X(40) occurs 50 times.

      *    REQUESTOR MASTER, FOR THE CONTACT ADDRESS.
       01  WS-RQM-SUB              pic 9(03) comp.
       01  WS-RQM-COUNT            pic 9(03) comp.
       01  WS-RQM-TABLE.
           05  WS-RQM-ENTRY        occurs 100 times.
               10  WS-RQM-ID           pic X(06).
               10  WS-RQM-CONTACT      pic X(20).
               10  WS-RQM-ACTIVE       pic X(01).

      *    THE EVENT BEING NOTIFIED AND ONE OF ITS RECIPIENTS.
       01  WS-EVT-TYPE             pic X(08).
       01  WS-EVT-KEY              pic X(48).
       01  WS-EVT-DATE             pic X(08).
       01  WS-EVT-SOURCE           pic X(08).
       01  WS-EVT-SUBJECT          pic X(50).
       01  WS-EVT-BODY             pic X(80).
       01  WS-EVT-REQUESTOR        pic X(06).
       01  WS-RCP-ADDRESS          pic X(40).
       01  WS-RCP-TYPE             pic X(01).

       01  WS-EVENTS-FOUND         pic 9(07) comp.
       01  WS-NOTICES-WRITTEN      pic 9(07) comp.
       01  WS-NOTICES-SUPPRESSED   pic 9(07) comp.
       01  WS-UNDELIVERABLE        pic 9(07) comp.
       01  WS-LOG-LOADED           pic 9(07) comp.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-SCAN-ACKNOWLEDGMENTS
               thru 2000-EXIT
           perform 2200-SCAN-GATE-LOG
               thru 2200-EXIT
           perform 2400-SCAN-PENDING-CHANGE
               thru 2400-EXIT
           perform 2600-SCAN-SUBSCRIPTIONS
               thru 2600-EXIT
           perform 2800-SCAN-ALERTS
               thru 2800-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-NOTIFY-FILE
           close FBZ-SENT-LOG-FILE
           if WS-UNDELIVERABLE > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE PROCESSING DATE AND THE
      * SEVEN-DAY EVENT WINDOW, LOAD THE SENT LOG, THE ON-CALL LIST
      * AND THE REQUESTOR MASTER, AND OPEN THE GATEWAY FILE AND THE
      * SENT LOG FOR WRITING.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-EVENTS-FOUND
           move 0 to WS-NOTICES-WRITTEN
           move 0 to WS-NOTICES-SUPPRESSED
           move 0 to WS-UNDELIVERABLE
           move 0 to WS-LOG-LOADED
           accept WS-TODAY from date YYYYMMDD
           accept WS-NOW from time
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           compute WS-TODAY-INT
               = function integer-of-date(
                     function numval(WS-TODAY))
           compute WS-WINDOW-INT = WS-TODAY-INT - 7
           compute WS-LOG-FROM-INT = WS-TODAY-INT - 30
           perform 1100-LOAD-SENT-LOG
               thru 1100-EXIT
           perform 1300-LOAD-ONCALL-LIST
               thru 1300-EXIT
           perform 1500-LOAD-REQUESTORS
               thru 1500-EXIT
           open output FBZ-NOTIFY-FILE
           if WS-NTOUT-STATUS not = "00"
               display "FBZNOTE - FBZNTOUT OPEN FAILED - STATUS "
                   WS-NTOUT-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           open extend FBZ-SENT-LOG-FILE
           if WS-NTLOG-STATUS not = "00"
               open output FBZ-SENT-LOG-FILE
           end-if
           if WS-NTLOG-STATUS not = "00"
               display "FBZNOTE - FBZNTLOG OPEN FAILED - STATUS "
                   WS-NTLOG-STATUS
               move 24 to return-code
               go to 9999-ABEND
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1050-APPLY-DATE-OVERRIDE - WHEN THE OPTIONAL FBZPDATE
      * RECORD CARRIES A NUMERIC DATE, PROCESS UNDER IT INSTEAD OF
      * TODAY - THE CATCH-UP PATH.  NO DD, NO RECORD OR A GARBLED
      * DATE LEAVES TODAY IN FORCE.
      *-----------------------------------------------------------------
       1050-APPLY-DATE-OVERRIDE.
           open input FBZ-PDATE-FILE
           if WS-PDATE-STATUS = "00"
               read FBZ-PDATE-FILE
               if WS-PDATE-STATUS = "00"
                   and FBZ-PDT-DATE is numeric
                   move FBZ-PDT-DATE to WS-TODAY
                   display "FBZNOTE - PROCESSING DATE OVERRIDDEN"
                       " TO " FBZ-PDT-DATE
               end-if
           end-if
           close FBZ-PDATE-FILE.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-LOAD-SENT-LOG - LOAD THE NOTICES SENT IN THE LAST
      * THIRTY DAYS.  NO LOG YET IS THE FIRST RUN - NOTHING SENT.
      *-----------------------------------------------------------------
       1100-LOAD-SENT-LOG.
           move 0 to WS-SNT-COUNT
           set FBZNT-SCAN-NOT-EOF to true
           open input FBZ-SENT-LOG-FILE
           if WS-NTLOG-STATUS not = "00"
               set FBZNT-SCAN-EOF to true
           end-if
           perform 1150-LOAD-ONE-SENT-NOTICE
               thru 1150-EXIT
               until FBZNT-SCAN-EOF
           close FBZ-SENT-LOG-FILE.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-LOAD-ONE-SENT-NOTICE - ADD ONE RECENT LOG RECORD TO THE
      * SENT TABLE.  A TABLE TOO SMALL FOR THIRTY DAYS OF NOTICES
      * ABENDS BEFORE ANYTHING IS WRITTEN (RETURN CODE 16) - GOING
      * ON WOULD RESEND WHATEVER DID NOT FIT.
      *-----------------------------------------------------------------
       1150-LOAD-ONE-SENT-NOTICE.
           read FBZ-SENT-LOG-FILE
               at end
                   set FBZNT-SCAN-EOF to true
                   go to 1150-EXIT
           end-read
           move FBZ-NSL-SENT-DATE to WS-TEST-DATE
           perform 3900-TEST-LOG-DATE
               thru 3900-EXIT
           if FBZNT-OUT-OF-WINDOW
               go to 1150-EXIT
           end-if
           if WS-SNT-COUNT >= 9999
               display "FBZNOTE - SENT-LOG TABLE FULL - RUN"
                   " TERMINATED BEFORE ANY NOTICE WAS WRITTEN"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           add 1 to WS-SNT-COUNT
           add 1 to WS-LOG-LOADED
           move FBZ-NSL-EVENT-TYPE to WS-SNT-TYPE(WS-SNT-COUNT)
           move FBZ-NSL-EVENT-KEY to WS-SNT-KEY(WS-SNT-COUNT)
           move FBZ-NSL-ADDRESS to WS-SNT-ADDRESS(WS-SNT-COUNT).
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-LOAD-ONCALL-LIST - LOAD THE ACTIVE ON-CALL ADDRESSES.
      * AN EMPTY OR MISSING LIST IS NOT FATAL, BUT EVERY OPERATIONS
      * EVENT IS THEN COUNTED UNDELIVERABLE.
      *-----------------------------------------------------------------
       1300-LOAD-ONCALL-LIST.
           move 0 to WS-ONC-COUNT
           set FBZNT-SCAN-NOT-EOF to true
           open input FBZ-ONCALL-FILE
           if WS-ONCAL-STATUS not = "00"
               set FBZNT-SCAN-EOF to true
           end-if
           perform 1350-LOAD-ONE-ONCALL
               thru 1350-EXIT
               until FBZNT-SCAN-EOF
           close FBZ-ONCALL-FILE
           if WS-ONC-COUNT = 0
               display "FBZNOTE - NO ACTIVE FBZONCAL ENTRY -"
                   " OPERATIONS EVENTS CANNOT BE DELIVERED"
           end-if.
       1300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1350-LOAD-ONE-ONCALL - ADD ONE ACTIVE ON-CALL ENTRY.
      *-----------------------------------------------------------------
       1350-LOAD-ONE-ONCALL.
           read FBZ-ONCALL-FILE
               at end
                   set FBZNT-SCAN-EOF to true
                   go to 1350-EXIT
           end-read
           if not FBZ-ONC-IS-ACTIVE
               or FBZ-ONC-ADDRESS = spaces
               go to 1350-EXIT
           end-if
           if WS-ONC-COUNT >= 50
               display "FBZNOTE - ON-CALL TABLE FULL - "
                   FBZ-ONC-ID " IGNORED"
               go to 1350-EXIT
           end-if
           add 1 to WS-ONC-COUNT
           move FBZ-ONC-ADDRESS to WS-ONC-ADDRESS(WS-ONC-COUNT).
       1350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-LOAD-REQUESTORS - LOAD FBZRQMST FOR THE CONTACTS.
      *-----------------------------------------------------------------
       1500-LOAD-REQUESTORS.
           move 0 to WS-RQM-COUNT
           set FBZNT-SCAN-NOT-EOF to true
           open input FBZ-RQM-MASTER-FILE
           if WS-RQMST-STATUS not = "00"
               set FBZNT-SCAN-EOF to true
           end-if
           perform 1550-LOAD-ONE-REQUESTOR
               thru 1550-EXIT
               until FBZNT-SCAN-EOF
           close FBZ-RQM-MASTER-FILE.
       1500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1550-LOAD-ONE-REQUESTOR - ADD ONE MASTER ROW TO THE TABLE.
      *-----------------------------------------------------------------
       1550-LOAD-ONE-REQUESTOR.
           read FBZ-RQM-MASTER-FILE
               at end
                   set FBZNT-SCAN-EOF to true
                   go to 1550-EXIT
           end-read
           if WS-RQM-COUNT >= 100
               display "FBZNOTE - REQUESTOR TABLE FULL - "
                   FBZ-RQM-ID " IGNORED"
               go to 1550-EXIT
           end-if
           add 1 to WS-RQM-COUNT
           move FBZ-RQM-ID to WS-RQM-ID(WS-RQM-COUNT)
           move FBZ-RQM-CONTACT to WS-RQM-CONTACT(WS-RQM-COUNT)
           move FBZ-RQM-ACTIVE to WS-RQM-ACTIVE(WS-RQM-COUNT).
       1550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-SCAN-ACKNOWLEDGMENTS - ONE REQBOUNC EVENT PER REJECTED
      * RANGE REQUEST ON FBZRACK, TO THE REQUESTOR.
      *-----------------------------------------------------------------
       2000-SCAN-ACKNOWLEDGMENTS.
           set FBZNT-SCAN-NOT-EOF to true
           open input FBZ-RAK-FILE
           if WS-RACK-STATUS not = "00"
               set FBZNT-SCAN-EOF to true
           end-if
           perform 2050-NOTE-ONE-ACKNOWLEDGMENT
               thru 2050-EXIT
               until FBZNT-SCAN-EOF
           close FBZ-RAK-FILE.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2050-NOTE-ONE-ACKNOWLEDGMENT - NOTIFY ONE BOUNCED REQUEST.
      *-----------------------------------------------------------------
       2050-NOTE-ONE-ACKNOWLEDGMENT.
           read FBZ-RAK-FILE
               at end
                   set FBZNT-SCAN-EOF to true
                   go to 2050-EXIT
           end-read
           if not FBZ-RAK-REJECTED
               go to 2050-EXIT
           end-if
           move FBZ-RAK-EDIT-DATE to WS-TEST-DATE
           perform 3800-TEST-EVENT-DATE
               thru 3800-EXIT
           if FBZNT-OUT-OF-WINDOW
               go to 2050-EXIT
           end-if
           move "REQBOUNC" to WS-EVT-TYPE
           move FBZ-RAK-EDIT-DATE to WS-EVT-DATE
           move "FBZREDT" to WS-EVT-SOURCE
           move spaces to WS-EVT-KEY
           string FBZ-RAK-REQUESTOR delimited by size
               FBZ-RAK-START-NUM delimited by size
               FBZ-RAK-END-NUM delimited by size
               FBZ-RAK-EDIT-DATE delimited by size
               FBZ-RAK-REASON delimited by size
               into WS-EVT-KEY
           end-string
           move spaces to WS-EVT-SUBJECT
           string "FIZZBUZZ RANGE REQUEST REJECTED - REASON "
                   delimited by size
               FBZ-RAK-REASON delimited by size
               into WS-EVT-SUBJECT
           end-string
           move spaces to WS-EVT-BODY
           string "REQUEST " delimited by size
               FBZ-RAK-START-NUM delimited by size
               "-" delimited by size
               FBZ-RAK-END-NUM delimited by size
               " FROM " delimited by size
               FBZ-RAK-REQUESTOR delimited by size
               " WAS REJECTED BY THE EDIT OF " delimited by size
               FBZ-RAK-EDIT-DATE delimited by size
               " - CORRECT AND RESUBMIT" delimited by size
               into WS-EVT-BODY
           end-string
           move FBZ-RAK-REQUESTOR to WS-EVT-REQUESTOR
           add 1 to WS-EVENTS-FOUND
           perform 4100-SEND-TO-REQUESTOR
               thru 4100-EXIT.
       2050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-SCAN-GATE-LOG - ONE FEEDHELD EVENT PER DAY FBZGATE HELD
      * THE SLOTTING FEED, TO THE ON-CALL LIST.
      *-----------------------------------------------------------------
       2200-SCAN-GATE-LOG.
           set FBZNT-SCAN-NOT-EOF to true
           open input FBZ-GATE-LOG-FILE
           if WS-GTLOG-STATUS not = "00"
               set FBZNT-SCAN-EOF to true
           end-if
           perform 2250-NOTE-ONE-GATE-ENTRY
               thru 2250-EXIT
               until FBZNT-SCAN-EOF
           close FBZ-GATE-LOG-FILE.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2250-NOTE-ONE-GATE-ENTRY - NOTIFY ONE HOLD.  RELEASES AND
      * DENIED RELEASES ARE NOT EVENTS FOR THIS STEP.
      *-----------------------------------------------------------------
       2250-NOTE-ONE-GATE-ENTRY.
           read FBZ-GATE-LOG-FILE
               at end
                   set FBZNT-SCAN-EOF to true
                   go to 2250-EXIT
           end-read
           if FBZG-LOG-ACTION not = "HELD"
               go to 2250-EXIT
           end-if
           move FBZG-LOG-CHANGE-DATE to WS-TEST-DATE
           perform 3800-TEST-EVENT-DATE
               thru 3800-EXIT
           if FBZNT-OUT-OF-WINDOW
               go to 2250-EXIT
           end-if
           move "FEEDHELD" to WS-EVT-TYPE
           move FBZG-LOG-CHANGE-DATE to WS-EVT-DATE
           move "FBZGATE" to WS-EVT-SOURCE
           move spaces to WS-EVT-KEY
           string "HELD" delimited by size
               FBZG-LOG-CHANGE-DATE delimited by size
               into WS-EVT-KEY
           end-string
           move spaces to WS-EVT-SUBJECT
           string "FIZZBUZZ SLOTTING FEED HELD - " delimited by size
               FBZG-LOG-CHANGE-DATE delimited by size
               into WS-EVT-SUBJECT
           end-string
           move spaces to WS-EVT-BODY
           string "FEED HELD AT " delimited by size
               FBZG-LOG-CHANGE-TIME delimited by size
               " - " delimited by size
               FBZG-LOG-CHANGE-PCT delimited by size
               " PCT CHANGE - A LEVEL-3 OPERATOR MUST RELEASE IT"
                   delimited by size
               into WS-EVT-BODY
           end-string
           add 1 to WS-EVENTS-FOUND
           perform 4000-SEND-TO-ONCALL
               thru 4000-EXIT.
       2250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2400-SCAN-PENDING-CHANGE - THE ONE-RECORD PENDING FILE.  A
      * CHANGE STILL AWAITING APPROVAL IS A PENDAPPR EVENT; ONE SIX
      * OR MORE DAYS OLD IS ALSO A PENDEXPR EVENT - FBZPAPLY EXPIRES
      * IT ONCE IT IS MORE THAN SEVEN DAYS OLD.
      *-----------------------------------------------------------------
       2400-SCAN-PENDING-CHANGE.
           open input FBZ-PENDING-FILE
           if WS-PEND-STATUS not = "00"
               close FBZ-PENDING-FILE
               go to 2400-EXIT
           end-if
           read FBZ-PENDING-FILE
           close FBZ-PENDING-FILE
           if WS-PEND-STATUS not = "00"
               or not FBZ-PND-PENDING
               or FBZ-PND-REQUEST-DATE is not numeric
               go to 2400-EXIT
           end-if
           compute WS-DAYS-AGE
               = WS-TODAY-INT
               - function integer-of-date(
                     function numval(FBZ-PND-REQUEST-DATE))
           if WS-DAYS-AGE < 0
               or WS-DAYS-AGE > 7
               go to 2400-EXIT
           end-if
           move FBZ-PND-REQUEST-DATE to WS-EVT-DATE
           move "FBZMAINT" to WS-EVT-SOURCE
           move spaces to WS-EVT-KEY
           string FBZ-PND-REQUEST-DATE delimited by size
               FBZ-PND-REQUEST-OPER delimited by size
               FBZ-PND-EFFECTIVE-DATE delimited by size
               into WS-EVT-KEY
           end-string
           move "PENDAPPR" to WS-EVT-TYPE
           move "FIZZBUZZ PARAMETER CHANGE AWAITING APPROVAL"
               to WS-EVT-SUBJECT
           move spaces to WS-EVT-BODY
           string "CHANGE KEYED BY " delimited by size
               FBZ-PND-REQUEST-OPER delimited by size
               " ON " delimited by size
               FBZ-PND-REQUEST-DATE delimited by size
               " EFFECTIVE " delimited by size
               FBZ-PND-EFFECTIVE-DATE delimited by size
               " NEEDS A SECOND OPERATOR" delimited by size
               into WS-EVT-BODY
           end-string
           add 1 to WS-EVENTS-FOUND
           perform 4000-SEND-TO-ONCALL
               thru 4000-EXIT
           if WS-DAYS-AGE < 6
               go to 2400-EXIT
           end-if
           move "PENDEXPR" to WS-EVT-TYPE
           move "FIZZBUZZ PARAMETER CHANGE ABOUT TO EXPIRE"
               to WS-EVT-SUBJECT
           move spaces to WS-EVT-BODY
           string "CHANGE KEYED BY " delimited by size
               FBZ-PND-REQUEST-OPER delimited by size
               " ON " delimited by size
               FBZ-PND-REQUEST-DATE delimited by size
               " EXPIRES UNAPPROVED SEVEN DAYS ON" delimited by size
               into WS-EVT-BODY
           end-string
           add 1 to WS-EVENTS-FOUND
           perform 4000-SEND-TO-ONCALL
               thru 4000-EXIT.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-SCAN-SUBSCRIPTIONS - ONE SUBEXPIR EVENT PER STANDING
      * REQUEST EXPIRING WITHIN SEVEN DAYS, TO THE REQUESTOR.
      *-----------------------------------------------------------------
       2600-SCAN-SUBSCRIPTIONS.
           set FBZNT-SCAN-NOT-EOF to true
           open input FBZ-SUBS-FILE
           if WS-SUBS-STATUS not = "00"
               set FBZNT-SCAN-EOF to true
           end-if
           perform 2650-NOTE-ONE-SUBSCRIPTION
               thru 2650-EXIT
               until FBZNT-SCAN-EOF
           close FBZ-SUBS-FILE.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2650-NOTE-ONE-SUBSCRIPTION - NOTIFY ONE SUBSCRIPTION WHOSE
      * EXPIRY DATE FALLS TODAY OR IN THE NEXT SEVEN DAYS.
      *-----------------------------------------------------------------
       2650-NOTE-ONE-SUBSCRIPTION.
           read FBZ-SUBS-FILE
               at end
                   set FBZNT-SCAN-EOF to true
                   go to 2650-EXIT
           end-read
           if FBZ-SUB-EXP-DATE is not numeric
               go to 2650-EXIT
           end-if
           compute WS-DAYS-AGE
               = function integer-of-date(
                     function numval(FBZ-SUB-EXP-DATE))
               - WS-TODAY-INT
           if WS-DAYS-AGE < 0
               or WS-DAYS-AGE > 7
               go to 2650-EXIT
           end-if
           move "SUBEXPIR" to WS-EVT-TYPE
           move FBZ-SUB-EXP-DATE to WS-EVT-DATE
           move "FBZSMNT" to WS-EVT-SOURCE
           move spaces to WS-EVT-KEY
           string FBZ-SUB-REQUESTOR delimited by size
               FBZ-SUB-START-NUM delimited by size
               FBZ-SUB-END-NUM delimited by size
               FBZ-SUB-EXP-DATE delimited by size
               into WS-EVT-KEY
           end-string
           move spaces to WS-EVT-SUBJECT
           string "FIZZBUZZ STANDING REQUEST EXPIRES "
                   delimited by size
               FBZ-SUB-EXP-DATE delimited by size
               into WS-EVT-SUBJECT
           end-string
           move spaces to WS-EVT-BODY
           string "STANDING REQUEST " delimited by size
               FBZ-SUB-START-NUM delimited by size
               "-" delimited by size
               FBZ-SUB-END-NUM delimited by size
               " FOR " delimited by size
               FBZ-SUB-REQUESTOR delimited by size
               " STOPS AFTER " delimited by size
               FBZ-SUB-EXP-DATE delimited by size
               " UNLESS RENEWED" delimited by size
               into WS-EVT-BODY
           end-string
           move FBZ-SUB-REQUESTOR to WS-EVT-REQUESTOR
           add 1 to WS-EVENTS-FOUND
           perform 4100-SEND-TO-REQUESTOR
               thru 4100-EXIT.
       2650-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-SCAN-ALERTS - ONE MONALERT EVENT PER FBZMON ALERT, TO
      * THE ON-CALL LIST.
      *-----------------------------------------------------------------
       2800-SCAN-ALERTS.
           set FBZNT-SCAN-NOT-EOF to true
           open input FBZ-ALERT-FILE
           if WS-ALERT-STATUS not = "00"
               set FBZNT-SCAN-EOF to true
           end-if
           perform 2850-NOTE-ONE-ALERT
               thru 2850-EXIT
               until FBZNT-SCAN-EOF
           close FBZ-ALERT-FILE.
       2800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2850-NOTE-ONE-ALERT - NOTIFY ONE ALERT.  THE SAME ALERT
      * RAISED AGAIN BY A MONITOR RERUN THE SAME DAY CARRIES THE
      * SAME KEY AND IS NOT SENT TWICE.
      *-----------------------------------------------------------------
       2850-NOTE-ONE-ALERT.
           read FBZ-ALERT-FILE
               at end
                   set FBZNT-SCAN-EOF to true
                   go to 2850-EXIT
           end-read
           move FBZ-ALR-DATE to WS-TEST-DATE
           perform 3800-TEST-EVENT-DATE
               thru 3800-EXIT
           if FBZNT-OUT-OF-WINDOW
               go to 2850-EXIT
           end-if
           move "MONALERT" to WS-EVT-TYPE
           move FBZ-ALR-DATE to WS-EVT-DATE
           move "FBZMON" to WS-EVT-SOURCE
           move spaces to WS-EVT-KEY
           string FBZ-ALR-DATE delimited by size
               FBZ-ALR-TEXT(1:40) delimited by size
               into WS-EVT-KEY
           end-string
           move spaces to WS-EVT-SUBJECT
           string "FIZZBUZZ DAILY CHAIN ALERT - " delimited by size
               FBZ-ALR-DATE delimited by size
               into WS-EVT-SUBJECT
           end-string
           move FBZ-ALR-TEXT to WS-EVT-BODY
           add 1 to WS-EVENTS-FOUND
           perform 4000-SEND-TO-ONCALL
               thru 4000-EXIT.
       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3800-TEST-EVENT-DATE - SET THE WINDOW SWITCH FOR AN EVENT
      * DATED WS-TEST-DATE: IN WHEN NUMERIC AND WITHIN THE LAST
      * SEVEN DAYS UP TO THE PROCESSING DATE.
      *-----------------------------------------------------------------
       3800-TEST-EVENT-DATE.
           set FBZNT-OUT-OF-WINDOW to true
           if WS-TEST-DATE is not numeric
               go to 3800-EXIT
           end-if
           compute WS-DATE-INT
               = function integer-of-date(
                     function numval(WS-TEST-DATE))
           if WS-DATE-INT >= WS-WINDOW-INT
               and WS-DATE-INT <= WS-TODAY-INT
               set FBZNT-IN-WINDOW to true
           end-if.
       3800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3900-TEST-LOG-DATE - THE SAME TEST FOR A SENT-LOG RECORD,
      * OVER THE THIRTY-DAY LOG WINDOW.
      *-----------------------------------------------------------------
       3900-TEST-LOG-DATE.
           set FBZNT-OUT-OF-WINDOW to true
           if WS-TEST-DATE is not numeric
               go to 3900-EXIT
           end-if
           compute WS-DATE-INT
               = function integer-of-date(
                     function numval(WS-TEST-DATE))
           if WS-DATE-INT >= WS-LOG-FROM-INT
               set FBZNT-IN-WINDOW to true
           end-if.
       3900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-SEND-TO-ONCALL - ONE NOTICE OF THE CURRENT EVENT TO
      * EVERY ACTIVE ON-CALL ADDRESS.  NO ON-CALL ENTRY AT ALL
      * LEAVES THE EVENT UNDELIVERABLE.
      *-----------------------------------------------------------------
       4000-SEND-TO-ONCALL.
           if WS-ONC-COUNT = 0
               add 1 to WS-UNDELIVERABLE
               display "FBZNOTE - " WS-EVT-TYPE
                   " NOT DELIVERED - NO ON-CALL ENTRY"
               go to 4000-EXIT
           end-if
           move "O" to WS-RCP-TYPE
           perform 4050-SEND-TO-ONE-ONCALL
               thru 4050-EXIT
               varying WS-ONC-SUB from 1 by 1
               until WS-ONC-SUB > WS-ONC-COUNT.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4050-SEND-TO-ONE-ONCALL - ONE ON-CALL ADDRESS.
      *-----------------------------------------------------------------
       4050-SEND-TO-ONE-ONCALL.
           move WS-ONC-ADDRESS(WS-ONC-SUB) to WS-RCP-ADDRESS
           perform 4500-WRITE-NOTICE
               thru 4500-EXIT.
       4050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-SEND-TO-REQUESTOR - THE NOTICE OF A REQUESTOR EVENT
      * GOES TO THE REQUESTOR'S FBZRQMST CONTACT.  NO ACTIVE MASTER
      * ROW, OR NO CONTACT ON IT, SENDS IT TO THE ON-CALL LIST
      * INSTEAD SO SOMEONE CAN PASS IT ON, AND COUNTS IT
      * UNDELIVERABLE.
      *-----------------------------------------------------------------
       4100-SEND-TO-REQUESTOR.
           set FBZNT-RQM-NOT-FOUND to true
           perform 4150-MATCH-ONE-REQUESTOR
               thru 4150-EXIT
               varying WS-RQM-SUB from 1 by 1
               until WS-RQM-SUB > WS-RQM-COUNT
                   or FBZNT-RQM-FOUND
           if FBZNT-RQM-NOT-FOUND
               add 1 to WS-UNDELIVERABLE
               display "FBZNOTE - " WS-EVT-TYPE " FOR REQUESTOR "
                   WS-EVT-REQUESTOR " HAS NO ACTIVE CONTACT -"
                   " SENT TO ON-CALL"
               perform 4000-SEND-TO-ONCALL
                   thru 4000-EXIT
               go to 4100-EXIT
           end-if
           move "R" to WS-RCP-TYPE
           perform 4500-WRITE-NOTICE
               thru 4500-EXIT.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4150-MATCH-ONE-REQUESTOR - TEST ONE MASTER ROW, CARRYING ITS
      * CONTACT WHEN IT IS ACTIVE AND HAS ONE.
      *-----------------------------------------------------------------
       4150-MATCH-ONE-REQUESTOR.
           if WS-RQM-ID(WS-RQM-SUB) = WS-EVT-REQUESTOR
               and WS-RQM-ACTIVE(WS-RQM-SUB) = "Y"
               and WS-RQM-CONTACT(WS-RQM-SUB) not = spaces
               set FBZNT-RQM-FOUND to true
               move WS-RQM-CONTACT(WS-RQM-SUB) to WS-RCP-ADDRESS
           end-if.
       4150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-WRITE-NOTICE - WRITE ONE NOTICE OF THE CURRENT EVENT TO
      * WS-RCP-ADDRESS, UNLESS THE SENT LOG ALREADY HOLDS IT, THEN
      * LOG IT AS SENT.
      *-----------------------------------------------------------------
       4500-WRITE-NOTICE.
           set FBZNT-NOT-YET-SENT to true
           perform 4550-MATCH-ONE-SENT
               thru 4550-EXIT
               varying WS-SNT-SUB from 1 by 1
               until WS-SNT-SUB > WS-SNT-COUNT
                   or FBZNT-ALREADY-SENT
           if FBZNT-ALREADY-SENT
               add 1 to WS-NOTICES-SUPPRESSED
               go to 4500-EXIT
           end-if
           move spaces to FBZ-NOTIFY-RECORD
           move WS-RCP-ADDRESS to FBZ-NTF-ADDRESS
           move WS-RCP-TYPE to FBZ-NTF-RECIPIENT-TYPE
           move WS-EVT-TYPE to FBZ-NTF-EVENT-TYPE
           move WS-EVT-DATE to FBZ-NTF-EVENT-DATE
           move WS-EVT-SOURCE to FBZ-NTF-SOURCE
           move WS-EVT-SUBJECT to FBZ-NTF-SUBJECT
           move WS-EVT-BODY to FBZ-NTF-BODY
           write FBZ-NOTIFY-RECORD
           if WS-NTOUT-STATUS not = "00"
               display "FBZNOTE - FBZNTOUT WRITE FAILED - STATUS "
                   WS-NTOUT-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           add 1 to WS-NOTICES-WRITTEN
           move spaces to FBZ-SENT-LOG-RECORD
           move WS-TODAY to FBZ-NSL-SENT-DATE
           move WS-NOW(1:6) to FBZ-NSL-SENT-TIME
           move WS-EVT-TYPE to FBZ-NSL-EVENT-TYPE
           move WS-EVT-KEY to FBZ-NSL-EVENT-KEY
           move WS-RCP-ADDRESS to FBZ-NSL-ADDRESS
           write FBZ-SENT-LOG-RECORD
           if WS-NTLOG-STATUS not = "00"
               display "FBZNOTE - FBZNTLOG WRITE FAILED - STATUS "
                   WS-NTLOG-STATUS " - " WS-EVT-TYPE
                   " TO " WS-RCP-ADDRESS " WRITTEN BUT NOT LOGGED"
               move 24 to return-code
               go to 9999-ABEND
           end-if
           if WS-SNT-COUNT >= 9999
               display "FBZNOTE - SENT-LOG TABLE FULL - RUN"
                   " TERMINATED, RERUN SENDS THE REST"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           add 1 to WS-SNT-COUNT
           move WS-EVT-TYPE to WS-SNT-TYPE(WS-SNT-COUNT)
           move WS-EVT-KEY to WS-SNT-KEY(WS-SNT-COUNT)
           move WS-RCP-ADDRESS to WS-SNT-ADDRESS(WS-SNT-COUNT).
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4550-MATCH-ONE-SENT - TEST ONE SENT NOTICE AGAINST THE
      * NOTICE ABOUT TO BE WRITTEN.
      *-----------------------------------------------------------------
       4550-MATCH-ONE-SENT.
           if WS-SNT-TYPE(WS-SNT-SUB) = WS-EVT-TYPE
               and WS-SNT-KEY(WS-SNT-SUB) = WS-EVT-KEY
               and WS-SNT-ADDRESS(WS-SNT-SUB) = WS-RCP-ADDRESS
               set FBZNT-ALREADY-SENT to true
           end-if.
       4550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN CONTROL
      * TOTALS.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZNOTE CONTROL/SUMMARY REPORT"
           display "  PROCESSING DATE . . . . . " WS-TODAY
           display "  SENT-LOG ENTRIES LOADED . " WS-LOG-LOADED
           display "  ON-CALL ADDRESSES . . . . " WS-ONC-COUNT
           display "  EVENTS FOUND. . . . . . . " WS-EVENTS-FOUND
           display "  NOTICES WRITTEN . . . . . " WS-NOTICES-WRITTEN
           display "  ALREADY SENT - SKIPPED. . "
               WS-NOTICES-SUPPRESSED
           display "  UNDELIVERABLE . . . . . . " WS-UNDELIVERABLE.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT, REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET.  EVERY NOTICE WRITTEN BEFORE THE
      * FAILURE IS ALREADY IN THE SENT LOG, SO A RERUN PICKS UP
      * WHERE THIS ONE STOPPED.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
