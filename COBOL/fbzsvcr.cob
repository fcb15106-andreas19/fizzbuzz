      *=================================================================
      * PROGRAM-ID: FBZSVCR
      *
      * MONTHLY SERVICE-LEVEL REPORT FOR THE DAILY CHAIN.  EVERY
      * MONTH MANAGEMENT ASKS HOW RELIABLE THE CHAIN WAS, AND THE
      * ANSWER WAS BUILT BY HAND FROM HALF A DOZEN FILES.  THIS
      * PROGRAM READS THE PERIOD NAMED IN FBZSVPRM (SEE FBZSVP)
      * AND, FOR EVERY DATE IN IT, PULLS TOGETHER:
      *   - FBZRUNCT (SEE FBZRUN) - THE FIRST COMPLETION TIME HELD
      *     TO THE 06:00 CUTOFF, EXTRA REGISTRATIONS (RERUNS),
      *     SUPERVISOR OVERRIDES, AND WHETHER THE DATE WAS RUN BY
      *     THE FBZCATCH CATCH-UP JOB;
      *   - FBZAUDIT (SEE FBZAUD) - VARIANT RUNS AND HOW MANY ENDED
      *     WITH A RETURN CODE OVER 4;
      *   - FBZTIME (SEE FBZTIM) - WHEN THE LAST CHAIN STEP ENDED;
      *   - FBZGTLOG (SEE FBZGLOG) AND FBZHOLD (SEE FBZHLD) - GATE
      *     HOLDS AND HOW MANY MINUTES EACH STAYED HELD UNTIL ITS
      *     LEVEL-3 RELEASE.  FBZHOLD ONLY EVER HOLDS THE LATEST
      *     STATUS, SO THE DURATIONS COME FROM THE HELD/RELEASE
      *     PAIRS ON THE GATE LOG AND FBZHOLD SAYS WHETHER A FEED
      *     IS STILL HELD AS THE REPORT RUNS;
      *   - FBZRSCTL (SEE FBZRSC) - ITEMS RESENT, COUNTED ON THE
      *     DATE OF EACH ITEM'S LATEST RESEND (THE TRACKING FILE
      *     KEEPS NO EARLIER DATES);
      *   - FBZXREG (SEE FBZXRG) - WHEN THE DATE'S FEED WAS FIRST
      *     TRANSMITTED, HELD TO THE SAME CUTOFF, OR THAT IT NEVER
      *     WENT;
      * AND FBZSCHED (SEE FBZCAL) SAYS WHICH DATES WERE SCHEDULED
      * BUSINESS DAYS, THE SAME RULES FBZRUNC AND FBZMON USE.
      * SCHEDULED DATES PRINT ALWAYS; AN UNSCHEDULED DATE PRINTS
      * ONLY WHEN SOMETHING RAN ON IT.  THE REPORT ENDS WITH THE
      * PERIOD TOTALS AND PERCENTAGES OF SCHEDULED DAYS, AND THE
      * SAME TOTALS ARE APPENDED AS ONE FBZSVS RECORD TO THE
      * FBZSVSUM SUMMARY FILE FOR TRENDING ACROSS MONTHS.  RETURN
      * CODE 4 SAYS A SCHEDULED DATE WAS MISSED OR NEVER
      * TRANSMITTED.  THE REPORT COVERS ONE WAREHOUSE SITE, NAMED
      * ON FBZSVPRM: THE JOB POINTS THE RUN-CONTROL, AUDIT, TIMING,
      * GATE AND HOLD DDS AT THAT SITE'S DATASETS, AND ONLY THE
      * SITE'S ENTRIES ON THE SHARED TRANSMISSION REGISTER COUNT.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE REPORT IS FOR THE FBZSVPRM SITE - ONLY ITS
      *                   TRANSMISSION REGISTER ENTRIES COUNT, AND THE
      *                   SITE IS SHOWN IN THE HEADING AND CARRIED ON
      *                   THE FBZSVS RECORD.
      *   2026-10-15  AS  THE AUDIT LOG NOW ALSO CARRIES FBZSRCS'S LOAD-
      *                   SOURCE DECISIONS; ONLY THE VARIANTS' OWN
      *                   RECORDS ARE COUNTED AS RUNS.
      *   2026-10-15  AS  WHILE SLOTTING'S FEED GOES IN BOTH LAYOUTS
      *                   (FBZFMTP, SEE FBZFMT) THE LAYOUT 02 REGISTER
      *                   ENTRIES ARE PASSED OVER UNTIL LAYOUT 01 IS
      *                   RETIRED, SO NO TRANSMISSION IS COUNTED TWICE.
      *=================================================================
       identification division.
       program-id. FBZSVCR.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-SVC-PARM-FILE assign to FBZSVPRM
               organization is line sequential
               file status is WS-PARM-STATUS.
           select optional FBZ-SCHED-FILE assign to FBZSCHED
               organization is line sequential
               file status is WS-SCHED-STATUS.
           select optional FBZ-RUN-CONTROL-FILE assign to FBZRUNCT
               organization is line sequential
               file status is WS-RUNCT-STATUS.
           select optional FBZ-AUDIT-FILE assign to FBZAUDIT
               organization is line sequential
               file status is WS-AUDIT-STATUS.
           select optional FBZ-TIMING-FILE assign to FBZTIME
               organization is line sequential
               file status is WS-TIME-STATUS.
           select optional FBZ-GATE-LOG-FILE assign to FBZGTLOG
               organization is line sequential
               file status is WS-GLOG-STATUS.
           select optional FBZ-HOLD-FILE assign to FBZHOLD
               organization is line sequential
               file status is WS-HLD-STATUS.
           select optional FBZ-REGISTER-FILE assign to FBZXREG
               organization is line sequential
               file status is WS-XREG-STATUS.
           select optional FBZ-FMT-PARM-FILE assign to FBZFMTP
               organization is line sequential
               file status is WS-FMT-STATUS.
           select optional FBZ-RESEND-CTL-FILE assign to FBZRSCTL
               organization is line sequential
               file status is WS-RSCTL-STATUS.
           select FBZ-REPORT-FILE assign to FBZSVCRP
               organization is line sequential
               file status is WS-RPT-STATUS.
           select optional FBZ-SUMMARY-FILE assign to FBZSVSUM
               organization is line sequential
               file status is WS-SUM-STATUS.

       data division.
       file section.
       fd  FBZ-SVC-PARM-FILE
           recording mode is F.
           copy FBZSVP.

       fd  FBZ-SCHED-FILE
           recording mode is F.
           copy FBZCAL.

       fd  FBZ-RUN-CONTROL-FILE
           recording mode is F.
           copy FBZRUN.

       fd  FBZ-AUDIT-FILE
           recording mode is F.
           copy FBZAUD.

       fd  FBZ-TIMING-FILE
           recording mode is F.
           copy FBZTIM.

       fd  FBZ-GATE-LOG-FILE
           recording mode is F.
           copy FBZGLOG.

       fd  FBZ-HOLD-FILE
           recording mode is F.
           copy FBZHLD.

       fd  FBZ-REGISTER-FILE
           recording mode is F.
           copy FBZXRG.

       fd  FBZ-FMT-PARM-FILE
           recording mode is F.
           copy FBZFMT.

       fd  FBZ-RESEND-CTL-FILE
           recording mode is F.
           copy FBZRSC.

       fd  FBZ-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-REPORT-LINE             pic X(100).

       fd  FBZ-SUMMARY-FILE
           recording mode is F.
           copy FBZSVS.

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-SCHED-STATUS         pic X(02).
       01  WS-RUNCT-STATUS         pic X(02).
       01  WS-AUDIT-STATUS         pic X(02).
       01  WS-TIME-STATUS          pic X(02).
       01  WS-GLOG-STATUS          pic X(02).
       01  WS-HLD-STATUS           pic X(02).
       01  WS-XREG-STATUS          pic X(02).
       01  WS-FMT-STATUS           pic X(02).
       01  WS-OLD-THRU-DATE        pic X(08).
       01  WS-RSCTL-STATUS         pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-SUM-STATUS           pic X(02).
       01  WS-SCAN-EOF-SWITCH      pic X(01).
           88  FBZSV-SCAN-EOF           value "Y".
           88  FBZSV-SCAN-NOT-EOF       value "N".
       01  WS-DAY-SCHED-SWITCH     pic X(01).
           88  FBZSV-DAY-SCHEDULED      value "Y".
           88  FBZSV-DAY-UNSCHEDULED    value "N".
       01  WS-OPEN-HOLD-SWITCH     pic X(01).
           88  FBZSV-HOLD-OPEN          value "Y".
           88  FBZSV-NO-HOLD-OPEN       value "N".
       01  WS-CUTOFF-TIME          pic X(06) value "060000".
       01  WS-CATCHUP-JOB          pic X(08) value "FBZCATCH".
       01  WS-TODAY                pic X(08).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-FROM-INT             pic 9(08) comp.
       01  WS-TO-INT               pic 9(08) comp.
       01  WS-WALK-DAY-INT         pic 9(08) comp.
       01  WS-WALK-DATE            pic 9(08).
       01  WS-WALK-WEEK-DAY        pic 9(01).
       01  WS-LOOK-DATE            pic X(08).
       01  WS-LOOK-INT             pic 9(08) comp.
       01  WS-DAY-COUNT            pic 9(03) comp.
       01  WS-DAY-SUB              pic 9(03) comp.
       01  WS-EXC-SUB              pic 9(03) comp.
       01  WS-EXC-COUNT            pic 9(03) comp.
       01  WS-DAY-FLAG-TABLE.
           05  WS-DAY-FLAG         pic X(01) occurs 7 times.
       01  WS-EXC-TABLE.
           05  WS-EXC-DATE         pic X(08) occurs 100 times.

      *-----------------------------------------------------------------
      * THE GATE HOLD AWAITING ITS RELEASE AS THE LOG IS READ:
      * WHICH REPORT DATE IT BELONGS TO (ZERO WHEN IT FELL OUTSIDE
      * THE PERIOD) AND WHEN IT STARTED.
      *-----------------------------------------------------------------
       01  WS-HOLD-DAY-SUB         pic 9(03) comp.
       01  WS-HOLD-START-INT       pic 9(08) comp.
       01  WS-HOLD-START-SECS      pic 9(07) comp.
       01  WS-REL-INT              pic 9(08) comp.
       01  WS-REL-SECS             pic 9(07) comp.
       01  WS-HOLD-MINUTES         pic S9(07) comp.
       01  WS-HH                   pic 9(02).
       01  WS-MM                   pic 9(02).
       01  WS-SS                   pic 9(02).

      *-----------------------------------------------------------------
      * ONE SLOT PER DATE IN THE PERIOD, BUILT FROM THE FROM-DATE
      * FORWARD, SO A DATE'S SLOT IS ITS DAY OFFSET PLUS ONE.
      *-----------------------------------------------------------------
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY        occurs 31 times.
               10  WS-DAY-DATE         pic X(08).
               10  WS-DAY-SCHED        pic X(01).
               10  WS-DAY-REGS         pic 9(03) comp.
               10  WS-DAY-OVERRIDES    pic 9(03) comp.
               10  WS-DAY-CMP-TIME     pic X(06).
               10  WS-DAY-CATCHUP      pic X(01).
               10  WS-DAY-VAR-RUNS     pic 9(03) comp.
               10  WS-DAY-VAR-BAD      pic 9(03) comp.
               10  WS-DAY-STEP-END     pic X(06).
               10  WS-DAY-HOLDS        pic 9(03) comp.
               10  WS-DAY-HOLD-MIN     pic 9(07) comp.
               10  WS-DAY-HOLD-FLAG    pic X(01).
               10  WS-DAY-RESENT       pic 9(05) comp.
               10  WS-DAY-XMIT-TIME    pic X(06).
               10  WS-DAY-XMITS        pic 9(03) comp.

      *-----------------------------------------------------------------
      * PERIOD TOTALS - PRINTED, AND CARRIED ON THE FBZSVS RECORD.
      *-----------------------------------------------------------------
       01  WS-TOT-SCHED-DAYS       pic 9(03) comp value 0.
       01  WS-TOT-ONTIME-DAYS      pic 9(03) comp value 0.
       01  WS-TOT-LATE-DAYS        pic 9(03) comp value 0.
       01  WS-TOT-CATCHUP-DAYS     pic 9(03) comp value 0.
       01  WS-TOT-MISSED-DAYS      pic 9(03) comp value 0.
       01  WS-TOT-RERUNS           pic 9(03) comp value 0.
       01  WS-TOT-OVERRIDES        pic 9(03) comp value 0.
       01  WS-TOT-VAR-RUNS         pic 9(03) comp value 0.
       01  WS-TOT-VAR-BAD          pic 9(03) comp value 0.
       01  WS-TOT-HOLDS            pic 9(03) comp value 0.
       01  WS-TOT-HOLD-MIN         pic 9(07) comp value 0.
       01  WS-TOT-LONGEST-HOLD     pic 9(07) comp value 0.
       01  WS-TOT-AVG-HOLD         pic 9(07) comp value 0.
       01  WS-TOT-RESENT           pic 9(05) comp value 0.
       01  WS-TOT-XMIT-ONTIME      pic 9(03) comp value 0.
       01  WS-TOT-XMIT-LATE        pic 9(03) comp value 0.
       01  WS-TOT-XMIT-MISSING     pic 9(03) comp value 0.
       01  WS-ONTIME-PCT           pic 9(03)V9(01).
       01  WS-XMIT-ONTIME-PCT      pic 9(03)V9(01).
       01  WS-PCT-WORK             pic 9(03)V9(01).
       01  WS-RERUN-WORK           pic 9(03) comp.
       01  WS-COUNT-WORK           pic 9(07) comp.

       01  WS-HEADING-1.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value "RUN DATE".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "SCH".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(06) value "CHAIN".
           05  filler              pic X(03) value spaces.
           05  filler              pic X(06) value "LAST".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "REG".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(03) value "RE-".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(03) value "SUP".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "VAR".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "VAR".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(02) value "GT".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(07) value "   HOLD".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(05) value "ITEMS".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(06) value "XMIT".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(02) value "XM".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(14) value "STATUS".
       01  WS-HEADING-2.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value spaces.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "DAY".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(06) value "END".
           05  filler              pic X(03) value spaces.
           05  filler              pic X(06) value "STEP".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "RUN".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(03) value "RUN".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(03) value "OVR".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "RUN".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "RC8".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(02) value "HL".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(07) value "MINUTES".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(05) value "RSENT".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(06) value "AT".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(02) value "NO".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(14) value spaces.

       01  WS-DETAIL-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-DATE         pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-SCHED        pic X(03).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-CMP-TIME     pic X(06).
           05  filler              pic X(03) value spaces.
           05  WS-DTL-STEP-END     pic X(06).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-REGS         pic ZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-RERUNS       pic ZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-OVERRIDES    pic ZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-VAR-RUNS     pic ZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-VAR-BAD      pic ZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-HOLDS        pic Z9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-HOLD-MIN     pic ZZZZZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-RESENT       pic ZZZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-XMIT-TIME    pic X(06).
           05  filler              pic X(01) value spaces.
           05  WS-DTL-XMITS        pic Z9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-STATUS       pic X(14).

       01  WS-TOTAL-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-TOT-LABEL        pic X(40).
           05  WS-TOT-COUNT        pic ZZZZZZ9.
           05  filler              pic X(03) value spaces.
           05  WS-TOT-PCT          pic ZZ9.9.
           05  WS-TOT-PCT-LIT      pic X(04).
           05  filler              pic X(39) value spaces.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-SCAN-RUN-CONTROL
               thru 2000-EXIT
           perform 2200-SCAN-AUDIT-LOG
               thru 2200-EXIT
           perform 2400-SCAN-TIMING-LOG
               thru 2400-EXIT
           perform 2600-SCAN-GATE-LOG
               thru 2600-EXIT
           perform 2800-CHECK-HOLD-FILE
               thru 2800-EXIT
           perform 3000-SCAN-REGISTER
               thru 3000-EXIT
           perform 3200-SCAN-RESEND-CTL
               thru 3200-EXIT
           perform 4000-REPORT-ONE-DAY
               thru 4000-EXIT
               varying WS-DAY-SUB from 1 by 1
               until WS-DAY-SUB > WS-DAY-COUNT
           perform 5000-WRITE-PERIOD-TOTALS
               thru 5000-EXIT
           perform 5500-WRITE-SUMMARY-RECORD
               thru 5500-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-REPORT-FILE
           if WS-TOT-MISSED-DAYS > 0
               or WS-TOT-XMIT-MISSING > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READ AND VALIDATE THE PERIOD, LOAD THE
      * PROCESSING SCHEDULE, BUILD ONE EMPTY SLOT PER DATE, AND
      * OPEN THE REPORT WITH ITS HEADINGS.  A MISSING OR INVALID
      * PERIOD, OR ONE LONGER THAN 31 DAYS, IS REJECTED (RETURN
      * CODE 16) - THE REPORT IS ONE LINE PER DATE OF ONE MONTH.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-EXC-COUNT
           move all "Y" to WS-DAY-FLAG-TABLE
           move spaces to WS-EXC-TABLE
           accept WS-TODAY from date YYYYMMDD
           open input FBZ-SVC-PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "FBZSVCR - FBZSVPRM OPEN FAILED - STATUS "
                   WS-PARM-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           read FBZ-SVC-PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "FBZSVCR - FBZSVPRM READ FAILED - STATUS "
                   WS-PARM-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           close FBZ-SVC-PARM-FILE
           move FBZ-SVP-SITE to WS-SITE-CODE
           if WS-SITE-CODE = spaces
               move "01" to WS-SITE-CODE
           end-if
           if FBZ-SVP-FROM-DATE is not numeric
               or FBZ-SVP-TO-DATE is not numeric
               or FBZ-SVP-FROM-DATE > FBZ-SVP-TO-DATE
               display "FBZSVCR - INVALID PERIOD "
                   FBZ-SVP-FROM-DATE " - " FBZ-SVP-TO-DATE
                   " - RUN TERMINATED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           compute WS-FROM-INT
               = function integer-of-date(
                     function numval(FBZ-SVP-FROM-DATE))
           compute WS-TO-INT
               = function integer-of-date(
                     function numval(FBZ-SVP-TO-DATE))
           compute WS-DAY-COUNT = WS-TO-INT - WS-FROM-INT + 1
           if WS-DAY-COUNT > 31
               display "FBZSVCR - PERIOD " FBZ-SVP-FROM-DATE
                   " - " FBZ-SVP-TO-DATE " IS OVER 31 DAYS -"
                   " RUN TERMINATED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           perform 1500-LOAD-SCHEDULE
               thru 1500-EXIT
           perform 1200-BUILD-ONE-DAY
               thru 1200-EXIT
               varying WS-DAY-SUB from 1 by 1
               until WS-DAY-SUB > WS-DAY-COUNT
           open output FBZ-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZSVCR - FBZSVCRP OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-REPORT-LINE
           string "FBZSVCR - DAILY CHAIN SERVICE LEVELS "
                   delimited by size
               FBZ-SVP-FROM-DATE delimited by size
               " - " delimited by size
               FBZ-SVP-TO-DATE delimited by size
               "  CUTOFF 06:00" delimited by size
               "  SITE " delimited by size
               WS-SITE-CODE delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move WS-HEADING-1 to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move WS-HEADING-2 to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1200-BUILD-ONE-DAY - SET UP ONE DATE'S EMPTY SLOT AND MARK
      * WHETHER THE SCHEDULE CALLS IT A BUSINESS DAY.
      *-----------------------------------------------------------------
       1200-BUILD-ONE-DAY.
           compute WS-WALK-DAY-INT = WS-FROM-INT + WS-DAY-SUB - 1
           compute WS-WALK-DATE
               = function date-of-integer(WS-WALK-DAY-INT)
           move WS-WALK-DATE to WS-DAY-DATE(WS-DAY-SUB)
           move 0 to WS-DAY-REGS(WS-DAY-SUB)
           move 0 to WS-DAY-OVERRIDES(WS-DAY-SUB)
           move spaces to WS-DAY-CMP-TIME(WS-DAY-SUB)
           move "N" to WS-DAY-CATCHUP(WS-DAY-SUB)
           move 0 to WS-DAY-VAR-RUNS(WS-DAY-SUB)
           move 0 to WS-DAY-VAR-BAD(WS-DAY-SUB)
           move spaces to WS-DAY-STEP-END(WS-DAY-SUB)
           move 0 to WS-DAY-HOLDS(WS-DAY-SUB)
           move 0 to WS-DAY-HOLD-MIN(WS-DAY-SUB)
           move space to WS-DAY-HOLD-FLAG(WS-DAY-SUB)
           move 0 to WS-DAY-RESENT(WS-DAY-SUB)
           move spaces to WS-DAY-XMIT-TIME(WS-DAY-SUB)
           move 0 to WS-DAY-XMITS(WS-DAY-SUB)
           perform 1250-TEST-DAY-SCHEDULED
               thru 1250-EXIT
           if FBZSV-DAY-SCHEDULED
               move "Y" to WS-DAY-SCHED(WS-DAY-SUB)
           else
               move "N" to WS-DAY-SCHED(WS-DAY-SUB)
           end-if.
       1200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1250-TEST-DAY-SCHEDULED - IS THE DATE BEING BUILT A
      * SCHEDULED PROCESSING DATE?  ITS WEEK DAY (1=MONDAY THROUGH
      * 7=SUNDAY, THE FBZCAL CODING) MUST CARRY A Y RUN FLAG AND
      * THE DATE MUST NOT BE ON THE EXCEPTION LIST - THE SAME TEST
      * FBZRUNC'S CHECK FUNCTION APPLIES.
      *-----------------------------------------------------------------
       1250-TEST-DAY-SCHEDULED.
           set FBZSV-DAY-SCHEDULED to true
           compute WS-WALK-WEEK-DAY
               = function mod(WS-WALK-DAY-INT 7)
           if WS-WALK-WEEK-DAY = zero
               move 7 to WS-WALK-WEEK-DAY
           end-if
           if WS-DAY-FLAG(WS-WALK-WEEK-DAY) not = "Y"
               set FBZSV-DAY-UNSCHEDULED to true
               go to 1250-EXIT
           end-if
           perform 1270-TEST-ONE-EXCEPTION
               thru 1270-EXIT
               varying WS-EXC-SUB from 1 by 1
               until WS-EXC-SUB > WS-EXC-COUNT
                   or FBZSV-DAY-UNSCHEDULED.
       1250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1270-TEST-ONE-EXCEPTION - TEST THE DATE AGAINST ONE
      * HOLIDAY/OUTAGE EXCEPTION.
      *-----------------------------------------------------------------
       1270-TEST-ONE-EXCEPTION.
           if WS-EXC-DATE(WS-EXC-SUB) = WS-DAY-DATE(WS-DAY-SUB)
               set FBZSV-DAY-UNSCHEDULED to true
           end-if.
       1270-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-LOAD-SCHEDULE - LOAD THE PROCESSING SCHEDULE CALENDAR:
      * THE BUSINESS-DAY RULES REPLACE THE EVERY-DAY DEFAULT, AND
      * EACH EXCEPTION DATE GOES ON THE SKIP LIST.  A MISSING
      * CALENDAR LEAVES EVERY DAY SCHEDULED, AS IN FBZRUNC.
      *-----------------------------------------------------------------
       1500-LOAD-SCHEDULE.
           set FBZSV-SCAN-NOT-EOF to true
           open input FBZ-SCHED-FILE
           if WS-SCHED-STATUS not = "00"
               set FBZSV-SCAN-EOF to true
           end-if
           perform 1550-LOAD-ONE-CAL-RECORD
               thru 1550-EXIT
               until FBZSV-SCAN-EOF
           close FBZ-SCHED-FILE.
       1500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1550-LOAD-ONE-CAL-RECORD - FOLD ONE CALENDAR RECORD INTO
      * THE RULES OR THE EXCEPTION LIST; AN OVERFLOWING EXCEPTION
      * IS REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1550-LOAD-ONE-CAL-RECORD.
           read FBZ-SCHED-FILE
               at end
                   set FBZSV-SCAN-EOF to true
                   go to 1550-EXIT
           end-read
           evaluate true
               when FBZ-CAL-RULES
                   move FBZ-CAL-DAY-FLAGS to WS-DAY-FLAG-TABLE
               when FBZ-CAL-EXCEPTION
                   if WS-EXC-COUNT >= 100
                       display "FBZSVCR - EXCEPTION TABLE FULL - "
                           FBZ-CAL-EXC-DATE " IGNORED"
                       go to 1550-EXIT
                   end-if
                   add 1 to WS-EXC-COUNT
                   move FBZ-CAL-EXC-DATE
                       to WS-EXC-DATE(WS-EXC-COUNT)
           end-evaluate.
       1550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1900-LOCATE-DAY - FIND THE PERIOD SLOT FOR THE DATE IN
      * WS-LOOK-DATE.  WS-DAY-SUB COMES BACK ZERO FOR A DATE
      * OUTSIDE THE PERIOD OR ONE THAT IS NOT A DATE AT ALL.
      *-----------------------------------------------------------------
       1900-LOCATE-DAY.
           move 0 to WS-DAY-SUB
           if WS-LOOK-DATE is not numeric
               or WS-LOOK-DATE < FBZ-SVP-FROM-DATE
               or WS-LOOK-DATE > FBZ-SVP-TO-DATE
               go to 1900-EXIT
           end-if
           compute WS-LOOK-INT
               = function integer-of-date(
                     function numval(WS-LOOK-DATE))
           compute WS-DAY-SUB = WS-LOOK-INT - WS-FROM-INT + 1.
       1900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-SCAN-RUN-CONTROL - READ THE RUN-CONTROL CALENDAR FOR
      * EACH DATE'S REGISTRATIONS, OVERRIDES, CATCH-UP RUNS AND
      * FIRST COMPLETION TIME.
      *-----------------------------------------------------------------
       2000-SCAN-RUN-CONTROL.
           set FBZSV-SCAN-NOT-EOF to true
           open input FBZ-RUN-CONTROL-FILE
           if WS-RUNCT-STATUS not = "00"
               display "FBZSVCR - NO RUN-CONTROL CALENDAR - EVERY"
                   " SCHEDULED DATE WILL SHOW MISSED"
               set FBZSV-SCAN-EOF to true
           end-if
           perform 2050-READ-ONE-RUN-RECORD
               thru 2050-EXIT
               until FBZSV-SCAN-EOF
           close FBZ-RUN-CONTROL-FILE.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2050-READ-ONE-RUN-RECORD - FOLD ONE RUN-CONTROL RECORD INTO
      * ITS DATE'S SLOT.  EVERY REGISTRATION PAST THE FIRST IS A
      * RERUN; ONLY THE FIRST COMPLETION COUNTS AGAINST THE CUTOFF.
      *-----------------------------------------------------------------
       2050-READ-ONE-RUN-RECORD.
           read FBZ-RUN-CONTROL-FILE
               at end
                   set FBZSV-SCAN-EOF to true
                   go to 2050-EXIT
           end-read
           move FBZ-RUN-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2050-EXIT
           end-if
           if FBZ-RUN-JOB-NAME = WS-CATCHUP-JOB
               move "Y" to WS-DAY-CATCHUP(WS-DAY-SUB)
           end-if
           evaluate true
               when FBZ-RUN-REGISTERED
                   add 1 to WS-DAY-REGS(WS-DAY-SUB)
                   if FBZ-RUN-OVERRIDE = "Y"
                       add 1 to WS-DAY-OVERRIDES(WS-DAY-SUB)
                   end-if
               when FBZ-RUN-COMPLETE
                   if WS-DAY-CMP-TIME(WS-DAY-SUB) = spaces
                       move FBZ-RUN-TIME
                           to WS-DAY-CMP-TIME(WS-DAY-SUB)
                   end-if
           end-evaluate.
       2050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-SCAN-AUDIT-LOG - COUNT EACH DATE'S VARIANT RUNS FROM
      * THE SHARED AUDIT LOG, AND THOSE ENDING OVER RETURN CODE 4.
      *-----------------------------------------------------------------
       2200-SCAN-AUDIT-LOG.
           set FBZSV-SCAN-NOT-EOF to true
           open input FBZ-AUDIT-FILE
           if WS-AUDIT-STATUS not = "00"
               set FBZSV-SCAN-EOF to true
           end-if
           perform 2250-READ-ONE-AUDIT-RECORD
               thru 2250-EXIT
               until FBZSV-SCAN-EOF
           close FBZ-AUDIT-FILE.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2250-READ-ONE-AUDIT-RECORD - FOLD ONE VARIANT'S AUDIT
      * RECORD INTO ITS DATE'S SLOT.  THE LOG ALSO CARRIES FBZSRCS'S
      * LOAD-SOURCE DECISIONS, WHICH ARE NOT VARIANT RUNS.
      *-----------------------------------------------------------------
       2250-READ-ONE-AUDIT-RECORD.
           read FBZ-AUDIT-FILE
               at end
                   set FBZSV-SCAN-EOF to true
                   go to 2250-EXIT
           end-read
           if FBZ-AUD-PROGRAM-ID(1:7) not = "FIZZBUZ"
               go to 2250-EXIT
           end-if
           move FBZ-AUD-RUN-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2250-EXIT
           end-if
           add 1 to WS-DAY-VAR-RUNS(WS-DAY-SUB)
           if FBZ-AUD-RETURN-CODE is numeric
               and FBZ-AUD-RETURN-CODE > 4
               add 1 to WS-DAY-VAR-BAD(WS-DAY-SUB)
           end-if.
       2250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2400-SCAN-TIMING-LOG - NOTE WHEN EACH DATE'S LAST CHAIN
      * STEP ENDED.  THE LOG IS APPEND-ONLY, SO THE LAST RECORD
      * READ FOR A DATE IS THE LAST STEP TO FINISH.
      *-----------------------------------------------------------------
       2400-SCAN-TIMING-LOG.
           set FBZSV-SCAN-NOT-EOF to true
           open input FBZ-TIMING-FILE
           if WS-TIME-STATUS not = "00"
               set FBZSV-SCAN-EOF to true
           end-if
           perform 2450-READ-ONE-TIMING-RECORD
               thru 2450-EXIT
               until FBZSV-SCAN-EOF
           close FBZ-TIMING-FILE.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2450-READ-ONE-TIMING-RECORD - CARRY ONE TIMING RECORD'S END
      * TIME TO ITS DATE'S SLOT.
      *-----------------------------------------------------------------
       2450-READ-ONE-TIMING-RECORD.
           read FBZ-TIMING-FILE
               at end
                   set FBZSV-SCAN-EOF to true
                   go to 2450-EXIT
           end-read
           move FBZ-TIM-RUN-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2450-EXIT
           end-if
           move FBZ-TIM-END-TIME to WS-DAY-STEP-END(WS-DAY-SUB).
       2450-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-SCAN-GATE-LOG - PAIR EACH GATE HOLD WITH THE RELEASE
      * THAT FOLLOWS IT ON THE LOG AND CHARGE THE MINUTES BETWEEN
      * TO THE DATE OF THE HOLD.  A HOLD STILL OPEN AT THE END OF
      * THE LOG IS MARKED STILL HELD; A HOLD FOLLOWED BY ANOTHER
      * HOLD WITH NO RELEASE BETWEEN WAS NEVER RELEASED AT ALL.
      *-----------------------------------------------------------------
       2600-SCAN-GATE-LOG.
           set FBZSV-NO-HOLD-OPEN to true
           set FBZSV-SCAN-NOT-EOF to true
           open input FBZ-GATE-LOG-FILE
           if WS-GLOG-STATUS not = "00"
               set FBZSV-SCAN-EOF to true
           end-if
           perform 2650-READ-ONE-GATE-RECORD
               thru 2650-EXIT
               until FBZSV-SCAN-EOF
           close FBZ-GATE-LOG-FILE
           if FBZSV-HOLD-OPEN
               and WS-HOLD-DAY-SUB > zero
               move "H" to WS-DAY-HOLD-FLAG(WS-HOLD-DAY-SUB)
           end-if.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2650-READ-ONE-GATE-RECORD - ONE GATE LOG RECORD: A HOLD
      * OPENS, A RELEASE CLOSES, A DENIED RELEASE CHANGES NOTHING.
      *-----------------------------------------------------------------
       2650-READ-ONE-GATE-RECORD.
           read FBZ-GATE-LOG-FILE
               at end
                   set FBZSV-SCAN-EOF to true
                   go to 2650-EXIT
           end-read
           if FBZG-LOG-CHANGE-DATE is not numeric
               or FBZG-LOG-CHANGE-TIME is not numeric
               go to 2650-EXIT
           end-if
           evaluate FBZG-LOG-ACTION
               when "HELD"
                   perform 2700-OPEN-ONE-HOLD
                       thru 2700-EXIT
               when "RELEASE"
                   perform 2750-CLOSE-ONE-HOLD
                       thru 2750-EXIT
               when other
                   continue
           end-evaluate.
       2650-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-OPEN-ONE-HOLD - START TIMING A HOLD, COUNTING IT ON
      * ITS DATE WHEN THAT DATE IS IN THE PERIOD.
      *-----------------------------------------------------------------
       2700-OPEN-ONE-HOLD.
           if FBZSV-HOLD-OPEN
               and WS-HOLD-DAY-SUB > zero
               move "U" to WS-DAY-HOLD-FLAG(WS-HOLD-DAY-SUB)
           end-if
           move FBZG-LOG-CHANGE-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           move WS-DAY-SUB to WS-HOLD-DAY-SUB
           if WS-HOLD-DAY-SUB > zero
               add 1 to WS-DAY-HOLDS(WS-HOLD-DAY-SUB)
           end-if
           compute WS-HOLD-START-INT
               = function integer-of-date(
                     function numval(FBZG-LOG-CHANGE-DATE))
           move FBZG-LOG-CHANGE-TIME(1:2) to WS-HH
           move FBZG-LOG-CHANGE-TIME(3:2) to WS-MM
           move FBZG-LOG-CHANGE-TIME(5:2) to WS-SS
           compute WS-HOLD-START-SECS
               = WS-HH * 3600 + WS-MM * 60 + WS-SS
           set FBZSV-HOLD-OPEN to true.
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2750-CLOSE-ONE-HOLD - A RELEASE ENDS THE OPEN HOLD; ITS
      * ELAPSED MINUTES, ACROSS ANY NUMBER OF MIDNIGHTS, ARE
      * CHARGED TO THE HOLD'S DATE.  A RELEASE WITH NO HOLD OPEN
      * (ITS HOLD BEFORE THE LOG WAS LAST TRIMMED) IS PASSED OVER.
      *-----------------------------------------------------------------
       2750-CLOSE-ONE-HOLD.
           if FBZSV-NO-HOLD-OPEN
               go to 2750-EXIT
           end-if
           set FBZSV-NO-HOLD-OPEN to true
           if WS-HOLD-DAY-SUB = zero
               go to 2750-EXIT
           end-if
           compute WS-REL-INT
               = function integer-of-date(
                     function numval(FBZG-LOG-CHANGE-DATE))
           move FBZG-LOG-CHANGE-TIME(1:2) to WS-HH
           move FBZG-LOG-CHANGE-TIME(3:2) to WS-MM
           move FBZG-LOG-CHANGE-TIME(5:2) to WS-SS
           compute WS-REL-SECS
               = WS-HH * 3600 + WS-MM * 60 + WS-SS
           compute WS-HOLD-MINUTES
               = (WS-REL-INT - WS-HOLD-START-INT) * 1440
               + (WS-REL-SECS - WS-HOLD-START-SECS) / 60
           if WS-HOLD-MINUTES < zero
               move 0 to WS-HOLD-MINUTES
           end-if
           add WS-HOLD-MINUTES to WS-DAY-HOLD-MIN(WS-HOLD-DAY-SUB)
           if WS-HOLD-MINUTES > WS-TOT-LONGEST-HOLD
               move WS-HOLD-MINUTES to WS-TOT-LONGEST-HOLD
           end-if.
       2750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-CHECK-HOLD-FILE - FBZHOLD CARRIES THE GATE'S LATEST
      * STATUS.  A FEED STILL HELD AS THIS REPORT RUNS IS MARKED ON
      * ITS DATE EVEN IF THE GATE LOG WAS TRIMMED FROM UNDER IT.
      *-----------------------------------------------------------------
       2800-CHECK-HOLD-FILE.
           open input FBZ-HOLD-FILE
           if WS-HLD-STATUS = "00"
               read FBZ-HOLD-FILE
               if WS-HLD-STATUS = "00"
                   and FBZ-HLD-HELD
                   move FBZ-HLD-DATE to WS-LOOK-DATE
                   perform 1900-LOCATE-DAY
                       thru 1900-EXIT
                   if WS-DAY-SUB > zero
                       move "H" to WS-DAY-HOLD-FLAG(WS-DAY-SUB)
                   end-if
               end-if
           end-if
           close FBZ-HOLD-FILE.
       2800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2980-LOAD-FEED-LAYOUTS - NOTE THE LAST DAY OF SLOTTING'S
      * LAYOUT 01 FEED FROM THE OPTIONAL FBZFMTP CUTOVER PARAMETER.
      * DURING THE CUTOVER EACH TRANSMISSION IS REGISTERED ONCE PER
      * LAYOUT; ONLY THE LAYOUT 01 ENTRY IS COUNTED UNTIL LAYOUT 01
      * IS RETIRED, SO A DUAL-FORMAT DAY IS NOT COUNTED TWICE.
      *-----------------------------------------------------------------
       2980-LOAD-FEED-LAYOUTS.
           move spaces to WS-OLD-THRU-DATE
           open input FBZ-FMT-PARM-FILE
           if WS-FMT-STATUS = "00"
               read FBZ-FMT-PARM-FILE
               if WS-FMT-STATUS = "00"
                   move FBZ-FMT-OLD-THRU-DATE to WS-OLD-THRU-DATE
               end-if
           end-if
           close FBZ-FMT-PARM-FILE.
       2980-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-SCAN-REGISTER - NOTE EACH DATE'S FIRST TRANSMISSION
      * TIME AND HOW MANY TRANSMISSIONS WENT FOR IT (A RESEND OR A
      * RELEASED HOLD TRANSMITS AGAIN UNDER THE SAME DATE).
      *-----------------------------------------------------------------
       3000-SCAN-REGISTER.
           perform 2980-LOAD-FEED-LAYOUTS
               thru 2980-EXIT
           set FBZSV-SCAN-NOT-EOF to true
           open input FBZ-REGISTER-FILE
           if WS-XREG-STATUS not = "00"
               set FBZSV-SCAN-EOF to true
           end-if
           perform 3050-READ-ONE-REGISTER
               thru 3050-EXIT
               until FBZSV-SCAN-EOF
           close FBZ-REGISTER-FILE.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3050-READ-ONE-REGISTER - FOLD ONE REGISTER ENTRY OF THE
      * SITE INTO ITS DATE'S SLOT.
      *-----------------------------------------------------------------
       3050-READ-ONE-REGISTER.
           read FBZ-REGISTER-FILE
               at end
                   set FBZSV-SCAN-EOF to true
                   go to 3050-EXIT
           end-read
           move FBZ-XRG-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 3050-EXIT
           end-if
           if FBZ-XRG-LAYOUT-NEW
               and (WS-OLD-THRU-DATE is not numeric
                   or WS-OLD-THRU-DATE not < FBZ-XRG-SENT-DATE)
               go to 3050-EXIT
           end-if
           move FBZ-XRG-SENT-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 3050-EXIT
           end-if
           add 1 to WS-DAY-XMITS(WS-DAY-SUB)
           if WS-DAY-XMIT-TIME(WS-DAY-SUB) = spaces
               move FBZ-XRG-SENT-TIME to WS-DAY-XMIT-TIME(WS-DAY-SUB)
           end-if.
       3050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3200-SCAN-RESEND-CTL - COUNT THE ITEMS WHOSE LATEST RESEND
      * FELL ON EACH DATE.
      *-----------------------------------------------------------------
       3200-SCAN-RESEND-CTL.
           set FBZSV-SCAN-NOT-EOF to true
           open input FBZ-RESEND-CTL-FILE
           if WS-RSCTL-STATUS not = "00"
               set FBZSV-SCAN-EOF to true
           end-if
           perform 3250-READ-ONE-RESEND
               thru 3250-EXIT
               until FBZSV-SCAN-EOF
           close FBZ-RESEND-CTL-FILE.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3250-READ-ONE-RESEND - COUNT ONE TRACKING ROW ON THE DATE
      * OF ITS LATEST RESEND.
      *-----------------------------------------------------------------
       3250-READ-ONE-RESEND.
           read FBZ-RESEND-CTL-FILE
               at end
                   set FBZSV-SCAN-EOF to true
                   go to 3250-EXIT
           end-read
           move FBZ-RSC-LAST-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 3250-EXIT
           end-if
           add 1 to WS-DAY-RESENT(WS-DAY-SUB).
       3250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-REPORT-ONE-DAY - JUDGE ONE DATE AND PRINT ITS LINE.
      * A SCHEDULED DATE IS ON TIME WHEN ITS FIRST COMPLETION CAME
      * BEFORE THE CUTOFF, LATE WHEN AFTER, CATCH-UP WHEN FBZCATCH
      * RAN IT, AND MISSED WITH NO COMPLETION AT ALL.  ITS FEED IS
      * ON TIME, LATE, OR NOT SENT BY THE SAME CUTOFF.  AN
      * UNSCHEDULED DATE WITH NO ACTIVITY IS LEFT OFF THE REPORT.
      *-----------------------------------------------------------------
       4000-REPORT-ONE-DAY.
           if WS-DAY-SCHED(WS-DAY-SUB) not = "Y"
               and WS-DAY-REGS(WS-DAY-SUB) = zero
               and WS-DAY-CMP-TIME(WS-DAY-SUB) = spaces
               and WS-DAY-VAR-RUNS(WS-DAY-SUB) = zero
               and WS-DAY-XMITS(WS-DAY-SUB) = zero
               and WS-DAY-HOLDS(WS-DAY-SUB) = zero
               and WS-DAY-RESENT(WS-DAY-SUB) = zero
               go to 4000-EXIT
           end-if
           move 0 to WS-RERUN-WORK
           if WS-DAY-REGS(WS-DAY-SUB) > 1
               compute WS-RERUN-WORK = WS-DAY-REGS(WS-DAY-SUB) - 1
           end-if
           add WS-RERUN-WORK to WS-TOT-RERUNS
           add WS-DAY-OVERRIDES(WS-DAY-SUB) to WS-TOT-OVERRIDES
           add WS-DAY-VAR-RUNS(WS-DAY-SUB) to WS-TOT-VAR-RUNS
           add WS-DAY-VAR-BAD(WS-DAY-SUB) to WS-TOT-VAR-BAD
           add WS-DAY-HOLDS(WS-DAY-SUB) to WS-TOT-HOLDS
           add WS-DAY-HOLD-MIN(WS-DAY-SUB) to WS-TOT-HOLD-MIN
           add WS-DAY-RESENT(WS-DAY-SUB) to WS-TOT-RESENT
           move spaces to WS-DTL-STATUS
           if WS-DAY-SCHED(WS-DAY-SUB) = "Y"
               move "YES" to WS-DTL-SCHED
               add 1 to WS-TOT-SCHED-DAYS
               perform 4100-JUDGE-SCHEDULED-DAY
                   thru 4100-EXIT
           else
               move "NO" to WS-DTL-SCHED
               move "UNSCHED RUN" to WS-DTL-STATUS
           end-if
           evaluate WS-DAY-HOLD-FLAG(WS-DAY-SUB)
               when "H"
                   move "STILL HELD" to WS-DTL-STATUS
               when "U"
                   move "NEVER RELEASED" to WS-DTL-STATUS
           end-evaluate
           move WS-DAY-DATE(WS-DAY-SUB) to WS-DTL-DATE
           move WS-DAY-CMP-TIME(WS-DAY-SUB) to WS-DTL-CMP-TIME
           move WS-DAY-STEP-END(WS-DAY-SUB) to WS-DTL-STEP-END
           move WS-DAY-REGS(WS-DAY-SUB) to WS-DTL-REGS
           move WS-RERUN-WORK to WS-DTL-RERUNS
           move WS-DAY-OVERRIDES(WS-DAY-SUB) to WS-DTL-OVERRIDES
           move WS-DAY-VAR-RUNS(WS-DAY-SUB) to WS-DTL-VAR-RUNS
           move WS-DAY-VAR-BAD(WS-DAY-SUB) to WS-DTL-VAR-BAD
           move WS-DAY-HOLDS(WS-DAY-SUB) to WS-DTL-HOLDS
           move WS-DAY-HOLD-MIN(WS-DAY-SUB) to WS-DTL-HOLD-MIN
           move WS-DAY-RESENT(WS-DAY-SUB) to WS-DTL-RESENT
           move WS-DAY-XMIT-TIME(WS-DAY-SUB) to WS-DTL-XMIT-TIME
           move WS-DAY-XMITS(WS-DAY-SUB) to WS-DTL-XMITS
           move WS-DETAIL-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-JUDGE-SCHEDULED-DAY - SORT ONE SCHEDULED DATE INTO ON
      * TIME, LATE, CATCH-UP OR MISSED, AND ITS FEED INTO ON TIME,
      * LATE OR NOT SENT.  A CATCH-UP DATE IS LATE BY DEFINITION,
      * WHATEVER THE CLOCK SAID WHEN FBZCATCH FINISHED IT.
      *-----------------------------------------------------------------
       4100-JUDGE-SCHEDULED-DAY.
           evaluate true
               when WS-DAY-CMP-TIME(WS-DAY-SUB) = spaces
                   add 1 to WS-TOT-MISSED-DAYS
                   move "MISSED" to WS-DTL-STATUS
               when WS-DAY-CATCHUP(WS-DAY-SUB) = "Y"
                   add 1 to WS-TOT-CATCHUP-DAYS
                   move "CATCH-UP" to WS-DTL-STATUS
               when WS-DAY-CMP-TIME(WS-DAY-SUB) < WS-CUTOFF-TIME
                   add 1 to WS-TOT-ONTIME-DAYS
                   move "ON TIME" to WS-DTL-STATUS
               when other
                   add 1 to WS-TOT-LATE-DAYS
                   move "LATE" to WS-DTL-STATUS
           end-evaluate
           evaluate true
               when WS-DAY-XMITS(WS-DAY-SUB) = zero
                   add 1 to WS-TOT-XMIT-MISSING
                   move "NOT SENT" to WS-DTL-STATUS
               when WS-DAY-CATCHUP(WS-DAY-SUB) = "Y"
                   add 1 to WS-TOT-XMIT-LATE
               when WS-DAY-XMIT-TIME(WS-DAY-SUB) < WS-CUTOFF-TIME
                   add 1 to WS-TOT-XMIT-ONTIME
               when other
                   add 1 to WS-TOT-XMIT-LATE
                   if WS-DTL-STATUS = "ON TIME"
                       move "XMIT LATE" to WS-DTL-STATUS
                   end-if
           end-evaluate.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-WRITE-PERIOD-TOTALS - THE PERIOD'S TOTALS, WITH THE
      * DAY COUNTS ALSO SHOWN AS A PERCENTAGE OF SCHEDULED DAYS.
      *-----------------------------------------------------------------
       5000-WRITE-PERIOD-TOTALS.
           move 0 to WS-TOT-AVG-HOLD
           if WS-TOT-HOLDS > zero
               compute WS-TOT-AVG-HOLD
                   = WS-TOT-HOLD-MIN / WS-TOT-HOLDS
           end-if
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "PERIOD TOTALS" to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "SCHEDULED BUSINESS DAYS . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-SCHED-DAYS to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "COMPLETED BY THE 06:00 CUTOFF . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-ONTIME-DAYS to WS-COUNT-WORK
           perform 5200-WRITE-PERCENT-LINE
               thru 5200-EXIT
           move WS-PCT-WORK to WS-ONTIME-PCT
           move "COMPLETED AFTER THE CUTOFF. . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-LATE-DAYS to WS-COUNT-WORK
           perform 5200-WRITE-PERCENT-LINE
               thru 5200-EXIT
           move "RUN BY THE CATCH-UP JOB . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-CATCHUP-DAYS to WS-COUNT-WORK
           perform 5200-WRITE-PERCENT-LINE
               thru 5200-EXIT
           move "MISSED - NO COMPLETED RUN . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-MISSED-DAYS to WS-COUNT-WORK
           perform 5200-WRITE-PERCENT-LINE
               thru 5200-EXIT
           move "RERUNS REGISTERED . . . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-RERUNS to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "SUPERVISOR OVERRIDES. . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-OVERRIDES to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "VARIANT RUNS. . . . . . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-VAR-RUNS to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "VARIANT RUNS ENDING OVER RC 4 . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-VAR-BAD to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "GATE HOLDS. . . . . . . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-HOLDS to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "MINUTES HELD - TOTAL. . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-HOLD-MIN to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "MINUTES HELD - AVERAGE PER HOLD . . . ."
               to WS-TOT-LABEL
           move WS-TOT-AVG-HOLD to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "MINUTES HELD - LONGEST HOLD . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-LONGEST-HOLD to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "ITEMS RESENT. . . . . . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-RESENT to WS-COUNT-WORK
           perform 5100-WRITE-COUNT-LINE
               thru 5100-EXIT
           move "FEEDS TRANSMITTED BY THE CUTOFF . . . ."
               to WS-TOT-LABEL
           move WS-TOT-XMIT-ONTIME to WS-COUNT-WORK
           perform 5200-WRITE-PERCENT-LINE
               thru 5200-EXIT
           move WS-PCT-WORK to WS-XMIT-ONTIME-PCT
           move "FEEDS TRANSMITTED LATE. . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-XMIT-LATE to WS-COUNT-WORK
           perform 5200-WRITE-PERCENT-LINE
               thru 5200-EXIT
           move "SCHEDULED DAYS NEVER TRANSMITTED. . . ."
               to WS-TOT-LABEL
           move WS-TOT-XMIT-MISSING to WS-COUNT-WORK
           perform 5200-WRITE-PERCENT-LINE
               thru 5200-EXIT.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5100-WRITE-COUNT-LINE - ONE TOTAL LINE, COUNT ONLY.
      *-----------------------------------------------------------------
       5100-WRITE-COUNT-LINE.
           move WS-COUNT-WORK to WS-TOT-COUNT
           move zero to WS-TOT-PCT
           move spaces to WS-TOT-PCT-LIT
           move WS-TOTAL-LINE to FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE(53:9)
           write FBZ-REPORT-LINE.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5200-WRITE-PERCENT-LINE - ONE TOTAL LINE WITH ITS COUNT AS
      * A PERCENTAGE OF THE SCHEDULED DAYS (ZERO WHEN NONE WERE
      * SCHEDULED), LEFT IN WS-PCT-WORK FOR THE SUMMARY RECORD.
      *-----------------------------------------------------------------
       5200-WRITE-PERCENT-LINE.
           move 0 to WS-PCT-WORK
           if WS-TOT-SCHED-DAYS > zero
               compute WS-PCT-WORK rounded
                   = WS-COUNT-WORK * 100 / WS-TOT-SCHED-DAYS
           end-if
           move WS-COUNT-WORK to WS-TOT-COUNT
           move WS-PCT-WORK to WS-TOT-PCT
           move " PCT" to WS-TOT-PCT-LIT
           move WS-TOTAL-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       5200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5500-WRITE-SUMMARY-RECORD - APPEND THE PERIOD'S TOTALS TO
      * THE FBZSVSUM SUMMARY FILE, OPENED EXTEND WITH THE SAME
      * CREATE-ON-FIRST-RUN FALLBACK THE SHARED LOGS USE.
      *-----------------------------------------------------------------
       5500-WRITE-SUMMARY-RECORD.
           move spaces to FBZ-SVS-RECORD
           move FBZ-SVP-FROM-DATE to FBZ-SVS-FROM-DATE
           move FBZ-SVP-TO-DATE to FBZ-SVS-TO-DATE
           move WS-TOT-SCHED-DAYS to FBZ-SVS-SCHED-DAYS
           move WS-TOT-ONTIME-DAYS to FBZ-SVS-ONTIME-DAYS
           move WS-TOT-LATE-DAYS to FBZ-SVS-LATE-DAYS
           move WS-TOT-CATCHUP-DAYS to FBZ-SVS-CATCHUP-DAYS
           move WS-TOT-MISSED-DAYS to FBZ-SVS-MISSED-DAYS
           move WS-TOT-RERUNS to FBZ-SVS-RERUNS
           move WS-TOT-OVERRIDES to FBZ-SVS-OVERRIDES
           move WS-TOT-VAR-RUNS to FBZ-SVS-VARIANT-RUNS
           move WS-TOT-VAR-BAD to FBZ-SVS-VARIANT-BAD-RC
           move WS-TOT-HOLDS to FBZ-SVS-HOLDS
           move WS-TOT-HOLD-MIN to FBZ-SVS-HOLD-MINUTES
           move WS-TOT-RESENT to FBZ-SVS-ITEMS-RESENT
           move WS-TOT-XMIT-ONTIME to FBZ-SVS-XMIT-ONTIME
           move WS-TOT-XMIT-LATE to FBZ-SVS-XMIT-LATE
           move WS-TOT-XMIT-MISSING to FBZ-SVS-XMIT-MISSING
           move WS-ONTIME-PCT to FBZ-SVS-ONTIME-PCT
           move WS-XMIT-ONTIME-PCT to FBZ-SVS-XMIT-ONTIME-PCT
           move WS-TODAY to FBZ-SVS-CREATED-DATE
           move WS-SITE-CODE to FBZ-SVS-SITE
           open extend FBZ-SUMMARY-FILE
           if WS-SUM-STATUS not = "00"
               open output FBZ-SUMMARY-FILE
           end-if
           write FBZ-SVS-RECORD
           if WS-SUM-STATUS not = "00"
               display "FBZSVCR - FBZSVSUM WRITE FAILED - STATUS "
                   WS-SUM-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           close FBZ-SUMMARY-FILE.
       5500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN CONTROL
      * TOTALS.  RETURN CODE 4 SAYS A SCHEDULED DATE WAS MISSED OR
      * ITS FEED NEVER WENT.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZSVCR CONTROL/SUMMARY REPORT"
           display "  SITE. . . . . . . . . . . " WS-SITE-CODE
           display "  PERIOD. . . . . . . . . . " FBZ-SVP-FROM-DATE
               " - " FBZ-SVP-TO-DATE
           display "  SCHEDULED DAYS. . . . . . " WS-TOT-SCHED-DAYS
           display "  ON TIME . . . . . . . . . " WS-TOT-ONTIME-DAYS
           display "  MISSED. . . . . . . . . . " WS-TOT-MISSED-DAYS
           display "  NEVER TRANSMITTED . . . . " WS-TOT-XMIT-MISSING.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (16 - PARAMETER FILE MISSING OR
      * PERIOD INVALID, 20 - REPORT OPEN OR SUMMARY WRITE FAILED).
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
