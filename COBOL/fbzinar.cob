      *=================================================================
      * PROGRAM-ID: FBZINAR
      *
      * OPEN-INCIDENT AGING REPORT FOR THE MORNING OPERATIONS
      * MEETING.  READS THE FBZINCF INCIDENT CLUSTER (SEE FBZINC)
      * IN KEY ORDER - PROCESSING DATE FIRST, SO THE OLDEST FAILURES
      * COME FIRST - AND LISTS EVERY INCIDENT STILL OPEN OR ASSIGNED:
      * ITS KEY, LATEST RETURN CODE, STATUS, OWNER, AGE IN DAYS
      * SINCE IT WAS OPENED, HOW MANY TIMES THE STEP HAS FAILED FOR
      * THE DATE, ITS DESCRIPTION AND LATEST NOTE.  AN INCIDENT
      * OLDER THAN A WEEK IS FLAGGED "***".  THE REPORT CLOSES WITH
      * THE OUTSTANDING COUNT BY AGE BAND (0-1, 2-7, 8-30 AND OVER
      * 30 DAYS) AND HOW MANY ARE STILL UNASSIGNED.  RETURN CODE 4
      * MEANS AT LEAST ONE INCIDENT IS OVER A WEEK OLD.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE FBZINCF OPEN NO LONGER ACCEPTS STATUS
      *                   05 - THE FILE IS NOT SELECTED OPTIONAL, SO
      *                   ONLY 00 IS A GOOD OPEN.
      *=================================================================
       identification division.
       program-id. FBZINAR.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-INCIDENT-FILE assign to FBZINCF
               organization is indexed
               access mode is sequential
               record key is FBZ-INC-KEY
               file status is WS-INC-STATUS.
           select FBZ-REPORT-FILE assign to FBZINARP
               organization is line sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  FBZ-INCIDENT-FILE
           block contains 0 records.
           copy FBZINC.

       fd  FBZ-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-REPORT-LINE             pic X(100).

       working-storage section.
       01  WS-INC-STATUS           pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-EOF-SWITCH           pic X(01).
           88  FBZINAR-EOF              value "Y".
           88  FBZINAR-NOT-EOF          value "N".
       01  WS-TODAY                pic X(08).
       01  WS-TODAY-INT            pic 9(08) comp.
       01  WS-OPENED-INT           pic 9(08) comp.
       01  WS-AGE-DAYS             pic 9(05) comp.
       01  WS-READ-COUNT           pic 9(07) comp.
       01  WS-OUTSTANDING-COUNT    pic 9(07) comp.
       01  WS-UNASSIGNED-COUNT     pic 9(07) comp.
       01  WS-OVERDUE-COUNT        pic 9(07) comp.
       01  WS-BAND-TABLE.
           05  WS-BAND-COUNT       pic 9(07) comp occurs 4 times.
       01  WS-BAND-SUB             pic 9(01) comp.
       01  WS-BAND-NAMES.
           05  filler              pic X(20)
               value "  0 -  1 DAYS . . . ".
           05  filler              pic X(20)
               value "  2 -  7 DAYS . . . ".
           05  filler              pic X(20)
               value "  8 - 30 DAYS . . . ".
           05  filler              pic X(20)
               value "  OVER 30 DAYS. . . ".
       01  WS-BAND-NAME-TABLE redefines WS-BAND-NAMES.
           05  WS-BAND-NAME        pic X(20) occurs 4 times.

       01  WS-HEADING-LINE.
           05  filler              pic X(45)
               value " RUN DATE JOB      STEP     PROGRAM   RC ST ".
           05  filler              pic X(55)
               value "ASSIGNED   AGE OCC".

       01  WS-DETAIL-LINE.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-RUN-DATE     pic X(08).
           05  filler              pic X(01) value spaces.
           05  WS-DTL-JOB-NAME     pic X(08).
           05  filler              pic X(01) value spaces.
           05  WS-DTL-STEP-NAME    pic X(08).
           05  filler              pic X(01) value spaces.
           05  WS-DTL-PROGRAM-ID   pic X(08).
           05  filler              pic X(01) value spaces.
           05  WS-DTL-RETURN-CODE  pic ZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-STATUS       pic X(01).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-ASSIGNED-TO  pic X(08).
           05  filler              pic X(01) value spaces.
           05  WS-DTL-AGE          pic ZZZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-OCCURRENCES  pic ZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-AGE-FLAG     pic X(03).
           05  filler              pic X(32) value spaces.

       01  WS-TEXT-LINE.
           05  filler              pic X(10) value spaces.
           05  WS-TXT-LABEL        pic X(06).
           05  WS-TXT-TEXT         pic X(60).
           05  filler              pic X(24) value spaces.

       01  WS-BAND-LINE.
           05  filler              pic X(01) value spaces.
           05  WS-BND-NAME         pic X(20).
           05  WS-BND-COUNT        pic ZZZZZZ9.
           05  filler              pic X(72) value spaces.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-REPORT-ONE-INCIDENT
               thru 2000-EXIT
               until FBZINAR-EOF
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-INCIDENT-FILE
           close FBZ-REPORT-FILE
           if WS-OVERDUE-COUNT > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH TODAY'S DATE FOR THE AGING,
      * OPEN THE INCIDENT CLUSTER AND THE REPORT, WRITE THE TITLE
      * AND COLUMN HEADINGS, AND PRIME THE FIRST READ.  THE CLUSTER
      * IS DEFINED ONCE BY FBZGDG, SO AN OPEN FAILURE IS A REAL I/O
      * PROBLEM, NOT A QUIET NIGHT.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-READ-COUNT
           move 0 to WS-OUTSTANDING-COUNT
           move 0 to WS-UNASSIGNED-COUNT
           move 0 to WS-OVERDUE-COUNT
           move 0 to WS-BAND-COUNT(1)
           move 0 to WS-BAND-COUNT(2)
           move 0 to WS-BAND-COUNT(3)
           move 0 to WS-BAND-COUNT(4)
           set FBZINAR-NOT-EOF to true
           accept WS-TODAY from date YYYYMMDD
           compute WS-TODAY-INT
               = function integer-of-date(function numval(WS-TODAY))
           open input FBZ-INCIDENT-FILE
           if WS-INC-STATUS not = "00"
               display "FBZINAR - FBZINCF OPEN FAILED - STATUS "
                   WS-INC-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           open output FBZ-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZINAR - FBZINARP OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-REPORT-LINE
           string "FBZINAR - OPEN PRODUCTION INCIDENTS BY AGE AS OF "
                   delimited by size
               WS-TODAY delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move WS-HEADING-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           perform 2100-READ-NEXT-INCIDENT
               thru 2100-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-REPORT-ONE-INCIDENT - SKIP A CLOSED INCIDENT; AGE AN
      * OUTSTANDING ONE, COUNT IT INTO ITS BAND AND PRINT ITS
      * DETAIL LINE, DESCRIPTION AND (IF ANY) LATEST NOTE.
      *-----------------------------------------------------------------
       2000-REPORT-ONE-INCIDENT.
           add 1 to WS-READ-COUNT
           if not FBZ-INC-IS-OUTSTANDING
               go to 2000-NEXT
           end-if
           add 1 to WS-OUTSTANDING-COUNT
           if FBZ-INC-IS-OPEN
               add 1 to WS-UNASSIGNED-COUNT
           end-if
           perform 3000-AGE-THE-INCIDENT
               thru 3000-EXIT
           move FBZ-INC-RUN-DATE to WS-DTL-RUN-DATE
           move FBZ-INC-JOB-NAME to WS-DTL-JOB-NAME
           move FBZ-INC-STEP-NAME to WS-DTL-STEP-NAME
           move FBZ-INC-PROGRAM-ID to WS-DTL-PROGRAM-ID
           move FBZ-INC-RETURN-CODE to WS-DTL-RETURN-CODE
           move FBZ-INC-STATUS to WS-DTL-STATUS
           move FBZ-INC-ASSIGNED-TO to WS-DTL-ASSIGNED-TO
           move WS-AGE-DAYS to WS-DTL-AGE
           move FBZ-INC-OCCURRENCES to WS-DTL-OCCURRENCES
           move spaces to WS-DTL-AGE-FLAG
           if WS-AGE-DAYS > 7
               move "***" to WS-DTL-AGE-FLAG
               add 1 to WS-OVERDUE-COUNT
           end-if
           move WS-DETAIL-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "DESC: " to WS-TXT-LABEL
           move FBZ-INC-DESCRIPTION to WS-TXT-TEXT
           move WS-TEXT-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           if FBZ-INC-NOTE not = spaces
               move "NOTE: " to WS-TXT-LABEL
               move FBZ-INC-NOTE to WS-TXT-TEXT
               move WS-TEXT-LINE to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
           end-if.
       2000-NEXT.
           perform 2100-READ-NEXT-INCIDENT
               thru 2100-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-READ-NEXT-INCIDENT - READ THE NEXT INCIDENT IN KEY
      * ORDER, SETTING THE END-OF-FILE SWITCH WHEN THE CLUSTER IS
      * EXHAUSTED.
      *-----------------------------------------------------------------
       2100-READ-NEXT-INCIDENT.
           read FBZ-INCIDENT-FILE
               at end
                   set FBZINAR-EOF to true
           end-read.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-AGE-THE-INCIDENT - AGE IN WHOLE DAYS FROM THE DATE THE
      * INCIDENT WAS FIRST OPENED TO TODAY, AND THE BAND IT FALLS
      * IN.  A RERUN DOES NOT RESET THE AGE - THE PROBLEM IS AS OLD
      * AS ITS FIRST FAILURE.  AN UNREADABLE OPENED DATE AGES AS
      * ZERO RATHER THAN STOPPING THE REPORT.
      *-----------------------------------------------------------------
       3000-AGE-THE-INCIDENT.
           move 0 to WS-AGE-DAYS
           if FBZ-INC-OPENED-DATE is numeric
               compute WS-OPENED-INT
                   = function integer-of-date(
                         function numval(FBZ-INC-OPENED-DATE))
               if WS-OPENED-INT < WS-TODAY-INT
                   compute WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT
               end-if
           end-if
           evaluate true
               when WS-AGE-DAYS <= 1
                   move 1 to WS-BAND-SUB
               when WS-AGE-DAYS <= 7
                   move 2 to WS-BAND-SUB
               when WS-AGE-DAYS <= 30
                   move 3 to WS-BAND-SUB
               when other
                   move 4 to WS-BAND-SUB
           end-evaluate
           add 1 to WS-BAND-COUNT(WS-BAND-SUB).
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - CLOSE THE REPORT WITH THE
      * OUTSTANDING COUNT BY AGE BAND, AND DISPLAY THE CONTROL
      * TOTALS TO SYSOUT.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           if WS-OUTSTANDING-COUNT = zero
               move " NO OUTSTANDING INCIDENTS" to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
               move spaces to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
           end-if
           move " OUTSTANDING INCIDENTS BY AGE" to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           perform 6100-WRITE-ONE-BAND
               thru 6100-EXIT
               varying WS-BAND-SUB from 1 by 1
               until WS-BAND-SUB > 4
           move "  TOTAL OUTSTANDING. " to WS-BND-NAME
           move WS-OUTSTANDING-COUNT to WS-BND-COUNT
           move WS-BAND-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "  STILL UNASSIGNED . " to WS-BND-NAME
           move WS-UNASSIGNED-COUNT to WS-BND-COUNT
           move WS-BAND-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           display "FBZINAR CONTROL/SUMMARY REPORT"
           display "  INCIDENTS READ. . . . . . " WS-READ-COUNT
           display "  OUTSTANDING . . . . . . . " WS-OUTSTANDING-COUNT
           display "  UNASSIGNED. . . . . . . . " WS-UNASSIGNED-COUNT
           display "  OVER A WEEK OLD . . . . . " WS-OVERDUE-COUNT.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6100-WRITE-ONE-BAND - ONE AGE-BAND TOTAL LINE.
      *-----------------------------------------------------------------
       6100-WRITE-ONE-BAND.
           move WS-BAND-NAME(WS-BAND-SUB) to WS-BND-NAME
           move WS-BAND-COUNT(WS-BAND-SUB) to WS-BND-COUNT
           move WS-BAND-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       6100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO FROM
      * 1000-INITIALIZE WITH RETURN-CODE ALREADY SET BY THE CHECK
      * THAT DETECTED THE PROBLEM (16 - FBZINCF OPEN FAILED, 20 -
      * FBZINARP OPEN FAILED) SO THE JOB SCHEDULER CAN TELL ONE
      * FAILURE FROM ANOTHER.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
