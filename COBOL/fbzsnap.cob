      *=================================================================
      * PROGRAM-ID: FBZSNAP
      *
      * NIGHTLY REFERENCE-FILE SNAPSHOT.  THE DAILY CHAIN DEPENDS ON
      * A DOZEN SMALL REFERENCE FILES THAT WERE NEVER BACKED UP
      * TOGETHER - WHEN ONE WAS DAMAGED IT HAD TO BE REKEYED FROM
      * PRINTOUTS.  THIS PROGRAM UNLOADS ALL OF THEM, EACH UNDER ITS
      * DD NAME, INTO ONE DATED SNAPSHOT SET (SEE FBZSNP):
      *     FBZPARM   LIVE PARAMETER FILE          (FBZPARM)
      *     FBZPHIST  PARAMETER VERSION HISTORY    (FBZPHIST)
      *     FBZPEND   PENDING PARAMETER CHANGES    (FBZPND)
      *     FBZPROF   RULE PROFILES                (FBZPRF)
      *     FBZBMAST  BIN MASTER                   (FBZBIN)
      *     FBZCMAP   CATEGORY-TO-BIN MAP          (FBZMAP)
      *     FBZRQMST  REQUESTOR MASTER             (FBZRQM)
      *     FBZSUBS   SUBSCRIPTIONS                (FBZSUB)
      *     FBZOPER   AUTHORIZED OPERATORS         (FBZOPER)
      *     FBZSCHED  PROCESSING SCHEDULE          (FBZCAL)
      *     FBZRUNCT  RUN-CONTROL CALENDAR         (FBZRUN)
      *     FBZRSCTL  RESEND CONTROL               (FBZRSC)
      *     FBZBOOS   BIN OUT-OF-SERVICE WINDOWS   (FBZBOS)
      * THE SET OPENS WITH A HEADER AND CLOSES WITH A MANIFEST OF
      * EACH FILE'S RECORD COUNT, AND EVERY RECORD IN IT CARRIES
      * THE SAME SNAPSHOT DATE AND TIME.  THE JOB HOLDS EVERY FILE
      * EXCLUSIVELY WHILE IT RUNS, SO THE SET IS CONSISTENT - NO
      * MAINTENANCE CAN LAND HALFWAY THROUGH IT.  FBZSNRS PUTS ONE
      * FILE OR THE WHOLE SET BACK.  A FILE THAT IS NOT THERE AT
      * ALL IS RECORDED AS ABSENT ON THE MANIFEST AND ENDS THE RUN
      * WITH RETURN CODE 4; THE REST OF THE SET IS STILL TAKEN.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE BIN OUT-OF-SERVICE WINDOWS (FBZBOOS, SEE
      *                   FBZBOS) JOIN THE SET AS ITS THIRTEENTH FILE.
      *   2026-10-15  AS  THE BIN MASTER ROW IS 80 BYTES NOW (THE LONG
      *                   DESCRIPTION, SEE FBZBIN) AND IS TAKEN WHOLE.
      *=================================================================
       identification division.
       program-id. FBZSNAP.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional FBZ-PARM-FILE assign to FBZPARM
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-PHIST-FILE assign to FBZPHIST
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-PEND-FILE assign to FBZPEND
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-PROF-FILE assign to FBZPROF
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-BMAST-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-CMAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-RQMST-FILE assign to FBZRQMST
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-SUBS-FILE assign to FBZSUBS
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-OPER-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-SCHED-FILE assign to FBZSCHED
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-RUNCT-FILE assign to FBZRUNCT
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-RSCTL-FILE assign to FBZRSCTL
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-BOOS-FILE assign to FBZBOOS
               organization is line sequential
               file status is WS-SRC-STATUS.
           select FBZ-SNAP-FILE assign to FBZSNOUT
               organization is line sequential
               file status is WS-SNAP-STATUS.
           select FBZ-REPORT-FILE assign to FBZSNRPT
               organization is line sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
      *-----------------------------------------------------------------
      * THE FILES ARE UNLOADED RECORD FOR RECORD, SO EACH IS
      * READ AS A PLAIN RECORD OF ITS OWN LENGTH RATHER THAN
      * THROUGH ITS LAYOUT.
      *-----------------------------------------------------------------
       fd  FBZ-PARM-FILE
           recording mode is F.
       01  FBZ-SN-PARM-REC             pic X(128).

       fd  FBZ-PHIST-FILE
           recording mode is F.
       01  FBZ-SN-PHIST-REC            pic X(160).

       fd  FBZ-PEND-FILE
           recording mode is F.
       01  FBZ-SN-PEND-REC             pic X(180).

       fd  FBZ-PROF-FILE
           recording mode is F.
       01  FBZ-SN-PROF-REC             pic X(140).

       fd  FBZ-BMAST-FILE
           recording mode is F.
       01  FBZ-SN-BMAST-REC            pic X(80).

       fd  FBZ-CMAP-FILE
           recording mode is F.
       01  FBZ-SN-CMAP-REC             pic X(20).

       fd  FBZ-RQMST-FILE
           recording mode is F.
       01  FBZ-SN-RQMST-REC            pic X(70).

       fd  FBZ-SUBS-FILE
           recording mode is F.
       01  FBZ-SN-SUBS-REC             pic X(48).

       fd  FBZ-OPER-FILE
           recording mode is F.
       01  FBZ-SN-OPER-REC             pic X(40).

       fd  FBZ-SCHED-FILE
           recording mode is F.
       01  FBZ-SN-SCHED-REC            pic X(40).

       fd  FBZ-RUNCT-FILE
           recording mode is F.
       01  FBZ-SN-RUNCT-REC            pic X(30).

       fd  FBZ-RSCTL-FILE
           recording mode is F.
       01  FBZ-SN-RSCTL-REC            pic X(20).

       fd  FBZ-BOOS-FILE
           recording mode is F.
       01  FBZ-SN-BOOS-REC             pic X(80).

       fd  FBZ-SNAP-FILE
           block contains 0 records
           recording mode is F.
           copy FBZSNP.

       fd  FBZ-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-REPORT-LINE             pic X(100).

       working-storage section.
       01  WS-SRC-STATUS           pic X(02).
       01  WS-SNAP-STATUS          pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-SRC-EOF-SWITCH       pic X(01).
           88  FBZSN-SRC-EOF            value "Y".
           88  FBZSN-SRC-NOT-EOF        value "N".
       01  WS-SNAP-DATE            pic X(08).
       01  WS-TIME-NOW             pic X(08).
       01  WS-SNAP-TIME            pic X(06).
       01  WS-SNAP-DATA            pic X(180).
       01  WS-FILE-SUB             pic 9(02) comp.
       01  WS-FILE-COUNT           pic 9(02) comp value 13.
       01  WS-ABSENT-COUNT         pic 9(02) comp value 0.
       01  WS-TOTAL-RECORDS        pic 9(09) comp value 0.
       01  WS-SNAP-WRITTEN         pic 9(09) comp value 0.

      *-----------------------------------------------------------------
      * THE FILES OF THE SET, IN UNLOAD ORDER - FILLED IN BY
      * 1100-SET-FILE-TABLE.
      *-----------------------------------------------------------------
       01  WS-FILE-TABLE.
           05  WS-FT-ENTRY         occurs 13 times.
               10  WS-FT-ID            pic X(08).
               10  WS-FT-DESC          pic X(30).
               10  WS-FT-PRESENT       pic X(01).
               10  WS-FT-COUNT         pic 9(07) comp.

       01  WS-HEADING-1.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value "DD NAME".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(30) value "FILE".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(09) value "  RECORDS".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(12) value "STATUS".
           05  filler              pic X(33) value spaces.

       01  WS-DETAIL-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-ID           pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-DESC         pic X(30).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-COUNT        pic ZZZZZZZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-STATUS       pic X(12).
           05  filler              pic X(33) value spaces.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-SNAP-ONE-FILE
               thru 2000-EXIT
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > WS-FILE-COUNT
           perform 3000-WRITE-MANIFEST
               thru 3000-EXIT
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > WS-FILE-COUNT
           close FBZ-SNAP-FILE
           perform 5000-WRITE-MANIFEST-REPORT
               thru 5000-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-REPORT-FILE
           if WS-ABSENT-COUNT > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - STAMP THE SET WITH TODAY'S DATE AND THE
      * TIME NOW, OPEN THE SNAPSHOT AND THE MANIFEST REPORT, AND
      * WRITE THE SET'S HEADER RECORD.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           perform 1100-SET-FILE-TABLE
               thru 1100-EXIT
           accept WS-SNAP-DATE from date YYYYMMDD
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to WS-SNAP-TIME
           open output FBZ-SNAP-FILE
           if WS-SNAP-STATUS not = "00"
               display "FBZSNAP - FBZSNOUT OPEN FAILED - STATUS "
                   WS-SNAP-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           open output FBZ-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZSNAP - FBZSNRPT OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move 24 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-SNAP-RECORD
           move WS-SNAP-DATE to FBZ-SNP-SNAP-DATE
           move WS-SNAP-TIME to FBZ-SNP-SNAP-TIME
           set FBZ-SNP-HEADER to true
           move WS-FILE-COUNT to FBZ-SNP-COUNT
           perform 2900-WRITE-SNAP-RECORD
               thru 2900-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-SET-FILE-TABLE - NAME THE FILES OF THE SET.
      * THE ORDER HERE IS THE ORDER OF THE EVALUATES IN 2100, 2200
      * AND 2400.
      *-----------------------------------------------------------------
       1100-SET-FILE-TABLE.
           move "FBZPARM"  to WS-FT-ID(1)
           move "LIVE PARAMETER FILE" to WS-FT-DESC(1)
           move "FBZPHIST" to WS-FT-ID(2)
           move "PARAMETER VERSION HISTORY" to WS-FT-DESC(2)
           move "FBZPEND"  to WS-FT-ID(3)
           move "PENDING PARAMETER CHANGES" to WS-FT-DESC(3)
           move "FBZPROF"  to WS-FT-ID(4)
           move "RULE PROFILES" to WS-FT-DESC(4)
           move "FBZBMAST" to WS-FT-ID(5)
           move "BIN MASTER" to WS-FT-DESC(5)
           move "FBZCMAP"  to WS-FT-ID(6)
           move "CATEGORY-TO-BIN MAP" to WS-FT-DESC(6)
           move "FBZRQMST" to WS-FT-ID(7)
           move "REQUESTOR MASTER" to WS-FT-DESC(7)
           move "FBZSUBS"  to WS-FT-ID(8)
           move "SUBSCRIPTIONS" to WS-FT-DESC(8)
           move "FBZOPER"  to WS-FT-ID(9)
           move "AUTHORIZED OPERATORS" to WS-FT-DESC(9)
           move "FBZSCHED" to WS-FT-ID(10)
           move "PROCESSING SCHEDULE" to WS-FT-DESC(10)
           move "FBZRUNCT" to WS-FT-ID(11)
           move "RUN-CONTROL CALENDAR" to WS-FT-DESC(11)
           move "FBZRSCTL" to WS-FT-ID(12)
           move "RESEND CONTROL" to WS-FT-DESC(12)
           move "FBZBOOS"  to WS-FT-ID(13)
           move "BIN OUT-OF-SERVICE WINDOWS" to WS-FT-DESC(13).
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-SNAP-ONE-FILE - UNLOAD EVERY RECORD OF ONE FILE INTO
      * THE SET.  A FILE THAT WILL NOT OPEN IS MARKED ABSENT.
      *-----------------------------------------------------------------
       2000-SNAP-ONE-FILE.
           move 0 to WS-FT-COUNT(WS-FILE-SUB)
           set FBZSN-SRC-NOT-EOF to true
           perform 2100-OPEN-SOURCE
               thru 2100-EXIT
           if WS-SRC-STATUS = "00"
               move "Y" to WS-FT-PRESENT(WS-FILE-SUB)
           else
               move "N" to WS-FT-PRESENT(WS-FILE-SUB)
               add 1 to WS-ABSENT-COUNT
               display "FBZSNAP - " WS-FT-ID(WS-FILE-SUB)
                   " NOT PRESENT - STATUS " WS-SRC-STATUS
               set FBZSN-SRC-EOF to true
           end-if
           if FBZSN-SRC-NOT-EOF
               perform 2200-READ-SOURCE
                   thru 2200-EXIT
           end-if
           perform 2300-UNLOAD-ONE-RECORD
               thru 2300-EXIT
               until FBZSN-SRC-EOF
           perform 2400-CLOSE-SOURCE
               thru 2400-EXIT
           add WS-FT-COUNT(WS-FILE-SUB) to WS-TOTAL-RECORDS.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-OPEN-SOURCE - OPEN THE FILE WS-FILE-SUB NAMES.
      *-----------------------------------------------------------------
       2100-OPEN-SOURCE.
           evaluate WS-FILE-SUB
               when 1
                   open input FBZ-PARM-FILE
               when 2
                   open input FBZ-PHIST-FILE
               when 3
                   open input FBZ-PEND-FILE
               when 4
                   open input FBZ-PROF-FILE
               when 5
                   open input FBZ-BMAST-FILE
               when 6
                   open input FBZ-CMAP-FILE
               when 7
                   open input FBZ-RQMST-FILE
               when 8
                   open input FBZ-SUBS-FILE
               when 9
                   open input FBZ-OPER-FILE
               when 10
                   open input FBZ-SCHED-FILE
               when 11
                   open input FBZ-RUNCT-FILE
               when 12
                   open input FBZ-RSCTL-FILE
               when 13
                   open input FBZ-BOOS-FILE
           end-evaluate.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-READ-SOURCE - READ THE NEXT RECORD OF THE FILE
      * WS-FILE-SUB NAMES INTO WS-SNAP-DATA, SPACE-FILLED TO THE
      * SNAPSHOT'S WIDTH.
      *-----------------------------------------------------------------
       2200-READ-SOURCE.
           move spaces to WS-SNAP-DATA
           evaluate WS-FILE-SUB
               when 1
                   read FBZ-PARM-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 2
                   read FBZ-PHIST-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 3
                   read FBZ-PEND-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 4
                   read FBZ-PROF-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 5
                   read FBZ-BMAST-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 6
                   read FBZ-CMAP-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 7
                   read FBZ-RQMST-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 8
                   read FBZ-SUBS-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 9
                   read FBZ-OPER-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 10
                   read FBZ-SCHED-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 11
                   read FBZ-RUNCT-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 12
                   read FBZ-RSCTL-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
               when 13
                   read FBZ-BOOS-FILE into WS-SNAP-DATA
                       at end set FBZSN-SRC-EOF to true
                   end-read
           end-evaluate.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2300-UNLOAD-ONE-RECORD - WRITE THE RECORD JUST READ TO THE
      * SET, NUMBERED WITHIN ITS FILE, AND READ THE NEXT.
      *-----------------------------------------------------------------
       2300-UNLOAD-ONE-RECORD.
           add 1 to WS-FT-COUNT(WS-FILE-SUB)
           move spaces to FBZ-SNAP-RECORD
           move WS-SNAP-DATE to FBZ-SNP-SNAP-DATE
           move WS-SNAP-TIME to FBZ-SNP-SNAP-TIME
           set FBZ-SNP-DATA-RECORD to true
           move WS-FT-ID(WS-FILE-SUB) to FBZ-SNP-FILE-ID
           move WS-FT-COUNT(WS-FILE-SUB) to FBZ-SNP-COUNT
           move "Y" to FBZ-SNP-PRESENT
           move WS-SNAP-DATA to FBZ-SNP-DATA
           perform 2900-WRITE-SNAP-RECORD
               thru 2900-EXIT
           perform 2200-READ-SOURCE
               thru 2200-EXIT.
       2300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2400-CLOSE-SOURCE - CLOSE THE FILE WS-FILE-SUB NAMES.
      *-----------------------------------------------------------------
       2400-CLOSE-SOURCE.
           evaluate WS-FILE-SUB
               when 1
                   close FBZ-PARM-FILE
               when 2
                   close FBZ-PHIST-FILE
               when 3
                   close FBZ-PEND-FILE
               when 4
                   close FBZ-PROF-FILE
               when 5
                   close FBZ-BMAST-FILE
               when 6
                   close FBZ-CMAP-FILE
               when 7
                   close FBZ-RQMST-FILE
               when 8
                   close FBZ-SUBS-FILE
               when 9
                   close FBZ-OPER-FILE
               when 10
                   close FBZ-SCHED-FILE
               when 11
                   close FBZ-RUNCT-FILE
               when 12
                   close FBZ-RSCTL-FILE
               when 13
                   close FBZ-BOOS-FILE
           end-evaluate.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2900-WRITE-SNAP-RECORD - WRITE ONE RECORD OF THE SET.  A
      * SNAPSHOT THAT CANNOT BE WRITTEN WHOLE IS NO SNAPSHOT AT
      * ALL, SO A FAILED WRITE ENDS THE RUN (RETURN CODE 20) AND
      * THE JOB'S ABNORMAL DISPOSITION DELETES THE PARTIAL SET.
      *-----------------------------------------------------------------
       2900-WRITE-SNAP-RECORD.
           write FBZ-SNAP-RECORD
           if WS-SNAP-STATUS not = "00"
               display "FBZSNAP - FBZSNOUT WRITE FAILED - STATUS "
                   WS-SNAP-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           add 1 to WS-SNAP-WRITTEN.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-WRITE-MANIFEST - CLOSE THE SET WITH ONE MANIFEST
      * RECORD PER FILE: ITS RECORD COUNT AND WHETHER IT WAS THERE.
      *-----------------------------------------------------------------
       3000-WRITE-MANIFEST.
           move spaces to FBZ-SNAP-RECORD
           move WS-SNAP-DATE to FBZ-SNP-SNAP-DATE
           move WS-SNAP-TIME to FBZ-SNP-SNAP-TIME
           set FBZ-SNP-MANIFEST to true
           move WS-FT-ID(WS-FILE-SUB) to FBZ-SNP-FILE-ID
           move WS-FT-COUNT(WS-FILE-SUB) to FBZ-SNP-COUNT
           move WS-FT-PRESENT(WS-FILE-SUB) to FBZ-SNP-PRESENT
           perform 2900-WRITE-SNAP-RECORD
               thru 2900-EXIT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-WRITE-MANIFEST-REPORT - PRINT THE MANIFEST: ONE LINE
      * PER FILE AND THE SET'S TOTALS.
      *-----------------------------------------------------------------
       5000-WRITE-MANIFEST-REPORT.
           move spaces to FBZ-REPORT-LINE
           string "FBZSNAP - REFERENCE-FILE SNAPSHOT " delimited by size
               WS-SNAP-DATE delimited by size
               " " delimited by size
               WS-SNAP-TIME delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move WS-HEADING-1 to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           perform 5100-WRITE-ONE-FILE-LINE
               thru 5100-EXIT
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > WS-FILE-COUNT
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move spaces to WS-DTL-ID
           move "RECORDS IN THE SET" to WS-DTL-DESC
           move WS-TOTAL-RECORDS to WS-DTL-COUNT
           move spaces to WS-DTL-STATUS
           move WS-DETAIL-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5100-WRITE-ONE-FILE-LINE - ONE FILE'S MANIFEST LINE.
      *-----------------------------------------------------------------
       5100-WRITE-ONE-FILE-LINE.
           move WS-FT-ID(WS-FILE-SUB) to WS-DTL-ID
           move WS-FT-DESC(WS-FILE-SUB) to WS-DTL-DESC
           move WS-FT-COUNT(WS-FILE-SUB) to WS-DTL-COUNT
           if WS-FT-PRESENT(WS-FILE-SUB) = "Y"
               move "UNLOADED" to WS-DTL-STATUS
           else
               move "NOT PRESENT" to WS-DTL-STATUS
           end-if
           move WS-DETAIL-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN COUNTS
      * FOR THE JOB LOG.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZSNAP CONTROL/SUMMARY REPORT"
           display "  SNAPSHOT DATE/TIME. . . . " WS-SNAP-DATE " "
               WS-SNAP-TIME
           display "  FILES NOT PRESENT . . . . " WS-ABSENT-COUNT
           display "  RECORDS UNLOADED. . . . . " WS-TOTAL-RECORDS
           display "  SNAPSHOT RECORDS WRITTEN. " WS-SNAP-WRITTEN.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (20 - SNAPSHOT OPEN OR WRITE FAILED,
      * 24 - MANIFEST REPORT OPEN FAILED).  THE REFERENCE FILES ARE
      * ONLY READ, SO THE RECOVERY IS A PLAIN RERUN.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
