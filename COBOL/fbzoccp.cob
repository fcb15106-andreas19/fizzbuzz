      *=================================================================
      * PROGRAM-ID: FBZOCCP
      *
      * INBOUND BIN OCCUPANCY FEED AND OVER-CAPACITY REPORT.
      * FBZZONE TELLS THE WAREHOUSE HOW MANY ITEMS WE ARE SENDING
      * INTO EACH ZONE, BUT NOT WHETHER THE BINS HAVE ROOM FOR
      * THEM.  SLOTTING NOW SENDS A NIGHTLY OCCUPANCY FILE (DD
      * FBZOCCIN, SEE FBZOCC) WITH EACH BIN'S SLOTS USED AND SLOTS
      * AVAILABLE.  THIS PROGRAM HOLDS IT AGAINST THE FBZBMAST BIN
      * MASTER, KEEPS THE LATEST OCCUPANCY PER BIN ON THE OCCUPANCY
      * MASTER (YESTERDAY'S GENERATION IN ON FBZOCPRV, TODAY'S OUT
      * ON FBZOCCUR - A BIN SLOTTING SKIPS TONIGHT KEEPS ITS LAST
      * KNOWN COUNT), AND COUNTS THE DAY'S FEED ASSIGNMENTS PER
      * BIN (DD FBZFEED FOR SITE 01, DD FBZFD02 FOR SITE 02; ONLY
      * RECORDS SENT-DATED WITH THE PROCESSING DATE COUNT).  EACH
      * FEED DD IS PAIRED WITH ITS SITE'S LOAD-SOURCE FILE (DD
      * FBZSRCSL, DD FBZSRC02): WHEN FBZSRCS CHOSE A FALLBACK
      * VARIANT FOR THE DATE, THAT VARIANT'S STAGE - THE FEED
      * ACTUALLY SENT - IS ALLOCATED IN PLACE OF FIZZBUZ1'S, AS IN
      * FBZBOSR.  THE REPORT (DD FBZOCCRP) LISTS:
      *   - EVERY BIN WHOSE ASSIGNMENTS TODAY EXCEED ITS SLOTS
      *     AVAILABLE, WITH THE OVERFLOW, SO THE PLANNER CAN MOVE
      *     ITEMS BEFORE THEY LAND RATHER THAN AFTER;
      *   - BINS ASSIGNED TODAY WITH NO OCCUPANCY ON FILE AT ALL;
      *   - OCCUPANCY RECORDS FOR BINS NOT ON FBZBMAST;
      *   - FBZBMAST BINS SLOTTING DID NOT REPORT TONIGHT.
      * AN OCCUPANCY RECORD OLDER THAN THE ONE ALREADY HELD FOR
      * ITS BIN IS PASSED OVER AS STALE.  A BIN LEAVING FBZBMAST
      * DROPS OFF THE OCCUPANCY MASTER.
      *
      * RETURN CODES: 0 - NOTHING TO REPORT, 4 - AT LEAST ONE BIN
      * WILL OVERFLOW OR AN EXCEPTION IS LISTED, 12 - FBZFEED OPEN
      * FAILED, 16 - FBZOCCIN OPEN FAILED, 20 - FBZOCCRP OPEN
      * FAILED, 24 - FBZBMAST MISSING OR EMPTY, 28 - FBZOCCUR OPEN
      * FAILED, 32 - FBZFD02 OPEN FAILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  EACH SITE'S FEED IS READ FROM ITS OWN DD
      *                   (FBZFEED, NEW FBZFD02) RATHER THAN ONE
      *                   CONCATENATION OF THE FIZZBUZ1 STAGES, AND IS
      *                   REALLOCATED TO THE STAGE THAT SITE'S LOAD
      *                   SOURCE (FBZSRCSL, FBZSRC02) NAMES FOR THE
      *                   DATE - ON A FALLBACK DAY THE FIZZBUZ1 STAGE
      *                   IS NOT WHAT WAS SENT.  BOTH FEED RECORD AND
      *                   LOAD-SOURCE RECORD NOW LIVE IN WORKING-
      *                   STORAGE, READ INTO FROM EITHER SITE'S FILE.
      *=================================================================
       identification division.
       program-id. FBZOCCP.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-OCC-IN-FILE assign to FBZOCCIN
               organization is line sequential
               file status is WS-OCCIN-STATUS.
           select FBZ-BIN-MASTER-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-BMAST-STATUS.
           select optional FBZ-OCC-PRIOR-FILE assign to FBZOCPRV
               organization is line sequential
               file status is WS-OCPRV-STATUS.
           select FBZ-OCC-CURR-FILE assign to FBZOCCUR
               organization is line sequential
               file status is WS-OCCUR-STATUS.
           select FBZ-FEED-FILE assign to FBZFEED
               organization is line sequential
               file status is WS-FEED-STATUS.
           select FBZ-FEED-S02-FILE assign to FBZFD02
               organization is line sequential
               file status is WS-FD02-STATUS.
           select optional FBZ-SOURCE-FILE assign to FBZSRCSL
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-SOURCE-S02-FILE assign to FBZSRC02
               organization is line sequential
               file status is WS-SR02-STATUS.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.
           select FBZ-REPORT-FILE assign to FBZOCCRP
               organization is line sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  FBZ-OCC-IN-FILE
           recording mode is F.
           copy FBZOCC.

       fd  FBZ-BIN-MASTER-FILE
           recording mode is F.
           copy FBZBIN.

       fd  FBZ-OCC-PRIOR-FILE
           recording mode is F.
           copy FBZOCC replacing FBZ-OCC-RECORD by FBZ-OPV-RECORD
               FBZ-OCC-SITE by FBZ-OPV-SITE
               FBZ-OCC-BIN-CODE by FBZ-OPV-BIN-CODE
               FBZ-OCC-SLOTS-USED by FBZ-OPV-SLOTS-USED
               FBZ-OCC-SLOTS-AVAIL by FBZ-OPV-SLOTS-AVAIL
               FBZ-OCC-AS-OF-DATE by FBZ-OPV-AS-OF-DATE
               FBZ-OCC-RECEIVED-DATE by FBZ-OPV-RECEIVED-DATE.

       fd  FBZ-OCC-CURR-FILE
           recording mode is F.
           copy FBZOCC replacing FBZ-OCC-RECORD by FBZ-OCR-RECORD
               FBZ-OCC-SITE by FBZ-OCR-SITE
               FBZ-OCC-BIN-CODE by FBZ-OCR-BIN-CODE
               FBZ-OCC-SLOTS-USED by FBZ-OCR-SLOTS-USED
               FBZ-OCC-SLOTS-AVAIL by FBZ-OCR-SLOTS-AVAIL
               FBZ-OCC-AS-OF-DATE by FBZ-OCR-AS-OF-DATE
               FBZ-OCC-RECEIVED-DATE by FBZ-OCR-RECEIVED-DATE.

       fd  FBZ-FEED-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-FEED-IN-RECORD          pic X(100).

       fd  FBZ-FEED-S02-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-FD02-IN-RECORD          pic X(100).

       fd  FBZ-SOURCE-FILE
           recording mode is F.
       01  FBZ-SRC-IN-RECORD           pic X(200).

       fd  FBZ-SOURCE-S02-FILE
           recording mode is F.
       01  FBZ-SR02-IN-RECORD          pic X(200).

       fd  FBZ-PDATE-FILE
           recording mode is F.
           copy FBZPDT.

       fd  FBZ-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-REPORT-LINE             pic X(100).

       working-storage section.
       01  WS-OCCIN-STATUS         pic X(02).
       01  WS-BMAST-STATUS         pic X(02).
       01  WS-OCPRV-STATUS         pic X(02).
       01  WS-OCCUR-STATUS         pic X(02).
       01  WS-FEED-STATUS          pic X(02).
       01  WS-FD02-STATUS          pic X(02).
       01  WS-SRC-STATUS           pic X(02).
       01  WS-SR02-STATUS          pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-OCCIN-EOF-SWITCH     pic X(01).
           88  FBZOC-OCCIN-EOF          value "Y".
           88  FBZOC-OCCIN-NOT-EOF      value "N".
       01  WS-BMAST-EOF-SWITCH     pic X(01).
           88  FBZOC-BMAST-EOF          value "Y".
           88  FBZOC-BMAST-NOT-EOF      value "N".
       01  WS-OCPRV-EOF-SWITCH     pic X(01).
           88  FBZOC-OCPRV-EOF          value "Y".
           88  FBZOC-OCPRV-NOT-EOF      value "N".
       01  WS-FEED-EOF-SWITCH      pic X(01).
           88  FBZOC-FEED-EOF           value "Y".
           88  FBZOC-FEED-NOT-EOF       value "N".
       01  WS-FD02-EOF-SWITCH      pic X(01).
           88  FBZOC-FD02-EOF           value "Y".
           88  FBZOC-FD02-NOT-EOF       value "N".
       01  WS-SRC-EOF-SWITCH       pic X(01).
           88  FBZOC-SRC-EOF            value "Y".
           88  FBZOC-SRC-NOT-EOF        value "N".
       01  WS-TODAY                pic X(08).
       01  WS-ROW-SITE             pic X(02).
       01  WS-ROW-BIN              pic X(04).
       01  WS-OCCIN-COUNT          pic 9(07).
       01  WS-POSTED-COUNT         pic 9(07).
       01  WS-STALE-COUNT          pic 9(07).
       01  WS-PRIOR-OCC-COUNT      pic 9(07).
       01  WS-DROPPED-COUNT        pic 9(07).
       01  WS-FEED-COUNT           pic 9(07).
       01  WS-PRIOR-DAY-COUNT      pic 9(07).
       01  WS-NO-BIN-FEED-COUNT    pic 9(07).
       01  WS-OVERFLOW-COUNT       pic 9(05).
       01  WS-NO-OCC-COUNT         pic 9(05).
       01  WS-UNKNOWN-COUNT        pic 9(05).
       01  WS-UNREPORTED-COUNT     pic 9(05).
       01  WS-MASTER-OUT-COUNT     pic 9(05).
       01  WS-SECTION-COUNT        pic 9(05).
       01  WS-OVERFLOW             pic 9(07).
       01  WS-LINE-AS-OF           pic X(08).
       01  WS-SRC-VARIANT          pic 9(01).
       01  WS-SRC-PROGRAM-ID       pic X(08).
       01  WS-SRC-DSN              pic X(44).

      *-----------------------------------------------------------------
      * THE FEED RECORD BEING TALLIED AND THE LOAD-SOURCE RECORD
      * BEING SCANNED, READ INTO FROM WHICHEVER SITE'S FILE IS OPEN.
      *-----------------------------------------------------------------
           copy FBZFEED.

           copy FBZSRC.

      *-----------------------------------------------------------------
      * THE ENVIRONMENT VARIABLES THAT ALLOCATE DD FBZFEED AND DD
      * FBZFD02 TO THE STAGE OF THE LOAD SOURCE FBZSRCS CHOSE FOR
      * THAT SITE WHEN IT IS NOT FIZZBUZ1 - EACH NAME=VALUE PAIR ENDS
      * IN A NULL BYTE FOR THE PUTENV SERVICE.
      *-----------------------------------------------------------------
       01  WS-FEED-ENV.
           05  filler              pic X(08) value "FBZFEED=".
           05  WS-FEED-ALLOC       pic X(100).
       01  WS-FD02-ENV.
           05  filler              pic X(08) value "FBZFD02=".
           05  WS-FD02-ALLOC       pic X(100).

      *-----------------------------------------------------------------
      * EVERY SITE'S FBZBMAST BINS, EACH WITH THE LATEST OCCUPANCY
      * HELD FOR IT, WHETHER SLOTTING REPORTED IT TONIGHT, AND THE
      * NUMBER OF ITEMS ASSIGNED TO IT TODAY.  999 BINS MATCHES THE
      * VARIANTS' BIN TABLE.
      *-----------------------------------------------------------------
       01  WS-BIN-SUB              pic 9(03) comp.
       01  WS-BIN-MATCH-SUB        pic 9(03) comp.
       01  WS-BIN-COUNT            pic 9(03) comp.
       01  WS-BIN-TABLE.
           05  WS-BIN-ENTRY        occurs 999 times.
               10  WS-BIN-SITE         pic X(02).
               10  WS-BIN-CODE         pic X(04).
               10  WS-BIN-DESC         pic X(20).
               10  WS-BIN-ZONE         pic X(02).
               10  WS-BIN-HAVE-OCC     pic X(01).
               10  WS-BIN-REPORTED     pic X(01).
               10  WS-BIN-USED         pic 9(05).
               10  WS-BIN-AVAIL        pic 9(05).
               10  WS-BIN-AS-OF        pic X(08).
               10  WS-BIN-RECEIVED     pic X(08).
               10  WS-BIN-ASSIGNED     pic 9(07).

      *-----------------------------------------------------------------
      * OCCUPANCY RECORDS FOR BINS NOT ON FBZBMAST, HELD FOR THEIR
      * SECTION OF THE REPORT.  OVERFLOW IS REPORTED.
      *-----------------------------------------------------------------
       01  WS-UNK-SUB              pic 9(03) comp.
       01  WS-UNK-TABLE.
           05  WS-UNK-ENTRY        occurs 100 times.
               10  WS-UNK-SITE         pic X(02).
               10  WS-UNK-BIN          pic X(04).
               10  WS-UNK-USED         pic 9(05).
               10  WS-UNK-AVAIL        pic 9(05).
               10  WS-UNK-AS-OF        pic X(08).

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-POST-ONE-OCCUPANCY
               thru 2000-EXIT
               until FBZOC-OCCIN-EOF
           perform 3000-TALLY-ONE-FEED-REC
               thru 3000-EXIT
               until FBZOC-FEED-EOF
           perform 3200-TALLY-ONE-FD02-REC
               thru 3200-EXIT
               until FBZOC-FD02-EOF
           perform 4000-WRITE-OVERFLOW-SECTION
               thru 4000-EXIT
           perform 4200-WRITE-NO-OCC-SECTION
               thru 4200-EXIT
           perform 4400-WRITE-UNKNOWN-SECTION
               thru 4400-EXIT
           perform 4600-WRITE-UNREPORTED-SECTION
               thru 4600-EXIT
           perform 5000-WRITE-OCC-MASTER
               thru 5000-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-OCC-IN-FILE
           close FBZ-FEED-FILE
           close FBZ-FEED-S02-FILE
           close FBZ-REPORT-FILE
           if WS-OVERFLOW-COUNT > 0
               or WS-NO-OCC-COUNT > 0
               or WS-UNKNOWN-COUNT > 0
               or WS-UNREPORTED-COUNT > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - ESTABLISH THE PROCESSING DATE, LOAD THE
      * BIN MASTER AND YESTERDAY'S OCCUPANCY MASTER, POINT EACH
      * SITE'S FEED DD AT THE STAGE ACTUALLY SENT, OPEN TONIGHT'S
      * OCCUPANCY FILE, BOTH FEEDS AND THE REPORT, AND PRIME THE
      * READS.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-OCCIN-COUNT
           move 0 to WS-POSTED-COUNT
           move 0 to WS-STALE-COUNT
           move 0 to WS-PRIOR-OCC-COUNT
           move 0 to WS-DROPPED-COUNT
           move 0 to WS-FEED-COUNT
           move 0 to WS-PRIOR-DAY-COUNT
           move 0 to WS-NO-BIN-FEED-COUNT
           move 0 to WS-OVERFLOW-COUNT
           move 0 to WS-NO-OCC-COUNT
           move 0 to WS-UNKNOWN-COUNT
           move 0 to WS-UNREPORTED-COUNT
           move 0 to WS-MASTER-OUT-COUNT
           move spaces to WS-UNK-TABLE
           set FBZOC-OCCIN-NOT-EOF to true
           set FBZOC-FEED-NOT-EOF to true
           set FBZOC-FD02-NOT-EOF to true
           accept WS-TODAY from date YYYYMMDD
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           perform 1100-APPLY-LOAD-SOURCE
               thru 1100-EXIT
           perform 1200-APPLY-S02-LOAD-SOURCE
               thru 1200-EXIT
           perform 1300-LOAD-BIN-MASTER
               thru 1300-EXIT
           perform 1500-LOAD-PRIOR-OCCUPANCY
               thru 1500-EXIT
           open input FBZ-OCC-IN-FILE
           if WS-OCCIN-STATUS not = "00"
               display "FBZOCCP - FBZOCCIN OPEN FAILED - STATUS "
                   WS-OCCIN-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           open input FBZ-FEED-FILE
           if WS-FEED-STATUS not = "00"
               display "FBZOCCP - FBZFEED OPEN FAILED - STATUS "
                   WS-FEED-STATUS
               move 12 to return-code
               go to 9999-ABEND
           end-if
           open input FBZ-FEED-S02-FILE
           if WS-FD02-STATUS not = "00"
               display "FBZOCCP - FBZFD02 OPEN FAILED - STATUS "
                   WS-FD02-STATUS
               move 32 to return-code
               go to 9999-ABEND
           end-if
           open output FBZ-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZOCCP - FBZOCCRP OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-REPORT-LINE
           string "FBZOCCP - BIN OCCUPANCY AND OVER-CAPACITY REPORT"
                   delimited by size
               " FOR " delimited by size
               WS-TODAY delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           perform 2100-READ-NEXT-OCCUPANCY
               thru 2100-EXIT
           perform 3100-READ-NEXT-FEED-REC
               thru 3100-EXIT
           perform 3300-READ-NEXT-FD02-REC
               thru 3300-EXIT.
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
                   display "FBZOCCP - PROCESSING DATE OVERRIDDEN"
                       " TO " FBZ-PDT-DATE
               end-if
           end-if
           close FBZ-PDATE-FILE.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-APPLY-LOAD-SOURCE - FIND SITE 01'S LATEST LOAD-SOURCE
      * RECORD FOR THE PROCESSING DATE ON FBZSRCSL.  WHEN IT NAMES A
      * FALLBACK VARIANT, ALLOCATE THAT VARIANT'S STAGE TO DD
      * FBZFEED IN PLACE OF THE FIZZBUZ1 STAGE THE JCL NAMES, SO
      * THE ASSIGNMENTS COUNTED ARE THE ONES SENT.  NO DD, NO RECORD
      * FOR THE DATE, OR FIZZBUZ1 CHOSEN LEAVES THE JCL IN FORCE.
      *-----------------------------------------------------------------
       1100-APPLY-LOAD-SOURCE.
           move 0 to WS-SRC-VARIANT
           move spaces to WS-SRC-PROGRAM-ID
           move spaces to WS-SRC-DSN
           set FBZOC-SRC-NOT-EOF to true
           open input FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               set FBZOC-SRC-EOF to true
           end-if
           perform 1150-SCAN-ONE-SOURCE
               thru 1150-EXIT
               until FBZOC-SRC-EOF
           close FBZ-SOURCE-FILE
           if WS-SRC-VARIANT < 2
               go to 1100-EXIT
           end-if
           move spaces to WS-FEED-ALLOC
           string "DSN(" delimited by size
               WS-SRC-DSN delimited by space
               "),SHR" delimited by size
               x"00" delimited by size
               into WS-FEED-ALLOC
           end-string
           call "putenv" using WS-FEED-ENV
           display "FBZOCCP - SITE 01 FALLBACK LOAD SOURCE "
               WS-SRC-PROGRAM-ID " - READING " WS-SRC-DSN.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-SCAN-ONE-SOURCE - KEEP THE LATEST SITE 01 LOAD-SOURCE
      * RECORD FOR THE PROCESSING DATE.
      *-----------------------------------------------------------------
       1150-SCAN-ONE-SOURCE.
           read FBZ-SOURCE-FILE into FBZ-SRC-RECORD
               at end
                   set FBZOC-SRC-EOF to true
                   go to 1150-EXIT
           end-read
           perform 1190-NOTE-SOURCE-RECORD
               thru 1190-EXIT.
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1190-NOTE-SOURCE-RECORD - REACHED FROM 1150 AND 1250 WITH A
      * LOAD-SOURCE RECORD IN FBZ-SRC-RECORD.  ONE FOR THE
      * PROCESSING DATE REPLACES WHAT WAS NOTED BEFORE IT; ONE WITH
      * NO SOURCE STOPPED THAT SITE'S CHAIN AND LEAVES THE JCL'S
      * STAGE IN FORCE.
      *-----------------------------------------------------------------
       1190-NOTE-SOURCE-RECORD.
           if FBZ-SRC-RUN-DATE not = WS-TODAY
               go to 1190-EXIT
           end-if
           move 0 to WS-SRC-VARIANT
           if FBZ-SRC-HAS-SOURCE
               move FBZ-SRC-VARIANT to WS-SRC-VARIANT
               move FBZ-SRC-PROGRAM-ID to WS-SRC-PROGRAM-ID
               move FBZ-SRC-STAGE-DSN to WS-SRC-DSN
           end-if.
       1190-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1200-APPLY-S02-LOAD-SOURCE - THE SAME FOR SITE 02: ITS
      * LOAD-SOURCE FILE IS FBZSRC02 AND ITS FEED DD FBZFD02.
      *-----------------------------------------------------------------
       1200-APPLY-S02-LOAD-SOURCE.
           move 0 to WS-SRC-VARIANT
           move spaces to WS-SRC-PROGRAM-ID
           move spaces to WS-SRC-DSN
           set FBZOC-SRC-NOT-EOF to true
           open input FBZ-SOURCE-S02-FILE
           if WS-SR02-STATUS not = "00"
               set FBZOC-SRC-EOF to true
           end-if
           perform 1250-SCAN-ONE-S02-SOURCE
               thru 1250-EXIT
               until FBZOC-SRC-EOF
           close FBZ-SOURCE-S02-FILE
           if WS-SRC-VARIANT < 2
               go to 1200-EXIT
           end-if
           move spaces to WS-FD02-ALLOC
           string "DSN(" delimited by size
               WS-SRC-DSN delimited by space
               "),SHR" delimited by size
               x"00" delimited by size
               into WS-FD02-ALLOC
           end-string
           call "putenv" using WS-FD02-ENV
           display "FBZOCCP - SITE 02 FALLBACK LOAD SOURCE "
               WS-SRC-PROGRAM-ID " - READING " WS-SRC-DSN.
       1200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1250-SCAN-ONE-S02-SOURCE - KEEP THE LATEST SITE 02
      * LOAD-SOURCE RECORD FOR THE PROCESSING DATE.
      *-----------------------------------------------------------------
       1250-SCAN-ONE-S02-SOURCE.
           read FBZ-SOURCE-S02-FILE into FBZ-SRC-RECORD
               at end
                   set FBZOC-SRC-EOF to true
                   go to 1250-EXIT
           end-read
           perform 1190-NOTE-SOURCE-RECORD
               thru 1190-EXIT.
       1250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-LOAD-BIN-MASTER - LOAD EVERY SITE'S FBZBMAST BINS.  A
      * MISSING OR EMPTY MASTER ABENDS (RETURN-CODE 24) - THERE IS
      * NOTHING TO HOLD THE OCCUPANCY FILE AGAINST.
      *-----------------------------------------------------------------
       1300-LOAD-BIN-MASTER.
           move 0 to WS-BIN-COUNT
           move spaces to WS-BIN-TABLE
           set FBZOC-BMAST-NOT-EOF to true
           open input FBZ-BIN-MASTER-FILE
           if WS-BMAST-STATUS not = "00"
               display "FBZOCCP - FBZBMAST OPEN FAILED - STATUS "
                   WS-BMAST-STATUS
               move 24 to return-code
               go to 9999-ABEND
           end-if
           perform 1350-LOAD-ONE-BIN
               thru 1350-EXIT
               until FBZOC-BMAST-EOF
           close FBZ-BIN-MASTER-FILE
           if WS-BIN-COUNT = zero
               display "FBZOCCP - FBZBMAST IS EMPTY - RUN TERMINATED"
               move 24 to return-code
               go to 9999-ABEND
           end-if.
       1300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1350-LOAD-ONE-BIN - LOAD ONE BIN MASTER ROW, WITH NO
      * OCCUPANCY AND NOTHING ASSIGNED YET.  AN OVERFLOWING ROW IS
      * REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1350-LOAD-ONE-BIN.
           read FBZ-BIN-MASTER-FILE
               at end
                   set FBZOC-BMAST-EOF to true
                   go to 1350-EXIT
           end-read
           if WS-BIN-COUNT >= 999
               display "FBZOCCP - BIN MASTER TABLE FULL - BIN "
                   FBZ-BIN-CODE " IGNORED"
               go to 1350-EXIT
           end-if
           add 1 to WS-BIN-COUNT
           move FBZ-BIN-SITE to WS-BIN-SITE(WS-BIN-COUNT)
           if FBZ-BIN-SITE = spaces
               move "01" to WS-BIN-SITE(WS-BIN-COUNT)
           end-if
           move FBZ-BIN-CODE to WS-BIN-CODE(WS-BIN-COUNT)
           move FBZ-BIN-DESC to WS-BIN-DESC(WS-BIN-COUNT)
           move FBZ-BIN-ZONE to WS-BIN-ZONE(WS-BIN-COUNT)
           move "N" to WS-BIN-HAVE-OCC(WS-BIN-COUNT)
           move "N" to WS-BIN-REPORTED(WS-BIN-COUNT)
           move 0 to WS-BIN-USED(WS-BIN-COUNT)
           move 0 to WS-BIN-AVAIL(WS-BIN-COUNT)
           move 0 to WS-BIN-ASSIGNED(WS-BIN-COUNT).
       1350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1500-LOAD-PRIOR-OCCUPANCY - CARRY YESTERDAY'S OCCUPANCY
      * MASTER ONTO THE BIN TABLE.  NO GENERATION (THE FIRST EVER
      * RUN) IS NOT AN ERROR; A ROW FOR A BIN NO LONGER ON
      * FBZBMAST IS DROPPED.
      *-----------------------------------------------------------------
       1500-LOAD-PRIOR-OCCUPANCY.
           set FBZOC-OCPRV-NOT-EOF to true
           open input FBZ-OCC-PRIOR-FILE
           if WS-OCPRV-STATUS not = "00"
               go to 1500-EXIT
           end-if
           perform 1550-LOAD-ONE-PRIOR-OCC
               thru 1550-EXIT
               until FBZOC-OCPRV-EOF
           close FBZ-OCC-PRIOR-FILE.
       1500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1550-LOAD-ONE-PRIOR-OCC - POST ONE PRIOR OCCUPANCY ROW TO
      * ITS BIN.
      *-----------------------------------------------------------------
       1550-LOAD-ONE-PRIOR-OCC.
           read FBZ-OCC-PRIOR-FILE
               at end
                   set FBZOC-OCPRV-EOF to true
                   go to 1550-EXIT
           end-read
           add 1 to WS-PRIOR-OCC-COUNT
           move FBZ-OPV-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           move FBZ-OPV-BIN-CODE to WS-ROW-BIN
           perform 2500-FIND-BIN
               thru 2500-EXIT
           if WS-BIN-MATCH-SUB = zero
               add 1 to WS-DROPPED-COUNT
               go to 1550-EXIT
           end-if
           move "Y" to WS-BIN-HAVE-OCC(WS-BIN-MATCH-SUB)
           move FBZ-OPV-SLOTS-USED to WS-BIN-USED(WS-BIN-MATCH-SUB)
           move FBZ-OPV-SLOTS-AVAIL to WS-BIN-AVAIL(WS-BIN-MATCH-SUB)
           move FBZ-OPV-AS-OF-DATE to WS-BIN-AS-OF(WS-BIN-MATCH-SUB)
           move FBZ-OPV-RECEIVED-DATE
               to WS-BIN-RECEIVED(WS-BIN-MATCH-SUB).
       1550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-POST-ONE-OCCUPANCY - POST ONE OF TONIGHT'S OCCUPANCY
      * RECORDS TO ITS BIN.  A BIN NOT ON FBZBMAST IS HELD FOR ITS
      * REPORT SECTION; A RECORD OLDER THAN THE ONE ALREADY HELD
      * STILL MARKS THE BIN REPORTED BUT DOES NOT REPLACE THE
      * NEWER COUNT.
      *-----------------------------------------------------------------
       2000-POST-ONE-OCCUPANCY.
           add 1 to WS-OCCIN-COUNT
           move FBZ-OCC-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           move FBZ-OCC-BIN-CODE to WS-ROW-BIN
           perform 2500-FIND-BIN
               thru 2500-EXIT
           if WS-BIN-MATCH-SUB = zero
               perform 2700-HOLD-UNKNOWN-BIN
                   thru 2700-EXIT
               go to 2000-NEXT-OCCUPANCY
           end-if
           move "Y" to WS-BIN-REPORTED(WS-BIN-MATCH-SUB)
           if WS-BIN-HAVE-OCC(WS-BIN-MATCH-SUB) = "Y"
               and FBZ-OCC-AS-OF-DATE < WS-BIN-AS-OF(WS-BIN-MATCH-SUB)
               add 1 to WS-STALE-COUNT
               go to 2000-NEXT-OCCUPANCY
           end-if
           add 1 to WS-POSTED-COUNT
           move "Y" to WS-BIN-HAVE-OCC(WS-BIN-MATCH-SUB)
           move FBZ-OCC-SLOTS-USED to WS-BIN-USED(WS-BIN-MATCH-SUB)
           move FBZ-OCC-SLOTS-AVAIL to WS-BIN-AVAIL(WS-BIN-MATCH-SUB)
           move FBZ-OCC-AS-OF-DATE to WS-BIN-AS-OF(WS-BIN-MATCH-SUB)
           move WS-TODAY to WS-BIN-RECEIVED(WS-BIN-MATCH-SUB).
       2000-NEXT-OCCUPANCY.
           perform 2100-READ-NEXT-OCCUPANCY
               thru 2100-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-READ-NEXT-OCCUPANCY - READ THE NEXT OCCUPANCY RECORD,
      * SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
      *-----------------------------------------------------------------
       2100-READ-NEXT-OCCUPANCY.
           read FBZ-OCC-IN-FILE
               at end
                   set FBZOC-OCCIN-EOF to true
           end-read.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-FIND-BIN - LOCATE WS-ROW-SITE/WS-ROW-BIN ON THE BIN
      * TABLE, LEAVING WS-BIN-MATCH-SUB ZERO WHEN IT IS NOT THERE.
      *-----------------------------------------------------------------
       2500-FIND-BIN.
           move 0 to WS-BIN-MATCH-SUB
           perform 2550-MATCH-ONE-BIN
               thru 2550-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-COUNT
                   or WS-BIN-MATCH-SUB > 0.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2550-MATCH-ONE-BIN - TEST ONE BIN TABLE ENTRY.
      *-----------------------------------------------------------------
       2550-MATCH-ONE-BIN.
           if WS-BIN-SITE(WS-BIN-SUB) = WS-ROW-SITE
               and WS-BIN-CODE(WS-BIN-SUB) = WS-ROW-BIN
               move WS-BIN-SUB to WS-BIN-MATCH-SUB
           end-if.
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-HOLD-UNKNOWN-BIN - KEEP AN OCCUPANCY RECORD FOR A BIN
      * NOT ON FBZBMAST FOR ITS REPORT SECTION.  A FULL TABLE IS
      * REPORTED; THE RECORD STILL COUNTS AS AN EXCEPTION.
      *-----------------------------------------------------------------
       2700-HOLD-UNKNOWN-BIN.
           add 1 to WS-UNKNOWN-COUNT
           if WS-UNKNOWN-COUNT > 100
               display "FBZOCCP - UNKNOWN BIN TABLE FULL - SITE "
                   WS-ROW-SITE " BIN " WS-ROW-BIN " NOT LISTED"
               go to 2700-EXIT
           end-if
           move WS-ROW-SITE to WS-UNK-SITE(WS-UNKNOWN-COUNT)
           move WS-ROW-BIN to WS-UNK-BIN(WS-UNKNOWN-COUNT)
           move FBZ-OCC-SLOTS-USED to WS-UNK-USED(WS-UNKNOWN-COUNT)
           move FBZ-OCC-SLOTS-AVAIL to WS-UNK-AVAIL(WS-UNKNOWN-COUNT)
           move FBZ-OCC-AS-OF-DATE to WS-UNK-AS-OF(WS-UNKNOWN-COUNT).
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-TALLY-ONE-FEED-REC - TALLY ONE SITE 01 FEED RECORD AND
      * READ THE NEXT.
      *-----------------------------------------------------------------
       3000-TALLY-ONE-FEED-REC.
           perform 3050-POST-FEED-REC
               thru 3050-EXIT
           perform 3100-READ-NEXT-FEED-REC
               thru 3100-EXIT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3050-POST-FEED-REC - COUNT THE FEED RECORD IN FBZ-FEED-RECORD
      * AGAINST THE BIN IT WAS SENT TO (FOR A REDIRECTED ITEM, THE
      * ALTERNATE - THAT IS WHERE IT WILL LAND).  THE STAGED FEEDS
      * ARE DISP=MOD AND STILL CARRY PRIOR DAYS, SO ONLY RECORDS
      * SENT-DATED WITH THE PROCESSING DATE COUNT.
      *-----------------------------------------------------------------
       3050-POST-FEED-REC.
           if FBZ-FEED-SENT-DATE not = WS-TODAY
               add 1 to WS-PRIOR-DAY-COUNT
               go to 3050-EXIT
           end-if
           add 1 to WS-FEED-COUNT
           move FBZ-FEED-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           move FBZ-FEED-BIN-CODE to WS-ROW-BIN
           perform 2500-FIND-BIN
               thru 2500-EXIT
           if WS-BIN-MATCH-SUB = zero
               add 1 to WS-NO-BIN-FEED-COUNT
               go to 3050-EXIT
           end-if
           add 1 to WS-BIN-ASSIGNED(WS-BIN-MATCH-SUB).
       3050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3100-READ-NEXT-FEED-REC - READ THE NEXT FEED RECORD,
      * SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
      *-----------------------------------------------------------------
       3100-READ-NEXT-FEED-REC.
           read FBZ-FEED-FILE into FBZ-FEED-RECORD
               at end
                   set FBZOC-FEED-EOF to true
           end-read.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3200-TALLY-ONE-FD02-REC - TALLY ONE SITE 02 FEED RECORD AND
      * READ THE NEXT.
      *-----------------------------------------------------------------
       3200-TALLY-ONE-FD02-REC.
           perform 3050-POST-FEED-REC
               thru 3050-EXIT
           perform 3300-READ-NEXT-FD02-REC
               thru 3300-EXIT.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3300-READ-NEXT-FD02-REC - READ THE NEXT SITE 02 FEED RECORD,
      * SETTING ITS END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
      *-----------------------------------------------------------------
       3300-READ-NEXT-FD02-REC.
           read FBZ-FEED-S02-FILE into FBZ-FEED-RECORD
               at end
                   set FBZOC-FD02-EOF to true
           end-read.
       3300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-WRITE-OVERFLOW-SECTION - EVERY BIN WHOSE ASSIGNMENTS
      * TODAY EXCEED ITS SLOTS AVAILABLE, WITH THE OVERFLOW.
      *-----------------------------------------------------------------
       4000-WRITE-OVERFLOW-SECTION.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "  BINS THAT WILL OVERFLOW WITH TODAY'S ASSIGNMENTS"
               to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move spaces to FBZ-REPORT-LINE
           string "  SITE BIN  ZONE DESCRIPTION          "
                   delimited by size
               "  USED AVAIL ASSIGNED OVERFLOW AS OF"
                   delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE
           perform 4100-WRITE-ONE-OVERFLOW
               thru 4100-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-COUNT
           if WS-OVERFLOW-COUNT = zero
               move "  NO BIN WILL OVERFLOW" to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
           end-if.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-WRITE-ONE-OVERFLOW - ONE OVERFLOWING BIN'S LINE.
      *-----------------------------------------------------------------
       4100-WRITE-ONE-OVERFLOW.
           if WS-BIN-HAVE-OCC(WS-BIN-SUB) not = "Y"
               or WS-BIN-ASSIGNED(WS-BIN-SUB)
                   not > WS-BIN-AVAIL(WS-BIN-SUB)
               go to 4100-EXIT
           end-if
           add 1 to WS-OVERFLOW-COUNT
           subtract WS-BIN-AVAIL(WS-BIN-SUB)
               from WS-BIN-ASSIGNED(WS-BIN-SUB)
               giving WS-OVERFLOW
           move spaces to FBZ-REPORT-LINE
           string "  " delimited by size
               WS-BIN-SITE(WS-BIN-SUB) delimited by size
               "   " delimited by size
               WS-BIN-CODE(WS-BIN-SUB) delimited by size
               " " delimited by size
               WS-BIN-ZONE(WS-BIN-SUB) delimited by size
               "   " delimited by size
               WS-BIN-DESC(WS-BIN-SUB) delimited by size
               " " delimited by size
               WS-BIN-USED(WS-BIN-SUB) delimited by size
               " " delimited by size
               WS-BIN-AVAIL(WS-BIN-SUB) delimited by size
               "  " delimited by size
               WS-BIN-ASSIGNED(WS-BIN-SUB) delimited by size
               "  " delimited by size
               WS-OVERFLOW delimited by size
               " " delimited by size
               WS-BIN-AS-OF(WS-BIN-SUB) delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4200-WRITE-NO-OCC-SECTION - BINS ASSIGNED ITEMS TODAY THAT
      * SLOTTING HAS NEVER REPORTED, SO NO OVERFLOW TEST WAS
      * POSSIBLE.
      *-----------------------------------------------------------------
       4200-WRITE-NO-OCC-SECTION.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "  BINS ASSIGNED TODAY WITH NO OCCUPANCY ON FILE"
               to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           perform 4300-WRITE-ONE-NO-OCC
               thru 4300-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-COUNT
           if WS-NO-OCC-COUNT = zero
               move "  NONE" to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
           end-if.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4300-WRITE-ONE-NO-OCC - ONE ASSIGNED BIN WITH NO OCCUPANCY.
      *-----------------------------------------------------------------
       4300-WRITE-ONE-NO-OCC.
           if WS-BIN-HAVE-OCC(WS-BIN-SUB) = "Y"
               or WS-BIN-ASSIGNED(WS-BIN-SUB) = zero
               go to 4300-EXIT
           end-if
           add 1 to WS-NO-OCC-COUNT
           move spaces to FBZ-REPORT-LINE
           string "  " delimited by size
               WS-BIN-SITE(WS-BIN-SUB) delimited by size
               "   " delimited by size
               WS-BIN-CODE(WS-BIN-SUB) delimited by size
               " " delimited by size
               WS-BIN-ZONE(WS-BIN-SUB) delimited by size
               "   " delimited by size
               WS-BIN-DESC(WS-BIN-SUB) delimited by size
               "  ASSIGNED " delimited by size
               WS-BIN-ASSIGNED(WS-BIN-SUB) delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE.
       4300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4400-WRITE-UNKNOWN-SECTION - TONIGHT'S OCCUPANCY RECORDS
      * FOR BINS NOT ON FBZBMAST.
      *-----------------------------------------------------------------
       4400-WRITE-UNKNOWN-SECTION.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "  OCCUPANCY RECORDS FOR BINS NOT ON FBZBMAST"
               to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           if WS-UNKNOWN-COUNT = zero
               move "  NONE" to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
               go to 4400-EXIT
           end-if
           perform 4500-WRITE-ONE-UNKNOWN
               thru 4500-EXIT
               varying WS-UNK-SUB from 1 by 1
               until WS-UNK-SUB > WS-UNKNOWN-COUNT
                   or WS-UNK-SUB > 100.
       4400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-WRITE-ONE-UNKNOWN - ONE UNKNOWN BIN'S LINE.
      *-----------------------------------------------------------------
       4500-WRITE-ONE-UNKNOWN.
           move spaces to FBZ-REPORT-LINE
           string "  " delimited by size
               WS-UNK-SITE(WS-UNK-SUB) delimited by size
               "   " delimited by size
               WS-UNK-BIN(WS-UNK-SUB) delimited by size
               "  USED " delimited by size
               WS-UNK-USED(WS-UNK-SUB) delimited by size
               "  AVAIL " delimited by size
               WS-UNK-AVAIL(WS-UNK-SUB) delimited by size
               "  AS OF " delimited by size
               WS-UNK-AS-OF(WS-UNK-SUB) delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE.
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4600-WRITE-UNREPORTED-SECTION - FBZBMAST BINS SLOTTING DID
      * NOT REPORT TONIGHT, WITH THE DATE OF THE LAST COUNT HELD.
      *-----------------------------------------------------------------
       4600-WRITE-UNREPORTED-SECTION.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "  FBZBMAST BINS NOT REPORTED BY SLOTTING"
               to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           perform 4700-WRITE-ONE-UNREPORTED
               thru 4700-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-COUNT
           if WS-UNREPORTED-COUNT = zero
               move "  NONE" to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
           end-if.
       4600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4700-WRITE-ONE-UNREPORTED - ONE UNREPORTED BIN'S LINE.
      *-----------------------------------------------------------------
       4700-WRITE-ONE-UNREPORTED.
           if WS-BIN-REPORTED(WS-BIN-SUB) = "Y"
               go to 4700-EXIT
           end-if
           add 1 to WS-UNREPORTED-COUNT
           if WS-BIN-HAVE-OCC(WS-BIN-SUB) = "Y"
               move WS-BIN-AS-OF(WS-BIN-SUB) to WS-LINE-AS-OF
           else
               move "NEVER" to WS-LINE-AS-OF
           end-if
           move spaces to FBZ-REPORT-LINE
           string "  " delimited by size
               WS-BIN-SITE(WS-BIN-SUB) delimited by size
               "   " delimited by size
               WS-BIN-CODE(WS-BIN-SUB) delimited by size
               " " delimited by size
               WS-BIN-ZONE(WS-BIN-SUB) delimited by size
               "   " delimited by size
               WS-BIN-DESC(WS-BIN-SUB) delimited by size
               "  LAST COUNT " delimited by size
               WS-LINE-AS-OF delimited by size
               into FBZ-REPORT-LINE
           end-string
           write FBZ-REPORT-LINE.
       4700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-WRITE-OCC-MASTER - WRITE TODAY'S OCCUPANCY MASTER: ONE
      * ROW PER FBZBMAST BIN WITH ANY OCCUPANCY HELD.
      *-----------------------------------------------------------------
       5000-WRITE-OCC-MASTER.
           open output FBZ-OCC-CURR-FILE
           if WS-OCCUR-STATUS not = "00"
               display "FBZOCCP - FBZOCCUR OPEN FAILED - STATUS "
                   WS-OCCUR-STATUS
               close FBZ-OCC-IN-FILE
               close FBZ-FEED-FILE
               close FBZ-FEED-S02-FILE
               close FBZ-REPORT-FILE
               move 28 to return-code
               go to 9999-ABEND
           end-if
           perform 5100-WRITE-ONE-OCC
               thru 5100-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-COUNT
           close FBZ-OCC-CURR-FILE.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5100-WRITE-ONE-OCC - ONE OCCUPANCY MASTER ROW.
      *-----------------------------------------------------------------
       5100-WRITE-ONE-OCC.
           if WS-BIN-HAVE-OCC(WS-BIN-SUB) not = "Y"
               go to 5100-EXIT
           end-if
           move spaces to FBZ-OCR-RECORD
           move WS-BIN-SITE(WS-BIN-SUB) to FBZ-OCR-SITE
           move WS-BIN-CODE(WS-BIN-SUB) to FBZ-OCR-BIN-CODE
           move WS-BIN-USED(WS-BIN-SUB) to FBZ-OCR-SLOTS-USED
           move WS-BIN-AVAIL(WS-BIN-SUB) to FBZ-OCR-SLOTS-AVAIL
           move WS-BIN-AS-OF(WS-BIN-SUB) to FBZ-OCR-AS-OF-DATE
           move WS-BIN-RECEIVED(WS-BIN-SUB) to FBZ-OCR-RECEIVED-DATE
           write FBZ-OCR-RECORD
           add 1 to WS-MASTER-OUT-COUNT.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN CONTROL
      * TOTALS.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZOCCP CONTROL/SUMMARY REPORT"
           display "  PROCESSING DATE . . . . . " WS-TODAY
           display "  FBZBMAST BINS . . . . . . " WS-BIN-COUNT
           display "  PRIOR OCCUPANCY ROWS. . . " WS-PRIOR-OCC-COUNT
           display "    DROPPED (BIN GONE) . . . " WS-DROPPED-COUNT
           display "  OCCUPANCY RECORDS READ. . " WS-OCCIN-COUNT
           display "    POSTED . . . . . . . . . " WS-POSTED-COUNT
           display "    STALE. . . . . . . . . . " WS-STALE-COUNT
           display "    BIN NOT ON FBZBMAST. . . " WS-UNKNOWN-COUNT
           display "  FEED RECORDS FOR THE DATE " WS-FEED-COUNT
           display "  PRIOR DAYS PASSED OVER. . " WS-PRIOR-DAY-COUNT
           display "  FEED BIN NOT ON FBZBMAST. " WS-NO-BIN-FEED-COUNT
           display "  BINS THAT WILL OVERFLOW . " WS-OVERFLOW-COUNT
           display "  ASSIGNED, NO OCCUPANCY. . " WS-NO-OCC-COUNT
           display "  BINS NOT REPORTED . . . . " WS-UNREPORTED-COUNT
           display "  OCCUPANCY ROWS WRITTEN. . " WS-MASTER-OUT-COUNT.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO
      * WITH RETURN-CODE ALREADY SET (12 - FBZFEED OPEN FAILED,
      * 16 - FBZOCCIN OPEN FAILED, 20 - FBZOCCRP OPEN FAILED,
      * 24 - FBZBMAST MISSING OR EMPTY, 28 - FBZOCCUR OPEN
      * FAILED, 32 - FBZFD02 OPEN FAILED).
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
