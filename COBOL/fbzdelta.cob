      *                   PAST TOLERANCE - BEFORE THE WAREHOUSE
      *                   ACTS ON A BOTCHED RULE CHANGE, NOT
      *                   AFTER.
      *   2026-10-15  AS  FBZREC GREW TO 120 BYTES FOR THE ITEM
      *                   DESCRIPTION; ITS NEW FIELD IS RENAMED IN
      *                   THE COPY REPLACING LIKE THE OTHERS.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW OVERRIDE FLAG
      *                   FIELD AND ITS 88-LEVEL ALONG WITH THE REST.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW RULE-SET
      *                   VERSION AND PROFILE FIELDS WITH THE REST.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW SITE FIELD WITH
      *                   THE REST.
      *   2026-10-15  AS  WHEN FBZSRCS'S LATEST LOAD-SOURCE RECORD (DD
      *                   FBZSRCSL, SEE FBZSRC) NAMES A FALLBACK
      *                   VARIANT, THAT VARIANT'S CURRENT AND PRIOR
      *                   LISTINGS ARE ALLOCATED TO FIZZCUR AND FIZZPRV
      *                   BEFORE THE OPENS, SO THE DELTA COVERS THE
      *                   GENERATION THAT WAS LOADED.
      *   2026-10-15  AS  ONLY A LOAD-SOURCE RECORD FOR THE PROCESSING
      *                   DATE IS TAKEN, AS FBZLOAD AND FBZXMIT TAKE IT
      *                   - THE LAST RECORD ON THE FILE COULD BELONG TO
      *                   ANOTHER DATE, LEAVING THE DELTA ON A
      *                   DIFFERENT VARIANT FROM THE ONE LOADED AND
      *                   TRANSMITTED.  THE PROCESSING DATE CAN BE
      *                   OVERRIDDEN BY THE OPTIONAL FBZPDATE RECORD
      *                   (SEE FBZPDT) FOR THE CATCH-UP PATH.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE RUN DATE FIELD WITH
      *                   THE REST, AS THE RENAME-EVERYTHING RULE ASKS.
      *=================================================================
       identification division.
       program-id. FBZDELTA.
           select optional FBZ-DELTA-SUMMARY-FILE assign to FBZDLTSM
               organization is line sequential
               file status is WS-DLS-STATUS.
           select optional FBZ-SOURCE-FILE assign to FBZSRCSL
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-PDATE-FILE assign to FBZPDATE
               organization is line sequential
               file status is WS-PDATE-STATUS.

       data division.
       file section.
               FBZ-REC-TEXT by FBZ-CUR-TEXT
               FBZ-REC-PRODUCER by FBZ-CUR-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-CUR-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-CUR-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-CUR-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-CUR-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-CUR-PROFILE
               FBZ-REC-SITE by FBZ-CUR-SITE
               FBZ-REC-RUN-DATE by FBZ-CUR-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-CUR-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-CUR-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-CUR-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-CUR-CAT-FIZZBUZZ
               FBZ-REC-TEXT by FBZ-PRV-TEXT
               FBZ-REC-PRODUCER by FBZ-PRV-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-PRV-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-PRV-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-PRV-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-PRV-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-PRV-PROFILE
               FBZ-REC-SITE by FBZ-PRV-SITE
               FBZ-REC-RUN-DATE by FBZ-PRV-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-PRV-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-PRV-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-PRV-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-PRV-CAT-FIZZBUZZ
           recording mode is F.
           copy FBZDLS.

       fd  FBZ-SOURCE-FILE
           recording mode is F.
           copy FBZSRC.

       fd  FBZ-PDATE-FILE
           recording mode is F.
           copy FBZPDT.

       working-storage section.
       01  WS-CUR-STATUS           pic X(02).
       01  WS-PRV-STATUS           pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-DLS-STATUS           pic X(02).
       01  WS-SRC-STATUS           pic X(02).
       01  WS-PDATE-STATUS         pic X(02).
       01  WS-SRC-EOF-SWITCH       pic X(01).
           88  FBZDLT-SRC-EOF           value "Y".
           88  FBZDLT-SRC-NOT-EOF       value "N".
       01  WS-SRC-VARIANT          pic 9(01).
       01  WS-SRC-PROGRAM-ID       pic X(08).
       01  WS-SRC-CUR-DSN          pic X(44).
       01  WS-SRC-PRV-DSN          pic X(44).
       01  WS-RUN-DATE             pic X(08).
       01  WS-CUR-EOF-SWITCH       pic X(01).
           88  FBZDLT-CUR-EOF           value "Y".
       01  WS-CUR-ONLY-COUNT       pic 9(07) comp.
       01  WS-PRV-ONLY-COUNT       pic 9(07) comp.

      *-----------------------------------------------------------------
      * THE ENVIRONMENT VARIABLES THAT ALLOCATE DDS FIZZCUR AND
      * FIZZPRV TO THE LOAD SOURCE FBZSRCS CHOSE WHEN IT IS NOT
      * FIZZBUZ1 - EACH NAME=VALUE PAIR ENDS IN A NULL BYTE FOR THE
      * PUTENV SERVICE.
      *-----------------------------------------------------------------
       01  WS-FIZZCUR-ENV.
           05  filler              pic X(08) value "FIZZCUR=".
           05  WS-FIZZCUR-ALLOC    pic X(100).
       01  WS-FIZZPRV-ENV.
           05  filler              pic X(08) value "FIZZPRV=".
           05  WS-FIZZPRV-ALLOC    pic X(100).

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
           move 0 to WS-PRV-ONLY-COUNT
           set FBZDLT-CUR-NOT-EOF to true
           set FBZDLT-PRV-NOT-EOF to true
           accept WS-RUN-DATE from date YYYYMMDD
           perform 1050-APPLY-DATE-OVERRIDE
               thru 1050-EXIT
           perform 1100-APPLY-LOAD-SOURCE
               thru 1100-EXIT
           open input FIZZCUR-FILE
           if WS-CUR-STATUS not = "00"
               display "FBZDELTA - FIZZCUR OPEN FAILED - STATUS "
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
                   move FBZ-PDT-DATE to WS-RUN-DATE
                   display "FBZDELTA - PROCESSING DATE OVERRIDDEN"
                       " TO " FBZ-PDT-DATE
               end-if
           end-if
           close FBZ-PDATE-FILE.
       1050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-APPLY-LOAD-SOURCE - THE DELTA MUST COMPARE THE SAME
      * VARIANT'S GENERATIONS THE LOAD TOOK.  WHEN FBZSRCS'S LATEST
      * LOAD-SOURCE RECORD FOR THE PROCESSING DATE (THE SELECTION
      * MADE EARLIER IN THIS CHAIN) NAMES A FALLBACK VARIANT,
      * ALLOCATE THAT VARIANT'S CURRENT AND PRIOR LISTINGS TO DDS
      * FIZZCUR AND FIZZPRV IN PLACE OF THE FIZZBUZ1 GENERATIONS THE
      * JCL NAMES.  NO DD, NO RECORD FOR THE DATE, OR FIZZBUZ1
      * CHOSEN LEAVES THE JCL IN FORCE.
      *-----------------------------------------------------------------
       1100-APPLY-LOAD-SOURCE.
           move 0 to WS-SRC-VARIANT
           move spaces to WS-SRC-PROGRAM-ID
           set FBZDLT-SRC-NOT-EOF to true
           open input FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               set FBZDLT-SRC-EOF to true
           end-if
           perform 1150-SCAN-ONE-SOURCE
               thru 1150-EXIT
               until FBZDLT-SRC-EOF
           close FBZ-SOURCE-FILE
           if WS-SRC-VARIANT < 2
               go to 1100-EXIT
           end-if
           move spaces to WS-FIZZCUR-ALLOC
           string "DSN(" delimited by size
               WS-SRC-CUR-DSN delimited by space
               "),SHR" delimited by size
               x"00" delimited by size
               into WS-FIZZCUR-ALLOC
           end-string
           call "putenv" using WS-FIZZCUR-ENV
           move spaces to WS-FIZZPRV-ALLOC
           string "DSN(" delimited by size
               WS-SRC-PRV-DSN delimited by space
               "),SHR" delimited by size
               x"00" delimited by size
               into WS-FIZZPRV-ALLOC
           end-string
           call "putenv" using WS-FIZZPRV-ENV
           display "FBZDELTA - FALLBACK LOAD SOURCE " WS-SRC-PROGRAM-ID
               " - COMPARING " WS-SRC-CUR-DSN.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-SCAN-ONE-SOURCE - KEEP THE LATEST LOAD-SOURCE RECORD
      * FOR THE PROCESSING DATE.  A RECORD WITH NO SOURCE STOPPED
      * THE CHAIN AND LEAVES THE JCL'S LISTINGS IN FORCE.
      *-----------------------------------------------------------------
       1150-SCAN-ONE-SOURCE.
           read FBZ-SOURCE-FILE
               at end
                   set FBZDLT-SRC-EOF to true
                   go to 1150-EXIT
           end-read
           if FBZ-SRC-RUN-DATE not = WS-RUN-DATE
               go to 1150-EXIT
           end-if
           move 0 to WS-SRC-VARIANT
           if FBZ-SRC-HAS-SOURCE
               move FBZ-SRC-VARIANT to WS-SRC-VARIANT
               move FBZ-SRC-PROGRAM-ID to WS-SRC-PROGRAM-ID
               move FBZ-SRC-LISTING-DSN to WS-SRC-CUR-DSN
               move FBZ-SRC-PRIOR-DSN to WS-SRC-PRV-DSN
           end-if.
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-COMPARE-GENERATIONS - ONE PASS OF THE MERGE-MATCH LOOP.
      * BOTH LISTINGS ARE IN ASCENDING NUM ORDER, SO AN EQUAL NUM IS
