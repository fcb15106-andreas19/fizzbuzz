      * EVEN ON A CSV-MODE RUN WHOSE LISTING STREAM IS EMPTY -
      * DROPS THE DUPLICATE CSV HEADER ROWS SLICES 2-4 WROTE, AND
      * PROVES THE RESULT: THE LISTING MUST BE IN ASCENDING NUM
      * ORDER WITH NO GAP, THE MERGED RECORD AND INDEX COUNTS MUST
      * EQUAL THE LIMIT AND THE MERGED FEED COUNT THE ACTIVE FBZITEM
      * ITEMS IN THE RANGE - ANY BREAK ENDS WITH RETURN CODE 12 SO A
      * SHORT SLICE CANNOT SLIP INTO PRODUCTION.
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL PROGRAM.
      *                   WEEKLY REPORT CAN SHOW WHICH STEP IS
      *                   EATING THE BATCH WINDOW BEFORE THE 06:00
      *                   CUTOFF IS MISSED.
      *   2026-10-15  AS  FBZREC GREW TO 120 BYTES AND FBZFEED TO 100
      *                   FOR THE ITEM DESCRIPTION; THE NEW FIELDS
      *                   ARE RENAMED IN THE COPY REPLACING LIKE THE
      *                   OTHERS.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW OVERRIDE FLAG
      *                   FIELD AND ITS 88-LEVEL ALONG WITH THE REST.
      *   2026-10-15  AS  FBZREC AND FBZFEED COPIES RENAME THE NEW
      *                   RULE-SET VERSION AND PROFILE FIELDS WITH
      *                   THE REST.
      *   2026-10-15  AS  FBZREC AND FBZFEED COPIES RENAME THE NEW SITE
      *                   FIELD WITH THE REST.
      *   2026-10-15  AS  WHILE THE FBZFMTP CUTOVER PARAMETER (SEE
      *                   FBZFMT) HAS SLOTTING'S LAYOUT 02 FEED LIVE,
      *                   THE SLICES' LAYOUT 02 FEEDS (SLICEFD2,
      *                   CONCATENATED IN THE SAME SLICE ORDER) ARE
      *                   MERGED INTO FBZFED2 AS WELL, AND THE MERGED
      *                   LAYOUT 02 COUNT MUST EQUAL THE MERGED FBZFEED
      *                   COUNT - A BREAK IS RETURN CODE 12 LIKE ANY
      *                   OTHER.
      *   2026-10-15  AS  THE MERGED FEED COUNT IS NOW PROVED AGAINST
      *                   THE ACTIVE FBZITEM ITEMS IN 1 TO THE LIMIT,
      *                   LOOKED UP THE SAME WAY THE VARIANTS LOOK THEM
      *                   UP, NOT AGAINST THE LIMIT - THE VARIANTS FEED
      *                   ACTIVE ITEMS ONLY, SO ONE DISCONTINUED ITEM
      *                   WAS BREAKING EVERY SPLIT RUN.  A FAILED
      *                   FBZITEM OPEN IS RETURN CODE 60 AS IN THE
      *                   VARIANTS.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE RUN DATE FIELD WITH
      *                   THE REST, AS THE RENAME-EVERYTHING RULE ASKS.
      *=================================================================
       identification division.
       program-id. FBZMERGE.
           select FBZ-FEED-FILE assign to FBZFEED
               organization is line sequential
               file status is WS-FEED-STATUS.
           select optional SLICE-FEED2-FILE assign to SLICEFD2
               organization is line sequential
               file status is WS-SLCFD2-STATUS.
           select FBZ-FEED2-FILE assign to FBZFED2
               organization is line sequential
               file status is WS-FEED2-STATUS.
           select optional FBZ-FMT-PARM-FILE assign to FBZFMTP
               organization is line sequential
               file status is WS-FMT-STATUS.
           select SLICE-IDX1-FILE assign to SLCIDX1
               organization is indexed
               access mode is sequential
               access mode is sequential
               record key is FBZ-IDX-NUM
               file status is WS-FBZIDX-STATUS.
           select FBZ-ITEM-MASTER-FILE assign to FBZITEM
               organization is indexed
               access mode is random
               record key is FBZ-ITM-NUM
               file status is WS-ITEM-STATUS.
           select optional FBZ-TIMING-FILE assign to FBZTIME
               organization is line sequential
               file status is WS-TIME-STATUS.
               FBZ-REC-TEXT by FBZ-SLC-TEXT
               FBZ-REC-PRODUCER by FBZ-SLC-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-SLC-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-SLC-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-SLC-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-SLC-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-SLC-PROFILE
               FBZ-REC-SITE by FBZ-SLC-SITE
               FBZ-REC-RUN-DATE by FBZ-SLC-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-SLC-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-SLC-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-SLC-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-SLC-CAT-FIZZBUZZ
               FBZ-FEED-HANDLING by FBZ-SLCFD-HANDLING
               FBZ-FEED-RESEND-FLAG by FBZ-SLCFD-RESEND-FLAG
               FBZ-FEED-RESEND-COUNT by FBZ-SLCFD-RESEND-COUNT
               FBZ-FEED-ITEM-DESC by FBZ-SLCFD-ITEM-DESC
               FBZ-FEED-PARM-VERSION by FBZ-SLCFD-PARM-VERSION
               FBZ-FEED-PROFILE by FBZ-SLCFD-PROFILE
               FBZ-FEED-SITE by FBZ-SLCFD-SITE
               FBZ-FEED-IS-RESEND by FBZ-SLCFD-IS-RESEND
               FBZ-BIN-FIZZ by FBZ-SLCFD-BIN-FIZZ
               FBZ-BIN-BUZZ by FBZ-SLCFD-BIN-BUZZ
           recording mode is F.
           copy FBZFEED.

      *-----------------------------------------------------------------
      * THE SLICES' LAYOUT 02 FEEDS ARE ONLY COPIED THROUGH, SO THE
      * INPUT SIDE IS A PLAIN 150-BYTE AREA, NOT A SECOND COPY OF
      * FBZFD2 RENAMED FIELD BY FIELD.
      *-----------------------------------------------------------------
       fd  SLICE-FEED2-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-SLCFD2-RECORD           pic X(150).

       fd  FBZ-FEED2-FILE
           block contains 0 records
           recording mode is F.
           copy FBZFD2.

       fd  FBZ-FMT-PARM-FILE
           recording mode is F.
           copy FBZFMT.

       fd  FBZ-ITEM-MASTER-FILE
           block contains 0 records.
           copy FBZITM.

       fd  SLICE-IDX1-FILE
           block contains 0 records.
           copy FBZREC replacing FBZ-OUTPUT-RECORD by FBZ-IDX1-RECORD
               FBZ-REC-TEXT by FBZ-IDX1-TEXT
               FBZ-REC-PRODUCER by FBZ-IDX1-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-IDX1-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-IDX1-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-IDX1-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-IDX1-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-IDX1-PROFILE
               FBZ-REC-SITE by FBZ-IDX1-SITE
               FBZ-REC-RUN-DATE by FBZ-IDX1-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-IDX1-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-IDX1-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-IDX1-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-IDX1-CAT-FIZZBUZZ
               FBZ-REC-TEXT by FBZ-IDX2-TEXT
               FBZ-REC-PRODUCER by FBZ-IDX2-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-IDX2-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-IDX2-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-IDX2-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-IDX2-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-IDX2-PROFILE
               FBZ-REC-SITE by FBZ-IDX2-SITE
               FBZ-REC-RUN-DATE by FBZ-IDX2-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-IDX2-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-IDX2-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-IDX2-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-IDX2-CAT-FIZZBUZZ
               FBZ-REC-TEXT by FBZ-IDX3-TEXT
               FBZ-REC-PRODUCER by FBZ-IDX3-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-IDX3-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-IDX3-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-IDX3-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-IDX3-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-IDX3-PROFILE
               FBZ-REC-SITE by FBZ-IDX3-SITE
               FBZ-REC-RUN-DATE by FBZ-IDX3-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-IDX3-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-IDX3-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-IDX3-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-IDX3-CAT-FIZZBUZZ
               FBZ-REC-TEXT by FBZ-IDX4-TEXT
               FBZ-REC-PRODUCER by FBZ-IDX4-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-IDX4-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-IDX4-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-IDX4-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-IDX4-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-IDX4-PROFILE
               FBZ-REC-SITE by FBZ-IDX4-SITE
               FBZ-REC-RUN-DATE by FBZ-IDX4-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-IDX4-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-IDX4-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-IDX4-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-IDX4-CAT-FIZZBUZZ
               FBZ-REC-TEXT by FBZ-IDX-TEXT
               FBZ-REC-PRODUCER by FBZ-IDX-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-IDX-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-IDX-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-IDX-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-IDX-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-IDX-PROFILE
               FBZ-REC-SITE by FBZ-IDX-SITE
               FBZ-REC-RUN-DATE by FBZ-IDX-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-IDX-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-IDX-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-IDX-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-IDX-CAT-FIZZBUZZ
       01  WS-SLCIX3-STATUS        pic X(02).
       01  WS-SLCIX4-STATUS        pic X(02).
       01  WS-TIME-STATUS          pic X(02).
       01  WS-SLCFD2-STATUS        pic X(02).
       01  WS-FEED2-STATUS         pic X(02).
       01  WS-FMT-STATUS           pic X(02).
       01  WS-NEW-LAYOUT-SWITCH    pic X(01).
           88  FBZMRG-NEW-LAYOUT-LIVE   value "Y".
           88  FBZMRG-NEW-LAYOUT-OFF    value "N".
       01  WS-FEED2-EOF-SWITCH     pic X(01).
           88  FBZMRG-FEED2-EOF         value "Y".
           88  FBZMRG-FEED2-NOT-EOF     value "N".
       01  WS-FEED2-COUNT          pic 9(07).
       01  WS-ITEM-STATUS          pic X(02).
       01  WS-ACTIVE-ITEM-COUNT    pic 9(07).
       01  WS-ITEM-SCAN-NUM        pic 9(06).
       01  WS-RUN-DATE             pic X(08).
       01  WS-TIME-NOW             pic X(08).
       01  WS-START-TIME           pic X(08).
           perform 4000-MERGE-ONE-FEED-REC
               thru 4000-EXIT
               until FBZMRG-FEED-EOF
           perform 4200-MERGE-ONE-FEED2-REC
               thru 4200-EXIT
               until FBZMRG-FEED2-EOF
           perform 4500-MERGE-INDEX-CLUSTERS
               thru 4500-EXIT
           close SLICE-OUT-FILE
           close FIZZOUT-FILE
           close FBZ-CSV-FILE
           close FBZ-FEED-FILE
           if FBZMRG-NEW-LAYOUT-LIVE
               close SLICE-FEED2-FILE
               close FBZ-FEED2-FILE
           end-if
           close FBZ-INDEX-FILE
           perform 5000-CONTROL-CHECK
               thru 5000-EXIT
           move 0 to WS-CSV-DATA-COUNT
           move 0 to WS-CSV-HEADER-COUNT
           move 0 to WS-FEED-COUNT
           move 0 to WS-FEED2-COUNT
           move 0 to WS-ACTIVE-ITEM-COUNT
           move 0 to WS-IDX-COUNT
           move 0 to WS-SEQUENCE-BREAKS
           move 0 to WS-BREAK-COUNT
               end-if
               close FBZ-PARM-FILE
           end-if
           perform 1070-SET-FEED-LAYOUTS
               thru 1070-EXIT
           open input FBZ-ITEM-MASTER-FILE
           if WS-ITEM-STATUS not = "00"
               display "FBZMERGE - FBZITEM OPEN FAILED - STATUS "
                   WS-ITEM-STATUS
               move 60 to return-code
               go to 9999-ABEND
           end-if
           open input SLICE-OUT-FILE
           if WS-SLCOUT-STATUS not = "00"
               display "FBZMERGE - SLICEOUT OPEN FAILED - STATUS "
               move 28 to return-code
               go to 9999-ABEND
           end-if
           if FBZMRG-NEW-LAYOUT-LIVE
               open input SLICE-FEED2-FILE
               if WS-SLCFD2-STATUS not = "00"
                   display "FBZMERGE - SLICEFD2 OPEN FAILED - STATUS "
                       WS-SLCFD2-STATUS
                   move 16 to return-code
                   go to 9999-ABEND
               end-if
               open output FBZ-FEED2-FILE
               if WS-FEED2-STATUS not = "00"
                   display "FBZMERGE - FBZFED2 OPEN FAILED - STATUS "
                       WS-FEED2-STATUS
                   move 28 to return-code
                   go to 9999-ABEND
               end-if
           end-if
           open output FBZ-INDEX-FILE
           if WS-FBZIDX-STATUS not = "00"
               display "FBZMERGE - FBZIDX OPEN FAILED - STATUS "
           perform 3100-READ-NEXT-CSV-REC
               thru 3100-EXIT
           perform 4100-READ-NEXT-FEED-REC
               thru 4100-EXIT
           set FBZMRG-FEED2-EOF to true
           if FBZMRG-NEW-LAYOUT-LIVE
               set FBZMRG-FEED2-NOT-EOF to true
               perform 4300-READ-NEXT-FEED2-REC
                   thru 4300-EXIT
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1070-SET-FEED-LAYOUTS - READ THE OPTIONAL FBZFMTP CUTOVER
      * PARAMETER THE VARIANTS READ.  WHEN SLOTTING'S LAYOUT 02 FEED
      * IS LIVE TODAY THE SLICE VARIANTS WROTE IT, AND IT IS MERGED
      * AND PROVED ALONGSIDE FBZFEED.  NO DD, NO RECORD OR NO
      * NUMERIC START DATE LEAVES LAYOUT 02 OFF.
      *-----------------------------------------------------------------
       1070-SET-FEED-LAYOUTS.
           set FBZMRG-NEW-LAYOUT-OFF to true
           open input FBZ-FMT-PARM-FILE
           if WS-FMT-STATUS = "00"
               read FBZ-FMT-PARM-FILE
               if WS-FMT-STATUS = "00"
                   and FBZ-FMT-NEW-FROM-DATE is numeric
                   and FBZ-FMT-NEW-FROM-DATE not > WS-RUN-DATE
                   set FBZMRG-NEW-LAYOUT-LIVE to true
               end-if
           end-if
           close FBZ-FMT-PARM-FILE.
       1070-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-MERGE-ONE-LISTING-REC - COPY ONE SLICE LISTING RECORD
      * TO THE MERGED FIZZOUT,
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4200-MERGE-ONE-FEED2-REC - COPY ONE SLICE LAYOUT 02 FEED
      * RECORD TO THE MERGED FBZFED2.
      *-----------------------------------------------------------------
       4200-MERGE-ONE-FEED2-REC.
           add 1 to WS-FEED2-COUNT
           move FBZ-SLCFD2-RECORD to FBZ-FD2-RECORD
           write FBZ-FD2-RECORD
           perform 4300-READ-NEXT-FEED2-REC
               thru 4300-EXIT.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4300-READ-NEXT-FEED2-REC - READ THE NEXT RECORD FROM THE
      * CONCATENATED SLICE LAYOUT 02 FEED FILES.
      *-----------------------------------------------------------------
       4300-READ-NEXT-FEED2-REC.
           read SLICE-FEED2-FILE
               at end
                   set FBZMRG-FEED2-EOF to true
           end-read.
       4300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-MERGE-INDEX-CLUSTERS - LOAD THE COMBINED FBZIDX
      * CLUSTER FROM THE FOUR SLICE CLUSTERS IN SLICE ORDER.  THE

      *-----------------------------------------------------------------
      * 5000-CONTROL-CHECK - PROVE THE MERGE: THE FEED MUST CARRY
      * EXACTLY ONE RECORD PER ACTIVE ITEM IN THE RANGE (THE VARIANTS
      * FEED NOTHING ELSE), THE LISTING (OR IN
      * CSV MODE THE CSV DATA ROWS) MUST TOO, AND THE LISTING MUST
      * HAVE ARRIVED IN SEQUENCE.  WHILE LAYOUT 02 IS LIVE ITS FEED
      * MUST CARRY THE SAME RECORDS AS FBZFEED, ONE FOR ONE.  ANY
      * BREAK IS COUNTED AND NAMED.
      *-----------------------------------------------------------------
       5000-CONTROL-CHECK.
           perform 5100-COUNT-ONE-ITEM
               thru 5100-EXIT
               varying WS-ITEM-SCAN-NUM from 1 by 1
               until WS-ITEM-SCAN-NUM > WS-LIMIT
           close FBZ-ITEM-MASTER-FILE
           if WS-FEED-COUNT not = WS-ACTIVE-ITEM-COUNT
               add 1 to WS-BREAK-COUNT
               display "FBZMERGE - BREAK - MERGED FEED COUNT "
                   WS-FEED-COUNT " AGAINST " WS-ACTIVE-ITEM-COUNT
                   " ACTIVE ITEMS"
           end-if
           if FBZMRG-NEW-LAYOUT-LIVE
               and WS-FEED2-COUNT not = WS-FEED-COUNT
               add 1 to WS-BREAK-COUNT
               display "FBZMERGE - BREAK - MERGED LAYOUT 02 COUNT "
                   WS-FEED2-COUNT " AGAINST FEED COUNT " WS-FEED-COUNT
           end-if
           if WS-OUTPUT-MODE = "C"
               if WS-CSV-DATA-COUNT not = WS-LIMIT
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5100-COUNT-ONE-ITEM - KEYED READ OF THE FBZITEM ITEM MASTER
      * FOR ONE NUM IN THE RANGE, COUNTING IT WHEN IT IS ACTIVE - THE
      * SAME TEST THE VARIANTS' 2600-LOOKUP-ITEM APPLIES BEFORE
      * FEEDING A NUM.  A NUM NOT ON THE MASTER IS NOT FED.
      *-----------------------------------------------------------------
       5100-COUNT-ONE-ITEM.
           move WS-ITEM-SCAN-NUM to FBZ-ITM-NUM
           read FBZ-ITEM-MASTER-FILE
               invalid key
                   go to 5100-EXIT
           end-read
           if FBZ-ITM-IS-ACTIVE
               add 1 to WS-ACTIVE-ITEM-COUNT
           end-if.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN CONTROL
      * TOTALS.  A CLEAN MERGE IS RETURN CODE 0; ANY BREAK IS 12,
           display "  LISTING RECORDS MERGED. . " WS-OUT-COUNT
           display "  CSV DATA ROWS MERGED. . . " WS-CSV-DATA-COUNT
           display "  CSV HEADER ROWS SEEN. . . " WS-CSV-HEADER-COUNT
           display "  ACTIVE ITEMS IN RANGE . . " WS-ACTIVE-ITEM-COUNT
           display "  FEED RECORDS MERGED . . . " WS-FEED-COUNT
           if FBZMRG-NEW-LAYOUT-LIVE
               display "  LAYOUT 02 RECS MERGED . . " WS-FEED2-COUNT
           end-if
           display "  INDEX RECORDS MERGED. . . " WS-IDX-COUNT
           display "  SEQUENCE BREAKS . . . . . " WS-SEQUENCE-BREAKS
           display "  CONTROL BREAKS. . . . . . " WS-BREAK-COUNT.
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (16 - SLICE INPUT OPEN FAILED, 20 -
      * LISTING/CSV OUTPUT OPEN FAILED, 24 - FBZIDX OPEN FAILED,
      * 28 - FBZFEED OR FBZFED2 OPEN FAILED, 60 - FBZITEM OPEN
      * FAILED), THE SAME CODE ASSIGNMENTS THE VARIANTS USE FOR THE
      * SAME FILES.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
