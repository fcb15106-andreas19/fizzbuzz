      *=================================================================
      * PROGRAM-ID: FBZBRST
      *
      * PER-REQUESTOR BURSTING OF THE DAY'S REQUEST-MODE OUTPUT.
      * A REQUEST-MODE RUN TAGS EVERY OUTPUT RECORD WITH THE FBZRNG
      * REQUESTOR ID, BUT ALL REQUESTORS' RESULTS LAND IN ONE
      * REQUEST.OUTPUT GENERATION AND THE HELP DESK WAS CUTTING
      * EACH DEPARTMENT'S SLICE OUT BY HAND.  THIS STEP RUNS AFTER
      * THE VARIANT, READS THE RUN'S TAGGED OUTPUT (DD FBZREQOT)
      * AND WRITES ONE DATASET PER REQUESTOR:
      *     PROD.FIZZBUZZ.BURST.R<REQUESTOR>.D<YYMMDD>
      * ALLOCATED DYNAMICALLY THROUGH THE FBZBURST DD NAME'S
      * ENVIRONMENT VARIABLE, SINCE THE NUMBER OF REQUESTORS IS
      * NOT KNOWN WHEN THE JCL IS WRITTEN.  EACH DATASET OPENS WITH
      * A COVER HEADER - LINES STARTING "**" - BUILT FROM THE
      * REQUESTOR'S FBZRQMST NAME, DEPARTMENT AND CONTACT, AND
      * CARRIES THE RECORDS IN THE FORMAT THE REQUESTOR'S MASTER
      * ROW ASKS FOR: THE FIXED-FIELD FBZREC LISTING, OR CSV ROWS
      * BUILT THE SAME WAY THE VARIANTS BUILD FBZCSV.
      *
      * THE DELIVERY MANIFEST (DD FBZBMANF) LISTS EVERY REQUESTOR'S
      * DATASET NAME, FORMAT AND RECORD COUNT, AND UNDER IT THE
      * FBZRACK ACKNOWLEDGMENTS (ACCEPTED OR TRIMMED) IT SATISFIES.
      * A REQUESTOR WITH AN ACCEPTED REQUEST AND NO OUTPUT RECORDS
      * IS LISTED AS AN EXCEPTION, AS ARE UNTAGGED RECORDS AND A
      * TAG WITH NO FBZRQMST ROW.
      *
      * RETURN CODES: 0 - ALL BURST CLEAN, 4 - AN EXCEPTION IS ON
      * THE MANIFEST, 8 - A REQUESTOR DATASET COULD NOT BE OPENED
      * (USUALLY A SAME-DAY RERUN - DELETE THE DAY'S BURST DATASETS
      * FIRST), 16 - FBZREQOT OPEN FAILED, 20 - FBZBMANF OPEN
      * FAILED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *=================================================================
       identification division.
       program-id. FBZBRST.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-REQUEST-OUT-FILE assign to FBZREQOT
               organization is line sequential
               file status is WS-REQOT-STATUS.
           select optional FBZ-RAK-FILE assign to FBZRACK
               organization is line sequential
               file status is WS-RACK-STATUS.
           select optional FBZ-RQM-MASTER-FILE assign to FBZRQMST
               organization is line sequential
               file status is WS-RQMST-STATUS.
           select FBZ-BURST-FILE assign to FBZBURST
               organization is line sequential
               file status is WS-BURST-STATUS.
           select FBZ-MANIFEST-FILE assign to FBZBMANF
               organization is line sequential
               file status is WS-MANF-STATUS.

       data division.
       file section.
       fd  FBZ-REQUEST-OUT-FILE
           block contains 0 records
           recording mode is F.
           copy FBZREC.

       fd  FBZ-RAK-FILE
           recording mode is F.
           copy FBZRAK.

       fd  FBZ-RQM-MASTER-FILE
           recording mode is F.
           copy FBZRQM.

       fd  FBZ-BURST-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-BURST-LINE              pic X(120).

       fd  FBZ-MANIFEST-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-MANIFEST-LINE           pic X(100).

       working-storage section.
       01  WS-REQOT-STATUS         pic X(02).
       01  WS-RACK-STATUS          pic X(02).
       01  WS-RQMST-STATUS         pic X(02).
       01  WS-BURST-STATUS         pic X(02).
       01  WS-MANF-STATUS          pic X(02).
       01  WS-SCAN-EOF-SWITCH      pic X(01).
           88  FBZBR-SCAN-EOF           value "Y".
           88  FBZBR-SCAN-NOT-EOF       value "N".
       01  WS-ALLOC-FAIL-SWITCH    pic X(01) value "N".
           88  FBZBR-ALLOC-FAILED       value "Y".
       01  WS-TODAY                pic X(08).
       01  WS-TAGGED-COUNT         pic 9(09) value 0.
       01  WS-UNTAGGED-COUNT       pic 9(09) value 0.
       01  WS-EXCEPTION-COUNT      pic 9(05) value 0.
       01  WS-DATASET-COUNT        pic 9(05) value 0.
       01  WS-REQ-LISTED           pic 9(05).
       01  WS-MATCH-SUB            pic 9(03) comp.
       01  WS-CSV-PTR              pic 99.
       01  WS-CSV-TEXT             pic X(40).
       01  WS-EDIT-COUNT           pic ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------------
      * THE DATASET NAME FOR THE REQUESTOR BEING BURST, AND THE
      * ENVIRONMENT VARIABLE THAT ALLOCATES IT TO DD FBZBURST WHEN
      * THE FILE IS NEXT OPENED - THE NAME=VALUE PAIR ENDS IN A
      * NULL BYTE FOR THE PUTENV SERVICE.
      *-----------------------------------------------------------------
       01  WS-BURST-DSN            pic X(44).
       01  WS-BURST-ENV.
           05  filler              pic X(09) value "FBZBURST=".
           05  WS-BURST-ALLOC      pic X(100).

      *-----------------------------------------------------------------
      * FBZRQMST, FOR THE COVER HEADER AND THE REQUESTOR'S FORMAT.
      *-----------------------------------------------------------------
       01  WS-RQM-SUB              pic 9(03) comp.
       01  WS-RQM-COUNT            pic 9(03) comp.
       01  WS-RQM-TABLE.
           05  WS-RQM-ENTRY        occurs 100 times.
               10  WS-RQM-ID           pic X(06).
               10  WS-RQM-NAME         pic X(20).
               10  WS-RQM-DEPT         pic X(12).
               10  WS-RQM-CONTACT      pic X(20).
               10  WS-RQM-FORMAT       pic X(01).

      *-----------------------------------------------------------------
      * THE RUN'S ACKNOWLEDGMENTS - THE REQUESTS EACH REQUESTOR'S
      * DATASET SATISFIES.
      *-----------------------------------------------------------------
       01  WS-RAK-SUB              pic 9(03) comp.
       01  WS-RAK-COUNT            pic 9(03) comp.
       01  WS-RAK-TABLE.
           05  WS-RAK-ENTRY        occurs 500 times.
               10  WS-RAK-REQUESTOR    pic X(06).
               10  WS-RAK-START-NUM    pic X(05).
               10  WS-RAK-END-NUM      pic X(05).
               10  WS-RAK-STATUS       pic X(08).
               10  WS-RAK-EFF-END-NUM  pic 9(05).

      *-----------------------------------------------------------------
      * ONE SLOT PER REQUESTOR TO BURST: EVERY TAG SEEN IN THE
      * OUTPUT AND EVERY REQUESTOR WITH AN ACCEPTED REQUEST, SO A
      * REQUEST THAT PRODUCED NOTHING STILL GETS A MANIFEST LINE.
      *-----------------------------------------------------------------
       01  WS-BRT-SUB              pic 9(03) comp.
       01  WS-BRT-COUNT            pic 9(03) comp.
       01  WS-BURST-TABLE.
           05  WS-BURST-ENTRY      occurs 100 times.
               10  WS-BRT-ID           pic X(06).
               10  WS-BRT-REC-COUNT    pic 9(09).
       01  WS-SLOT-SUB             pic 9(03) comp.
       01  WS-LOOK-REQUESTOR       pic X(06).

       01  WS-RQM-FOUND-SWITCH     pic X(01).
           88  FBZBR-RQM-FOUND          value "Y".
           88  FBZBR-RQM-NOT-FOUND      value "N".
       01  WS-CUR-NAME             pic X(20).
       01  WS-CUR-DEPT             pic X(12).
       01  WS-CUR-CONTACT          pic X(20).
       01  WS-CUR-FORMAT           pic X(01).
           88  FBZBR-CUR-CSV            value "C".
       01  WS-CUR-FORMAT-NAME      pic X(07).

       01  WS-MANIFEST-DETAIL.
           05  filler              pic X(02) value spaces.
           05  WS-MND-REQUESTOR    pic X(06).
           05  filler              pic X(02) value spaces.
           05  WS-MND-FORMAT       pic X(07).
           05  filler              pic X(02) value spaces.
           05  WS-MND-REC-COUNT    pic ZZZ,ZZZ,ZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-MND-DSN          pic X(44).
           05  filler              pic X(24) value spaces.

       01  WS-MANIFEST-REQUEST.
           05  filler              pic X(10) value spaces.
           05  filler              pic X(08) value "REQUEST ".
           05  WS-MNR-START-NUM    pic X(05).
           05  filler              pic X(01) value "-".
           05  WS-MNR-END-NUM      pic X(05).
           05  filler              pic X(02) value spaces.
           05  WS-MNR-STATUS       pic X(08).
           05  filler              pic X(02) value spaces.
           05  filler              pic X(12) value "RAN THROUGH ".
           05  WS-MNR-EFF-END-NUM  pic 9(05).
           05  filler              pic X(42) value spaces.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-TALLY-ONE-OUTPUT-REC
               thru 2000-EXIT
               until FBZBR-SCAN-EOF
           close FBZ-REQUEST-OUT-FILE
           perform 3000-BURST-ONE-REQUESTOR
               thru 3000-EXIT
               varying WS-BRT-SUB from 1 by 1
               until WS-BRT-SUB > WS-BRT-COUNT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-MANIFEST-FILE
           evaluate true
               when FBZBR-ALLOC-FAILED
                   move 8 to return-code
               when WS-EXCEPTION-COUNT > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - LOAD THE REQUESTOR MASTER AND THE RUN'S
      * ACKNOWLEDGMENTS, OPEN THE TAGGED OUTPUT AND THE MANIFEST.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           accept WS-TODAY from date YYYYMMDD
           move 0 to WS-BRT-COUNT
           move spaces to WS-BURST-TABLE
           perform 1100-LOAD-REQUESTORS
               thru 1100-EXIT
           perform 1200-LOAD-ACKNOWLEDGMENTS
               thru 1200-EXIT
           open input FBZ-REQUEST-OUT-FILE
           if WS-REQOT-STATUS not = "00"
               display "FBZBRST - FBZREQOT OPEN FAILED - STATUS "
                   WS-REQOT-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           open output FBZ-MANIFEST-FILE
           if WS-MANF-STATUS not = "00"
               display "FBZBRST - FBZBMANF OPEN FAILED - STATUS "
                   WS-MANF-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-MANIFEST-LINE
           string "FBZBRST - REQUEST OUTPUT DELIVERY MANIFEST "
                   delimited by size
               WS-TODAY delimited by size
               into FBZ-MANIFEST-LINE
           end-string
           write FBZ-MANIFEST-LINE
           move spaces to FBZ-MANIFEST-LINE
           write FBZ-MANIFEST-LINE
           move "  RQSTR   FORMAT       RECORDS  DATASET"
               to FBZ-MANIFEST-LINE
           write FBZ-MANIFEST-LINE
           set FBZBR-SCAN-NOT-EOF to true.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-LOAD-REQUESTORS - LOAD FBZRQMST.  A MISSING MASTER
      * LEAVES EVERY COVER HEADER SAYING SO; THE BURST STILL RUNS.
      *-----------------------------------------------------------------
       1100-LOAD-REQUESTORS.
           move 0 to WS-RQM-COUNT
           set FBZBR-SCAN-NOT-EOF to true
           open input FBZ-RQM-MASTER-FILE
           if WS-RQMST-STATUS not = "00"
               set FBZBR-SCAN-EOF to true
           end-if
           perform 1150-LOAD-ONE-REQUESTOR
               thru 1150-EXIT
               until FBZBR-SCAN-EOF
           close FBZ-RQM-MASTER-FILE.
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1150-LOAD-ONE-REQUESTOR - ADD ONE MASTER ROW TO THE TABLE.
      *-----------------------------------------------------------------
       1150-LOAD-ONE-REQUESTOR.
           read FBZ-RQM-MASTER-FILE
               at end
                   set FBZBR-SCAN-EOF to true
                   go to 1150-EXIT
           end-read
           if WS-RQM-COUNT >= 100
               display "FBZBRST - REQUESTOR TABLE FULL - "
                   FBZ-RQM-ID " IGNORED"
               go to 1150-EXIT
           end-if
           add 1 to WS-RQM-COUNT
           move FBZ-RQM-ID to WS-RQM-ID(WS-RQM-COUNT)
           move FBZ-RQM-NAME to WS-RQM-NAME(WS-RQM-COUNT)
           move FBZ-RQM-DEPARTMENT to WS-RQM-DEPT(WS-RQM-COUNT)
           move FBZ-RQM-CONTACT to WS-RQM-CONTACT(WS-RQM-COUNT)
           move FBZ-RQM-OUTPUT-FORMAT
               to WS-RQM-FORMAT(WS-RQM-COUNT).
       1150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1200-LOAD-ACKNOWLEDGMENTS - LOAD THE RUN'S FBZRACK
      * RECORDS.  AN ACCEPTED OR TRIMMED REQUEST RAN AND SO MUST
      * HAVE PRODUCED OUTPUT - ITS REQUESTOR IS ENTERED IN THE
      * BURST TABLE NOW, SO ONE THAT PRODUCED NOTHING IS STILL
      * THERE TO BE REPORTED.  A REJECTED REQUEST SATISFIES
      * NOTHING AND IS LEFT OUT.
      *-----------------------------------------------------------------
       1200-LOAD-ACKNOWLEDGMENTS.
           move 0 to WS-RAK-COUNT
           set FBZBR-SCAN-NOT-EOF to true
           open input FBZ-RAK-FILE
           if WS-RACK-STATUS not = "00"
               set FBZBR-SCAN-EOF to true
           end-if
           perform 1250-LOAD-ONE-ACKNOWLEDGMENT
               thru 1250-EXIT
               until FBZBR-SCAN-EOF
           close FBZ-RAK-FILE.
       1200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1250-LOAD-ONE-ACKNOWLEDGMENT - ADD ONE ACCEPTED OR TRIMMED
      * ACKNOWLEDGMENT TO THE TABLE AND ITS REQUESTOR TO THE BURST
      * TABLE.
      *-----------------------------------------------------------------
       1250-LOAD-ONE-ACKNOWLEDGMENT.
           read FBZ-RAK-FILE
               at end
                   set FBZBR-SCAN-EOF to true
                   go to 1250-EXIT
           end-read
           if FBZ-RAK-REJECTED
               go to 1250-EXIT
           end-if
           if WS-RAK-COUNT >= 500
               display "FBZBRST - ACKNOWLEDGMENT TABLE FULL - "
                   FBZ-RAK-REQUESTOR " " FBZ-RAK-START-NUM
                   " NOT LISTED"
               go to 1250-EXIT
           end-if
           add 1 to WS-RAK-COUNT
           move FBZ-RAK-REQUESTOR to WS-RAK-REQUESTOR(WS-RAK-COUNT)
           move FBZ-RAK-START-NUM to WS-RAK-START-NUM(WS-RAK-COUNT)
           move FBZ-RAK-END-NUM to WS-RAK-END-NUM(WS-RAK-COUNT)
           move FBZ-RAK-STATUS to WS-RAK-STATUS(WS-RAK-COUNT)
           move FBZ-RAK-EFF-END-NUM
               to WS-RAK-EFF-END-NUM(WS-RAK-COUNT)
           move FBZ-RAK-REQUESTOR to WS-LOOK-REQUESTOR
           perform 7000-FIND-BURST-SLOT
               thru 7000-EXIT.
       1250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-TALLY-ONE-OUTPUT-REC - FIRST PASS: COUNT ONE OUTPUT
      * RECORD AGAINST ITS REQUESTOR.  AN UNTAGGED RECORD BELONGS
      * TO NOBODY AND CANNOT BE DELIVERED - COUNTED AND REPORTED,
      * THE SAME TREATMENT FBZCHGB GIVES IT.
      *-----------------------------------------------------------------
       2000-TALLY-ONE-OUTPUT-REC.
           read FBZ-REQUEST-OUT-FILE
               at end
                   set FBZBR-SCAN-EOF to true
                   go to 2000-EXIT
           end-read
           if FBZ-REC-REQUESTOR = spaces
               add 1 to WS-UNTAGGED-COUNT
               go to 2000-EXIT
           end-if
           add 1 to WS-TAGGED-COUNT
           move FBZ-REC-REQUESTOR to WS-LOOK-REQUESTOR
           perform 7000-FIND-BURST-SLOT
               thru 7000-EXIT
           if WS-MATCH-SUB > 0
               add 1 to WS-BRT-REC-COUNT(WS-MATCH-SUB)
           end-if.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-BURST-ONE-REQUESTOR - WRITE ONE REQUESTOR'S DATASET
      * AND ITS MANIFEST ENTRY.  A REQUESTOR WITH NO RECORDS GETS
      * NO DATASET - ONLY THE EXCEPTION LINE, AND UNDER IT THE
      * REQUESTS THAT SHOULD HAVE PRODUCED SOMETHING.
      *-----------------------------------------------------------------
       3000-BURST-ONE-REQUESTOR.
           perform 3100-GET-REQUESTOR-DETAIL
               thru 3100-EXIT
           move spaces to WS-MANIFEST-DETAIL
           move WS-BRT-ID(WS-BRT-SUB) to WS-MND-REQUESTOR
           move WS-CUR-FORMAT-NAME to WS-MND-FORMAT
           move WS-BRT-REC-COUNT(WS-BRT-SUB) to WS-MND-REC-COUNT
           if WS-BRT-REC-COUNT(WS-BRT-SUB) = zero
               add 1 to WS-EXCEPTION-COUNT
               move "*** EXCEPTION - NO RECORDS PRODUCED"
                   to WS-MND-DSN
               move WS-MANIFEST-DETAIL to FBZ-MANIFEST-LINE
               write FBZ-MANIFEST-LINE
               perform 3800-LIST-REQUESTS
                   thru 3800-EXIT
               go to 3000-EXIT
           end-if
           move spaces to WS-BURST-DSN
           string "PROD.FIZZBUZZ.BURST.R" delimited by size
               WS-BRT-ID(WS-BRT-SUB) delimited by space
               ".D" delimited by size
               WS-TODAY(3:6) delimited by size
               into WS-BURST-DSN
           end-string
           move WS-BURST-DSN to WS-MND-DSN
           move spaces to WS-BURST-ALLOC
           string "DSN(" delimited by size
               WS-BURST-DSN delimited by space
               "),NEW,CATALOG,TRACKS,SPACE(5,5)" delimited by size
               x"00" delimited by size
               into WS-BURST-ALLOC
           end-string
           call "putenv" using WS-BURST-ENV
           open output FBZ-BURST-FILE
           if WS-BURST-STATUS not = "00"
               display "FBZBRST - " WS-BURST-DSN
                   " OPEN FAILED - STATUS " WS-BURST-STATUS
               set FBZBR-ALLOC-FAILED to true
               move WS-MANIFEST-DETAIL to FBZ-MANIFEST-LINE
               write FBZ-MANIFEST-LINE
               move "          *** EXCEPTION - DATASET NOT ALLOCATED"
                   to FBZ-MANIFEST-LINE
               write FBZ-MANIFEST-LINE
               perform 3800-LIST-REQUESTS
                   thru 3800-EXIT
               go to 3000-EXIT
           end-if
           perform 3200-WRITE-COVER-HEADER
               thru 3200-EXIT
           set FBZBR-SCAN-NOT-EOF to true
           open input FBZ-REQUEST-OUT-FILE
           perform 3300-COPY-ONE-RECORD
               thru 3300-EXIT
               until FBZBR-SCAN-EOF
           close FBZ-REQUEST-OUT-FILE
           close FBZ-BURST-FILE
           add 1 to WS-DATASET-COUNT
           move WS-MANIFEST-DETAIL to FBZ-MANIFEST-LINE
           write FBZ-MANIFEST-LINE
           if FBZBR-RQM-NOT-FOUND
               add 1 to WS-EXCEPTION-COUNT
               move "          *** EXCEPTION - NOT ON FBZRQMST"
                   to FBZ-MANIFEST-LINE
               write FBZ-MANIFEST-LINE
           end-if
           perform 3800-LIST-REQUESTS
               thru 3800-EXIT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3100-GET-REQUESTOR-DETAIL - PICK UP THE REQUESTOR'S MASTER
      * ROW FOR THE COVER HEADER AND FORMAT.  NO ROW, OR A BLANK
      * FORMAT, GETS THE LISTING.
      *-----------------------------------------------------------------
       3100-GET-REQUESTOR-DETAIL.
           set FBZBR-RQM-NOT-FOUND to true
           move "*** NOT ON FBZRQMST" to WS-CUR-NAME
           move spaces to WS-CUR-DEPT
           move spaces to WS-CUR-CONTACT
           move "L" to WS-CUR-FORMAT
           perform 3150-MATCH-ONE-REQUESTOR
               thru 3150-EXIT
               varying WS-RQM-SUB from 1 by 1
               until WS-RQM-SUB > WS-RQM-COUNT
                   or FBZBR-RQM-FOUND
           if FBZBR-CUR-CSV
               move "CSV" to WS-CUR-FORMAT-NAME
           else
               move "LISTING" to WS-CUR-FORMAT-NAME
           end-if.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3150-MATCH-ONE-REQUESTOR - TEST ONE MASTER SLOT.
      *-----------------------------------------------------------------
       3150-MATCH-ONE-REQUESTOR.
           if WS-RQM-ID(WS-RQM-SUB) = WS-BRT-ID(WS-BRT-SUB)
               set FBZBR-RQM-FOUND to true
               move WS-RQM-NAME(WS-RQM-SUB) to WS-CUR-NAME
               move WS-RQM-DEPT(WS-RQM-SUB) to WS-CUR-DEPT
               move WS-RQM-CONTACT(WS-RQM-SUB) to WS-CUR-CONTACT
               if WS-RQM-FORMAT(WS-RQM-SUB) = "C"
                   move "C" to WS-CUR-FORMAT
               end-if
           end-if.
       3150-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3200-WRITE-COVER-HEADER - THE "**" LINES AT THE TOP OF THE
      * REQUESTOR'S DATASET, THEN THE CSV COLUMN HEADER ROW WHEN
      * THE REQUESTOR TAKES CSV.
      *-----------------------------------------------------------------
       3200-WRITE-COVER-HEADER.
           move spaces to FBZ-BURST-LINE
           string "** FIZZBUZZ REQUEST OUTPUT FOR REQUESTOR "
                   delimited by size
               WS-BRT-ID(WS-BRT-SUB) delimited by size
               "  RUN DATE " delimited by size
               WS-TODAY delimited by size
               into FBZ-BURST-LINE
           end-string
           write FBZ-BURST-LINE
           move spaces to FBZ-BURST-LINE
           string "** NAME. . . . . " delimited by size
               WS-CUR-NAME delimited by size
               into FBZ-BURST-LINE
           end-string
           write FBZ-BURST-LINE
           move spaces to FBZ-BURST-LINE
           string "** DEPARTMENT. . " delimited by size
               WS-CUR-DEPT delimited by size
               into FBZ-BURST-LINE
           end-string
           write FBZ-BURST-LINE
           move spaces to FBZ-BURST-LINE
           string "** CONTACT . . . " delimited by size
               WS-CUR-CONTACT delimited by size
               into FBZ-BURST-LINE
           end-string
           write FBZ-BURST-LINE
           move WS-BRT-REC-COUNT(WS-BRT-SUB) to WS-EDIT-COUNT
           move spaces to FBZ-BURST-LINE
           string "** FORMAT. . . . " delimited by size
               WS-CUR-FORMAT-NAME delimited by size
               "   RECORDS " delimited by size
               WS-EDIT-COUNT delimited by size
               into FBZ-BURST-LINE
           end-string
           write FBZ-BURST-LINE
           if FBZBR-CUR-CSV
               move "NUM,CATEGORY,TEXT" to FBZ-BURST-LINE
               write FBZ-BURST-LINE
           end-if.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3300-COPY-ONE-RECORD - SECOND PASS: COPY ONE OF THE
      * REQUESTOR'S RECORDS TO ITS DATASET, AS-IS FOR THE LISTING
      * OR AS A CSV ROW.
      *-----------------------------------------------------------------
       3300-COPY-ONE-RECORD.
           read FBZ-REQUEST-OUT-FILE
               at end
                   set FBZBR-SCAN-EOF to true
                   go to 3300-EXIT
           end-read
           if FBZ-REC-REQUESTOR not = WS-BRT-ID(WS-BRT-SUB)
               go to 3300-EXIT
           end-if
           if FBZBR-CUR-CSV
               perform 3400-BUILD-CSV-ROW
                   thru 3400-EXIT
           else
               move FBZ-OUTPUT-RECORD to FBZ-BURST-LINE
           end-if
           write FBZ-BURST-LINE.
       3300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3400-BUILD-CSV-ROW - THE SAME NUM,CATEGORY,TEXT ROW THE
      * VARIANTS' 2500-WRITE-CSV-RECORD BUILDS, ZERO-PADDED NUM
      * STANDING IN FOR THE RIGHT-JUSTIFIED TEXT OF A PLAIN
      * NUMBER.
      *-----------------------------------------------------------------
       3400-BUILD-CSV-ROW.
           move spaces to FBZ-BURST-LINE
           move 1 to WS-CSV-PTR
           move FBZ-REC-TEXT to WS-CSV-TEXT
           if FBZ-CAT-NUMBER
               move FBZ-REC-NUM to WS-CSV-TEXT
           end-if
           string
               FBZ-REC-NUM delimited by size
               "," delimited by size
               FBZ-REC-CATEGORY delimited by space
               "," delimited by size
               WS-CSV-TEXT delimited by space
               into FBZ-BURST-LINE
               with pointer WS-CSV-PTR
           end-string.
       3400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3800-LIST-REQUESTS - UNDER A REQUESTOR'S MANIFEST ENTRY,
      * THE ACCEPTED AND TRIMMED REQUESTS ITS DATASET SATISFIES.
      *-----------------------------------------------------------------
       3800-LIST-REQUESTS.
           move 0 to WS-REQ-LISTED
           perform 3850-LIST-ONE-REQUEST
               thru 3850-EXIT
               varying WS-RAK-SUB from 1 by 1
               until WS-RAK-SUB > WS-RAK-COUNT
           if WS-REQ-LISTED = zero
               move "          NO FBZRACK ACKNOWLEDGMENT ON FILE"
                   to FBZ-MANIFEST-LINE
               write FBZ-MANIFEST-LINE
           end-if.
       3800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3850-LIST-ONE-REQUEST - ONE ACKNOWLEDGMENT LINE WHEN IT
      * BELONGS TO THE REQUESTOR.
      *-----------------------------------------------------------------
       3850-LIST-ONE-REQUEST.
           if WS-RAK-REQUESTOR(WS-RAK-SUB) not = WS-BRT-ID(WS-BRT-SUB)
               go to 3850-EXIT
           end-if
           add 1 to WS-REQ-LISTED
           move WS-RAK-START-NUM(WS-RAK-SUB) to WS-MNR-START-NUM
           move WS-RAK-END-NUM(WS-RAK-SUB) to WS-MNR-END-NUM
           move WS-RAK-STATUS(WS-RAK-SUB) to WS-MNR-STATUS
           move WS-RAK-EFF-END-NUM(WS-RAK-SUB) to WS-MNR-EFF-END-NUM
           move WS-MANIFEST-REQUEST to FBZ-MANIFEST-LINE
           write FBZ-MANIFEST-LINE.
       3850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - THE MANIFEST'S CLOSING TOTALS
      * AND THE END-OF-RUN CONTROL TOTALS TO SYSOUT.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           move spaces to FBZ-MANIFEST-LINE
           write FBZ-MANIFEST-LINE
           if WS-UNTAGGED-COUNT > 0
               add 1 to WS-EXCEPTION-COUNT
               move WS-UNTAGGED-COUNT to WS-EDIT-COUNT
               move spaces to FBZ-MANIFEST-LINE
               string "  *** EXCEPTION - " delimited by size
                   WS-EDIT-COUNT delimited by size
                   " UNTAGGED RECORD(S) - NOT DELIVERED"
                       delimited by size
                   into FBZ-MANIFEST-LINE
               end-string
               write FBZ-MANIFEST-LINE
           end-if
           move WS-DATASET-COUNT to WS-EDIT-COUNT
           move spaces to FBZ-MANIFEST-LINE
           string "  DATASETS WRITTEN " delimited by size
               WS-EDIT-COUNT delimited by size
               into FBZ-MANIFEST-LINE
           end-string
           write FBZ-MANIFEST-LINE
           move WS-EXCEPTION-COUNT to WS-EDIT-COUNT
           move spaces to FBZ-MANIFEST-LINE
           string "  EXCEPTIONS . . . " delimited by size
               WS-EDIT-COUNT delimited by size
               into FBZ-MANIFEST-LINE
           end-string
           write FBZ-MANIFEST-LINE
           display "FBZBRST CONTROL/SUMMARY REPORT"
           display "  RUN DATE. . . . . . . . . " WS-TODAY
           display "  TAGGED RECORDS. . . . . . " WS-TAGGED-COUNT
           display "  UNTAGGED RECORDS. . . . . " WS-UNTAGGED-COUNT
           display "  REQUESTORS. . . . . . . . " WS-BRT-COUNT
           display "  DATASETS WRITTEN. . . . . " WS-DATASET-COUNT
           display "  EXCEPTIONS. . . . . . . . " WS-EXCEPTION-COUNT.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-FIND-BURST-SLOT - FIND WS-LOOK-REQUESTOR IN THE BURST
      * TABLE, ADDING IT IF NEW.  WS-MATCH-SUB IS LEFT ON THE SLOT,
      * OR ZERO WHEN THE TABLE IS FULL.
      *-----------------------------------------------------------------
       7000-FIND-BURST-SLOT.
           move 0 to WS-MATCH-SUB
           perform 7050-MATCH-ONE-SLOT
               thru 7050-EXIT
               varying WS-SLOT-SUB from 1 by 1
               until WS-SLOT-SUB > WS-BRT-COUNT
                   or WS-MATCH-SUB > 0
           if WS-MATCH-SUB > 0
               go to 7000-EXIT
           end-if
           if WS-BRT-COUNT >= 100
               display "FBZBRST - BURST TABLE FULL - "
                   WS-LOOK-REQUESTOR " NOT BURST"
               go to 7000-EXIT
           end-if
           add 1 to WS-BRT-COUNT
           move WS-BRT-COUNT to WS-MATCH-SUB
           move WS-LOOK-REQUESTOR to WS-BRT-ID(WS-MATCH-SUB)
           move 0 to WS-BRT-REC-COUNT(WS-MATCH-SUB).
       7000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7050-MATCH-ONE-SLOT - TEST ONE BURST TABLE SLOT.
      *-----------------------------------------------------------------
       7050-MATCH-ONE-SLOT.
           if WS-BRT-ID(WS-SLOT-SUB) = WS-LOOK-REQUESTOR
               move WS-SLOT-SUB to WS-MATCH-SUB
           end-if.
       7050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (16 - FBZREQOT OPEN FAILED, 20 -
      * FBZBMANF OPEN FAILED).
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
