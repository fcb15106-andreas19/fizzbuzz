      *=================================================================
      * PROGRAM-ID: FBZHEXT
      *
      * SELF-SERVICE EXTRACTS FROM THE FBZHIST TABLE.  FBZHINQ
      * ANSWERS ONE NUM ON ONE DATE, BUT THE QUESTIONS WE GET ARE
      * WIDER - "EVERY ITEM THAT WAS FIZZBUZZ ON ANY DAY IN
      * AUGUST", "ALL OF WHSE01'S RESULTS FOR THE QUARTER AS CSV" -
      * AND EACH ONE MEANT A PROGRAMMER WRITING SQL.  THIS PROGRAM
      * READS THE EXTRACT REQUEST FILE (DD FBZHXREQ, SEE FBZHXR):
      * EACH REQUEST NAMES ITS REQUESTOR, A RUN-DATE RANGE AND
      * OPTIONAL FILTERS ON THE NUM RANGE, CATEGORY, PRODUCING
      * PROGRAM-ID AND REQUESTOR TAG, AND THE FORMAT IT WANTS.
      * A REQUEST THAT PASSES THE EDIT IS RUN AGAINST FBZHIST
      * (PRODUCTION AND RESTORED ROWS ALIKE, IN RUN DATE, PROGRAM
      * AND NUM ORDER) INTO ITS OWN DATASET:
      *     PROD.FIZZBUZZ.HISTEXT.R<REQUESTOR>.D<YYMMDD>.N<NNN>
      * WHERE NNN IS THE REQUEST'S POSITION IN THE RUN, ALLOCATED
      * DYNAMICALLY THROUGH THE FBZHXOUT DD NAME'S ENVIRONMENT
      * VARIABLE AS FBZBRST ALLOCATES ITS BURST DATASETS.  EVERY
      * DATASET OPENS WITH A HEADER - LINES STARTING "**", WHICH
      * NO FBZREC NUM CAN - NAMING THE REQUEST AND ITS FILTERS,
      * AND CLOSES WITH A "**" TRAILER CARRYING THE ROW COUNT.
      * BETWEEN THEM COME FIXED FBZREC RECORDS (THE RUN DATE IN
      * FBZ-REC-RUN-DATE; THE ITEM DESCRIPTION IS NOT KEPT ON
      * FBZHIST AND STAYS SPACES), CSV ROWS, OR A PAGED LISTING.
      *
      * EVERY REQUEST IS ACKNOWLEDGED ON DD FBZHXACK (SEE FBZHXA)
      * THE WAY FBZREDT ACKNOWLEDGES RANGE REQUESTS - ACCEPTED
      * WITH ITS ROW COUNT AND DATASET NAME, OR REJECTED WITH A
      * REASON CODE - AND EACH REQUESTOR'S EXTRACT VOLUME IS
      * APPENDED TO THE USAGE FILE (DD FBZHXUSE, SEE FBZHXU) FOR
      * BILLING.
      *
      * RETURN CODES: 0 - EVERY REQUEST RAN, 4 - AT LEAST ONE
      * REQUEST WAS REJECTED, 8 - AN EXTRACT DATASET COULD NOT BE
      * ALLOCATED (USUALLY A SAME-DAY RERUN - DELETE THE DAY'S
      * EXTRACT DATASETS FIRST), 12 - FBZHIST CURSOR FAILED,
      * 16 - FBZHXREQ OPEN FAILED, 20 - FBZHXACK OPEN OR WRITE
      * FAILED, 24 - FBZRQMST MISSING OR EMPTY.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *=================================================================
       identification division.
       program-id. FBZHEXT.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-XREQ-FILE assign to FBZHXREQ
               organization is line sequential
               file status is WS-XREQ-STATUS.
           select FBZ-RQM-MASTER-FILE assign to FBZRQMST
               organization is line sequential
               file status is WS-RQMST-STATUS.
           select FBZ-EXTRACT-FILE assign to FBZHXOUT
               organization is line sequential
               file status is WS-XOUT-STATUS.
           select FBZ-XACK-FILE assign to FBZHXACK
               organization is line sequential
               file status is WS-XACK-STATUS.
           select FBZ-USAGE-FILE assign to FBZHXUSE
               organization is line sequential
               file status is WS-XUSE-STATUS.

       data division.
       file section.
       fd  FBZ-XREQ-FILE
           recording mode is F.
           copy FBZHXR.

       fd  FBZ-RQM-MASTER-FILE
           recording mode is F.
           copy FBZRQM.

       fd  FBZ-EXTRACT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-EXTRACT-LINE            pic X(120).

       fd  FBZ-XACK-FILE
           recording mode is F.
           copy FBZHXA.

       fd  FBZ-USAGE-FILE
           recording mode is F.
           copy FBZHXU.

       working-storage section.
           copy FBZREC.

       01  WS-XREQ-STATUS          pic X(02).
       01  WS-RQMST-STATUS         pic X(02).
       01  WS-XOUT-STATUS          pic X(02).
       01  WS-XACK-STATUS          pic X(02).
       01  WS-XUSE-STATUS          pic X(02).
       01  WS-XREQ-EOF-SWITCH      pic X(01).
           88  FBZHX-XREQ-EOF           value "Y".
           88  FBZHX-XREQ-NOT-EOF       value "N".
       01  WS-RQMST-EOF-SWITCH     pic X(01).
           88  FBZHX-RQMST-EOF          value "Y".
           88  FBZHX-RQMST-NOT-EOF      value "N".
       01  WS-FETCH-EOF-SWITCH     pic X(01).
           88  FBZHX-FETCH-EOF          value "Y".
           88  FBZHX-FETCH-NOT-EOF      value "N".
       01  WS-RQM-FOUND-SWITCH     pic X(01).
           88  FBZHX-RQM-FOUND          value "Y".
           88  FBZHX-RQM-NOT-FOUND      value "N".
       01  WS-ALLOC-FAIL-SWITCH    pic X(01) value "N".
           88  FBZHX-ALLOC-FAILED       value "Y".
       01  WS-TODAY                pic X(08).
       01  WS-REASON               pic X(08).
       01  WS-REQUEST-COUNT        pic 9(05).
       01  WS-ACCEPT-COUNT         pic 9(05).
       01  WS-REJECT-COUNT         pic 9(05).
       01  WS-TOTAL-ROWS           pic 9(09).
       01  WS-ROW-COUNT            pic 9(09).
       01  WS-NUM-LOW              pic 9(05).
       01  WS-NUM-HIGH             pic 9(05).
       01  WS-REQUEST-SEQ          pic 9(03).
       01  WS-EDIT-COUNT           pic ZZZ,ZZZ,ZZ9.
       01  WS-CSV-PTR              pic 9(03).
       01  WS-CSV-TEXT             pic X(40).
       01  WS-CSV-NUM              pic 9(05).
       01  WS-FORMAT-NAME          pic X(14).
       01  WS-FILTER-TEXT          pic X(08).
       01  WS-RQM-SUB              pic 9(03) comp.
       01  WS-RQM-MASTER-COUNT     pic 9(03) comp.
       01  WS-RQM-MASTER-TABLE.
           05  WS-RQM-MASTER-ENTRY occurs 100 times.
               10  WS-RQM-ID           pic X(06).
               10  WS-RQM-ACTIVE       pic X(01).

      *-----------------------------------------------------------------
      * THE EXTRACT DATASET FOR THE REQUEST BEING RUN, AND THE
      * ENVIRONMENT VARIABLE THAT ALLOCATES IT TO DD FBZHXOUT WHEN
      * THE FILE IS NEXT OPENED - THE NAME=VALUE PAIR ENDS IN A
      * NULL BYTE FOR THE PUTENV SERVICE.
      *-----------------------------------------------------------------
       01  WS-XOUT-DSN             pic X(44).
       01  WS-XOUT-ENV.
           05  filler              pic X(09) value "FBZHXOUT=".
           05  WS-XOUT-ALLOC       pic X(100).

      *-----------------------------------------------------------------
      * EXTRACT VOLUME PER REQUESTOR FOR THE USAGE FILE.  100
      * REQUESTORS MATCHES THE FBZRQMST TABLE; OVERFLOW IS REPORTED.
      *-----------------------------------------------------------------
       01  WS-USE-SUB              pic 9(03) comp.
       01  WS-USE-MATCH-SUB        pic 9(03) comp.
       01  WS-USE-COUNT            pic 9(03) comp.
       01  WS-USAGE-TABLE.
           05  WS-USAGE-ENTRY      occurs 100 times.
               10  WS-USE-ID           pic X(06).
               10  WS-USE-REQUESTS     pic 9(05).
               10  WS-USE-ROWS         pic 9(09).

      *-----------------------------------------------------------------
      * PAGING FOR THE PRINT FORMAT.
      *-----------------------------------------------------------------
       01  WS-PAGE-NUMBER          pic 9(05).
       01  WS-LINE-COUNT           pic 9(03) comp.
       01  WS-LINES-PER-PAGE       pic 9(03) comp value 55.

       01  WS-PRT-HEADING-1.
           05  filler              pic X(26)
                   value "FBZHEXT - FBZHIST EXTRACT ".
           05  filler              pic X(10) value "REQUESTOR ".
           05  WS-PH1-REQUESTOR    pic X(06).
           05  filler              pic X(06) value "  REF ".
           05  WS-PH1-REFERENCE    pic X(08).
           05  filler              pic X(12) value "  RUN DATES ".
           05  WS-PH1-FROM-DATE    pic X(08).
           05  filler              pic X(03) value " - ".
           05  WS-PH1-TO-DATE      pic X(08).
           05  filler              pic X(19) value spaces.
           05  filler              pic X(05) value "PAGE ".
           05  WS-PH1-PAGE         pic ZZZZ9.
           05  filler              pic X(04) value spaces.
       01  WS-PRT-HEADING-2.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value "RUN DATE".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value "PROGRAM".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(05) value "  NUM".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value "CATEGORY".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(40) value "TEXT".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(06) value "TAG".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(04) value "SITE".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "OVR".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(05) value "  VER".
           05  filler              pic X(15) value spaces.
       01  WS-PRT-DETAIL.
           05  filler              pic X(02) value spaces.
           05  WS-PD-RUN-DATE      pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-PD-PROGRAM-ID    pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-PD-NUM           pic ZZZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-PD-CATEGORY      pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-PD-TEXT          pic X(40).
           05  filler              pic X(02) value spaces.
           05  WS-PD-TAG           pic X(06).
           05  filler              pic X(03) value spaces.
           05  WS-PD-SITE          pic X(02).
           05  filler              pic X(04) value spaces.
           05  WS-PD-OVERRIDDEN    pic X(01).
           05  filler              pic X(03) value spaces.
           05  WS-PD-VERSION       pic ZZZZ9.
           05  filler              pic X(15) value spaces.

           exec sql include sqlca end-exec.

           exec sql begin declare section end-exec.
       01  DCL-FROM-DATE           pic X(08).
       01  DCL-TO-DATE             pic X(08).
       01  DCL-NUM-LOW             pic S9(09) comp.
       01  DCL-NUM-HIGH            pic S9(09) comp.
       01  DCL-CATEGORY-SEL        pic X(08).
       01  DCL-PROGRAM-SEL         pic X(08).
       01  DCL-TAG-SEL             pic X(06).
       01  DCL-RUN-DATE            pic X(08).
       01  DCL-PROGRAM-ID          pic X(08).
       01  DCL-FBZ-NUM             pic S9(09) comp.
       01  DCL-CATEGORY            pic X(08).
       01  DCL-REC-TEXT            pic X(40).
       01  DCL-OVERRIDDEN          pic X(01).
       01  DCL-PARM-VERSION        pic S9(09) comp.
       01  DCL-PROFILE-ID          pic X(08).
       01  DCL-REQUESTOR           pic X(06).
       01  DCL-SITE-CODE           pic X(02).
           exec sql end declare section end-exec.

      *-----------------------------------------------------------------
      * A BLANK CATEGORY, PROGRAM-ID OR TAG SELECTION MATCHES EVERY
      * ROW; THE NUM RANGE DEFAULTS TO 1 THROUGH 99999.
      *-----------------------------------------------------------------
           exec sql
               declare EXTRACT-CSR cursor for
                   select RUN_DATE, PROGRAM_ID, FBZ_NUM, CATEGORY,
                          REC_TEXT, OVERRIDDEN, PARM_VERSION,
                          PROFILE_ID, REQUESTOR, SITE_CODE
                     from FBZHIST
                    where RUN_DATE between :DCL-FROM-DATE
                                       and :DCL-TO-DATE
                      and FBZ_NUM between :DCL-NUM-LOW
                                      and :DCL-NUM-HIGH
                      and (:DCL-CATEGORY-SEL = ' '
                           or CATEGORY = :DCL-CATEGORY-SEL)
                      and (:DCL-PROGRAM-SEL = ' '
                           or PROGRAM_ID = :DCL-PROGRAM-SEL)
                      and (:DCL-TAG-SEL = ' '
                           or REQUESTOR = :DCL-TAG-SEL)
                    order by RUN_DATE, PROGRAM_ID, FBZ_NUM
           end-exec.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-PROCESS-ONE-REQUEST
               thru 2000-EXIT
               until FBZHX-XREQ-EOF
           close FBZ-XREQ-FILE
           close FBZ-XACK-FILE
           perform 5000-WRITE-USAGE
               thru 5000-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           evaluate true
               when FBZHX-ALLOC-FAILED
                   move 8 to return-code
               when WS-REJECT-COUNT > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - LOAD THE REQUESTOR MASTER, OPEN THE
      * REQUEST FILE AND THE ACKNOWLEDGMENTS, AND PRIME THE FIRST
      * REQUEST READ.  A MISSING OR EMPTY REQUESTOR MASTER ABENDS,
      * AS IT DOES IN FBZREDT - AN EXTRACT NOBODY CAN BE BILLED FOR
      * IS NOT RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-REQUEST-COUNT
           move 0 to WS-ACCEPT-COUNT
           move 0 to WS-REJECT-COUNT
           move 0 to WS-TOTAL-ROWS
           move 0 to WS-USE-COUNT
           move spaces to WS-USAGE-TABLE
           set FBZHX-XREQ-NOT-EOF to true
           accept WS-TODAY from date YYYYMMDD
           perform 1700-LOAD-REQUESTOR-MASTER
               thru 1700-EXIT
           open input FBZ-XREQ-FILE
           if WS-XREQ-STATUS not = "00"
               display "FBZHEXT - FBZHXREQ OPEN FAILED - STATUS "
                   WS-XREQ-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           open output FBZ-XACK-FILE
           if WS-XACK-STATUS not = "00"
               display "FBZHEXT - FBZHXACK OPEN FAILED - STATUS "
                   WS-XACK-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           perform 2100-READ-NEXT-REQUEST
               thru 2100-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1700-LOAD-REQUESTOR-MASTER - LOAD THE FBZRQMST REQUESTOR
      * MASTER INTO THE LOOKUP TABLE THE EDIT SEARCHES.  A MISSING
      * OR EMPTY MASTER ABENDS (RETURN-CODE 24).
      *-----------------------------------------------------------------
       1700-LOAD-REQUESTOR-MASTER.
           move 0 to WS-RQM-MASTER-COUNT
           set FBZHX-RQMST-NOT-EOF to true
           open input FBZ-RQM-MASTER-FILE
           if WS-RQMST-STATUS not = "00"
               display "FBZHEXT - FBZRQMST OPEN FAILED - STATUS "
                   WS-RQMST-STATUS
               move 24 to return-code
               go to 9999-ABEND
           end-if
           perform 1750-LOAD-ONE-RQM-ROW
               thru 1750-EXIT
               until FBZHX-RQMST-EOF
           close FBZ-RQM-MASTER-FILE
           if WS-RQM-MASTER-COUNT = zero
               display "FBZHEXT - FBZRQMST IS EMPTY - RUN TERMINATED"
               move 24 to return-code
               go to 9999-ABEND
           end-if.
       1700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1750-LOAD-ONE-RQM-ROW - LOAD ONE REQUESTOR MASTER ROW INTO
      * THE LOOKUP TABLE.  AN OVERFLOWING ROW IS REPORTED RATHER
      * THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1750-LOAD-ONE-RQM-ROW.
           read FBZ-RQM-MASTER-FILE
               at end
                   set FBZHX-RQMST-EOF to true
                   go to 1750-EXIT
           end-read
           if WS-RQM-MASTER-COUNT >= 100
               display "FBZHEXT - REQUESTOR MASTER TABLE FULL - "
                   FBZ-RQM-ID " IGNORED"
               go to 1750-EXIT
           end-if
           add 1 to WS-RQM-MASTER-COUNT
           move FBZ-RQM-ID to WS-RQM-ID(WS-RQM-MASTER-COUNT)
           move FBZ-RQM-ACTIVE to WS-RQM-ACTIVE(WS-RQM-MASTER-COUNT).
       1750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-PROCESS-ONE-REQUEST - EDIT ONE EXTRACT REQUEST AND
      * EITHER RUN IT OR BOUNCE IT.  THE CHECKS RUN IN ORDER AND
      * THE FIRST FAILURE NAMES THE REASON: REQUESTOR NOT ACTIVE
      * ON THE MASTER, UNKNOWN FORMAT, A BAD RUN-DATE RANGE, A BAD
      * NUM RANGE.  A BLANK OR ZERO NUM BOUND IS OPEN-ENDED.
      *-----------------------------------------------------------------
       2000-PROCESS-ONE-REQUEST.
           add 1 to WS-REQUEST-COUNT
           move spaces to WS-REASON
           perform 2500-VERIFY-REQUESTOR
               thru 2500-EXIT
           if FBZHX-RQM-NOT-FOUND
               move "RQSTR" to WS-REASON
               perform 3000-WRITE-REJECT
                   thru 3000-EXIT
               go to 2000-NEXT-REQUEST
           end-if
           if not FBZ-HXR-FORMAT-VALID
               move "FORMAT" to WS-REASON
               perform 3000-WRITE-REJECT
                   thru 3000-EXIT
               go to 2000-NEXT-REQUEST
           end-if
           if FBZ-HXR-FROM-DATE is not numeric
               or FBZ-HXR-TO-DATE is not numeric
               or FBZ-HXR-FROM-DATE > FBZ-HXR-TO-DATE
               move "DATES" to WS-REASON
               perform 3000-WRITE-REJECT
                   thru 3000-EXIT
               go to 2000-NEXT-REQUEST
           end-if
           move 1 to WS-NUM-LOW
           move 99999 to WS-NUM-HIGH
           if FBZ-HXR-NUM-LOW not = spaces
               if FBZ-HXR-NUM-LOW is not numeric
                   move "NUMS" to WS-REASON
               else
                   if FBZ-HXR-NUM-LOW not = zero
                       move FBZ-HXR-NUM-LOW to WS-NUM-LOW
                   end-if
               end-if
           end-if
           if FBZ-HXR-NUM-HIGH not = spaces
               if FBZ-HXR-NUM-HIGH is not numeric
                   move "NUMS" to WS-REASON
               else
                   if FBZ-HXR-NUM-HIGH not = zero
                       move FBZ-HXR-NUM-HIGH to WS-NUM-HIGH
                   end-if
               end-if
           end-if
           if WS-NUM-LOW > WS-NUM-HIGH
               move "NUMS" to WS-REASON
           end-if
           if WS-REASON not = spaces
               perform 3000-WRITE-REJECT
                   thru 3000-EXIT
               go to 2000-NEXT-REQUEST
           end-if
           perform 4000-RUN-EXTRACT
               thru 4000-EXIT.
       2000-NEXT-REQUEST.
           perform 2100-READ-NEXT-REQUEST
               thru 2100-EXIT.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-READ-NEXT-REQUEST - READ THE NEXT EXTRACT REQUEST,
      * SETTING THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
      *-----------------------------------------------------------------
       2100-READ-NEXT-REQUEST.
           read FBZ-XREQ-FILE
               at end
                   set FBZHX-XREQ-EOF to true
           end-read.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-VERIFY-REQUESTOR - HOLD THE REQUEST'S REQUESTOR TO
      * THE MASTER; ONLY AN ACTIVE ROW COUNTS AS FOUND.
      *-----------------------------------------------------------------
       2500-VERIFY-REQUESTOR.
           set FBZHX-RQM-NOT-FOUND to true
           perform 2550-MATCH-ONE-RQM-ROW
               thru 2550-EXIT
               varying WS-RQM-SUB from 1 by 1
               until WS-RQM-SUB > WS-RQM-MASTER-COUNT
                   or FBZHX-RQM-FOUND.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2550-MATCH-ONE-RQM-ROW - TEST ONE LOOKUP TABLE ENTRY
      * AGAINST THE REQUEST'S REQUESTOR ID.
      *-----------------------------------------------------------------
       2550-MATCH-ONE-RQM-ROW.
           if WS-RQM-ID(WS-RQM-SUB) = FBZ-HXR-REQUESTOR
               and WS-RQM-ACTIVE(WS-RQM-SUB) = "Y"
               set FBZHX-RQM-FOUND to true
           end-if.
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-WRITE-REJECT - ACKNOWLEDGE THE CURRENT REQUEST AS
      * REJECTED WITH THE REASON IN WS-REASON.
      *-----------------------------------------------------------------
       3000-WRITE-REJECT.
           add 1 to WS-REJECT-COUNT
           move spaces to FBZ-HXA-RECORD
           set FBZ-HXA-REJECTED to true
           move WS-REASON to FBZ-HXA-REASON
           move zeroes to FBZ-HXA-ROW-COUNT
           perform 3500-WRITE-ACKNOWLEDGMENT
               thru 3500-EXIT.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3500-WRITE-ACKNOWLEDGMENT - FINISH AND WRITE THE CURRENT
      * REQUEST'S ACKNOWLEDGMENT.  THE CALLER HAS ALREADY SET THE
      * STATUS, REASON, ROW COUNT AND DATASET NAME.
      *-----------------------------------------------------------------
       3500-WRITE-ACKNOWLEDGMENT.
           move FBZ-HXR-REQUESTOR to FBZ-HXA-REQUESTOR
           move FBZ-HXR-REFERENCE to FBZ-HXA-REFERENCE
           move WS-TODAY to FBZ-HXA-EDIT-DATE
           write FBZ-HXA-RECORD
           if WS-XACK-STATUS not = "00"
               display "FBZHEXT - FBZHXACK WRITE FAILED - STATUS "
                   WS-XACK-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if.
       3500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-RUN-EXTRACT - ALLOCATE THE REQUEST'S DATASET, WRITE
      * ITS HEADER, COPY EVERY MATCHING FBZHIST ROW INTO IT IN THE
      * REQUESTED FORMAT, CLOSE IT WITH THE TRAILER, AND
      * ACKNOWLEDGE THE REQUEST WITH THE ROW COUNT.  A DATASET
      * THAT CANNOT BE ALLOCATED BOUNCES THE REQUEST (REASON
      * ALLOC) AND MARKS THE RUN RETURN-CODE 8.
      *-----------------------------------------------------------------
       4000-RUN-EXTRACT.
           move WS-REQUEST-COUNT to WS-REQUEST-SEQ
           move spaces to WS-XOUT-DSN
           string "PROD.FIZZBUZZ.HISTEXT.R" delimited by size
               FBZ-HXR-REQUESTOR delimited by space
               ".D" delimited by size
               WS-TODAY(3:6) delimited by size
               ".N" delimited by size
               WS-REQUEST-SEQ delimited by size
               into WS-XOUT-DSN
           end-string
           move spaces to WS-XOUT-ALLOC
           string "DSN(" delimited by size
               WS-XOUT-DSN delimited by space
               "),NEW,CATALOG,TRACKS,SPACE(5,5)" delimited by size
               x"00" delimited by size
               into WS-XOUT-ALLOC
           end-string
           call "putenv" using WS-XOUT-ENV
           open output FBZ-EXTRACT-FILE
           if WS-XOUT-STATUS not = "00"
               display "FBZHEXT - " WS-XOUT-DSN
                   " OPEN FAILED - STATUS " WS-XOUT-STATUS
               set FBZHX-ALLOC-FAILED to true
               move "ALLOC" to WS-REASON
               perform 3000-WRITE-REJECT
                   thru 3000-EXIT
               go to 4000-EXIT
           end-if
           move FBZ-HXR-FROM-DATE to DCL-FROM-DATE
           move FBZ-HXR-TO-DATE to DCL-TO-DATE
           move WS-NUM-LOW to DCL-NUM-LOW
           move WS-NUM-HIGH to DCL-NUM-HIGH
           move FBZ-HXR-CATEGORY to DCL-CATEGORY-SEL
           move FBZ-HXR-PROGRAM-ID to DCL-PROGRAM-SEL
           move FBZ-HXR-TAG to DCL-TAG-SEL
           move 0 to WS-ROW-COUNT
           move 0 to WS-PAGE-NUMBER
           move 0 to WS-LINE-COUNT
           perform 4100-WRITE-HEADER
               thru 4100-EXIT
           exec sql
               open EXTRACT-CSR
           end-exec
           if SQLCODE not = zero
               display "FBZHEXT - CURSOR OPEN FAILED - SQLCODE "
                   SQLCODE
               close FBZ-EXTRACT-FILE
               move 12 to return-code
               go to 9999-ABEND
           end-if
           set FBZHX-FETCH-NOT-EOF to true
           perform 4300-FETCH-NEXT-ROW
               thru 4300-EXIT
           perform 4400-WRITE-ONE-ROW
               thru 4400-EXIT
               until FBZHX-FETCH-EOF
           perform 4700-WRITE-TRAILER
               thru 4700-EXIT
           close FBZ-EXTRACT-FILE
           add 1 to WS-ACCEPT-COUNT
           add WS-ROW-COUNT to WS-TOTAL-ROWS
           perform 7000-TALLY-USAGE
               thru 7000-EXIT
           move spaces to FBZ-HXA-RECORD
           set FBZ-HXA-ACCEPTED to true
           move WS-ROW-COUNT to FBZ-HXA-ROW-COUNT
           move WS-XOUT-DSN to FBZ-HXA-DSN
           perform 3500-WRITE-ACKNOWLEDGMENT
               thru 3500-EXIT.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-WRITE-HEADER - THE "**" LINES AT THE TOP OF THE
      * EXTRACT: THE REQUEST AND EVERY FILTER IN FORCE, THEN THE
      * CSV COLUMN ROW FOR A CSV EXTRACT.
      *-----------------------------------------------------------------
       4100-WRITE-HEADER.
           evaluate true
               when FBZ-HXR-CSV
                   move "CSV" to WS-FORMAT-NAME
               when FBZ-HXR-PRINT
                   move "PRINT LISTING" to WS-FORMAT-NAME
               when other
                   move "FIXED (FBZREC)" to WS-FORMAT-NAME
           end-evaluate
           move spaces to FBZ-EXTRACT-LINE
           string "** FIZZBUZZ HISTORY EXTRACT FOR REQUESTOR "
                   delimited by size
               FBZ-HXR-REQUESTOR delimited by size
               "  REF " delimited by size
               FBZ-HXR-REFERENCE delimited by size
               "  RUN DATE " delimited by size
               WS-TODAY delimited by size
               into FBZ-EXTRACT-LINE
           end-string
           write FBZ-EXTRACT-LINE
           move spaces to FBZ-EXTRACT-LINE
           string "** RUN DATES . . " delimited by size
               FBZ-HXR-FROM-DATE delimited by size
               " - " delimited by size
               FBZ-HXR-TO-DATE delimited by size
               into FBZ-EXTRACT-LINE
           end-string
           write FBZ-EXTRACT-LINE
           move spaces to FBZ-EXTRACT-LINE
           string "** NUMS. . . . . " delimited by size
               WS-NUM-LOW delimited by size
               " - " delimited by size
               WS-NUM-HIGH delimited by size
               into FBZ-EXTRACT-LINE
           end-string
           write FBZ-EXTRACT-LINE
           move FBZ-HXR-CATEGORY to WS-FILTER-TEXT
           if WS-FILTER-TEXT = spaces
               move "ANY" to WS-FILTER-TEXT
           end-if
           move spaces to FBZ-EXTRACT-LINE
           string "** CATEGORY. . . " delimited by size
               WS-FILTER-TEXT delimited by size
               into FBZ-EXTRACT-LINE
           end-string
           write FBZ-EXTRACT-LINE
           move FBZ-HXR-PROGRAM-ID to WS-FILTER-TEXT
           if WS-FILTER-TEXT = spaces
               move "ANY" to WS-FILTER-TEXT
           end-if
           move spaces to FBZ-EXTRACT-LINE
           string "** PROGRAM . . . " delimited by size
               WS-FILTER-TEXT delimited by size
               into FBZ-EXTRACT-LINE
           end-string
           write FBZ-EXTRACT-LINE
           move FBZ-HXR-TAG to WS-FILTER-TEXT
           if WS-FILTER-TEXT = spaces
               move "ANY" to WS-FILTER-TEXT
           end-if
           move spaces to FBZ-EXTRACT-LINE
           string "** TAGGED FOR. . " delimited by size
               WS-FILTER-TEXT delimited by size
               into FBZ-EXTRACT-LINE
           end-string
           write FBZ-EXTRACT-LINE
           move spaces to FBZ-EXTRACT-LINE
           string "** FORMAT. . . . " delimited by size
               WS-FORMAT-NAME delimited by size
               into FBZ-EXTRACT-LINE
           end-string
           write FBZ-EXTRACT-LINE
           if FBZ-HXR-CSV
               move "RUN_DATE,PROGRAM,NUM,CATEGORY,TEXT,TAG,SITE"
                   to FBZ-EXTRACT-LINE
               write FBZ-EXTRACT-LINE
           end-if.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4300-FETCH-NEXT-ROW - FETCH THE NEXT MATCHING FBZHIST ROW,
      * CLOSING THE CURSOR AT THE END OF THE RESULT SET.
      *-----------------------------------------------------------------
       4300-FETCH-NEXT-ROW.
           exec sql
               fetch EXTRACT-CSR
                   into :DCL-RUN-DATE, :DCL-PROGRAM-ID,
                        :DCL-FBZ-NUM, :DCL-CATEGORY, :DCL-REC-TEXT,
                        :DCL-OVERRIDDEN, :DCL-PARM-VERSION,
                        :DCL-PROFILE-ID, :DCL-REQUESTOR,
                        :DCL-SITE-CODE
           end-exec
           evaluate SQLCODE
               when zero
                   continue
               when 100
                   set FBZHX-FETCH-EOF to true
                   exec sql
                       close EXTRACT-CSR
                   end-exec
               when other
                   display "FBZHEXT - FETCH FAILED - SQLCODE "
                       SQLCODE
                   close FBZ-EXTRACT-FILE
                   move 12 to return-code
                   go to 9999-ABEND
           end-evaluate.
       4300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4400-WRITE-ONE-ROW - WRITE THE FETCHED ROW IN THE
      * REQUESTED FORMAT AND FETCH THE NEXT.
      *-----------------------------------------------------------------
       4400-WRITE-ONE-ROW.
           add 1 to WS-ROW-COUNT
           evaluate true
               when FBZ-HXR-CSV
                   perform 4500-BUILD-CSV-ROW
                       thru 4500-EXIT
               when FBZ-HXR-PRINT
                   perform 4600-BUILD-PRINT-LINE
                       thru 4600-EXIT
               when other
                   perform 4450-BUILD-FIXED-RECORD
                       thru 4450-EXIT
           end-evaluate
           write FBZ-EXTRACT-LINE
           perform 4300-FETCH-NEXT-ROW
               thru 4300-EXIT.
       4400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4450-BUILD-FIXED-RECORD - THE ROW AS AN FBZREC RECORD, THE
      * WAY FBZUNLD REBUILDS ONE: SPACE-FILLED, THE PRODUCER DIGIT
      * FROM THE PROGRAM-ID, PLUS THE RUN DATE.
      *-----------------------------------------------------------------
       4450-BUILD-FIXED-RECORD.
           move spaces to FBZ-OUTPUT-RECORD
           move DCL-FBZ-NUM to FBZ-REC-NUM
           move DCL-CATEGORY to FBZ-REC-CATEGORY
           move DCL-REC-TEXT to FBZ-REC-TEXT
           move DCL-PROGRAM-ID(8:1) to FBZ-REC-PRODUCER
           move DCL-REQUESTOR to FBZ-REC-REQUESTOR
           if DCL-OVERRIDDEN = "Y"
               set FBZ-REC-IS-OVERRIDE to true
           end-if
           move DCL-PARM-VERSION to FBZ-REC-PARM-VERSION
           move DCL-PROFILE-ID to FBZ-REC-PROFILE
           move DCL-SITE-CODE to FBZ-REC-SITE
           move DCL-RUN-DATE to FBZ-REC-RUN-DATE
           move FBZ-OUTPUT-RECORD to FBZ-EXTRACT-LINE.
       4450-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-BUILD-CSV-ROW - ONE CSV ROW: RUN DATE, PROGRAM, NUM,
      * CATEGORY, TEXT, TAG, SITE - THE TEXT AS THE VARIANTS'
      * 2500-WRITE-CSV-RECORD WRITES IT, ZERO-PADDED NUM STANDING
      * IN FOR THE TEXT OF A PLAIN NUMBER.
      *-----------------------------------------------------------------
       4500-BUILD-CSV-ROW.
           move spaces to FBZ-EXTRACT-LINE
           move 1 to WS-CSV-PTR
           move DCL-FBZ-NUM to WS-CSV-NUM
           move DCL-REC-TEXT to WS-CSV-TEXT
           if DCL-CATEGORY = "NUMBER"
               move WS-CSV-NUM to WS-CSV-TEXT
           end-if
           string
               DCL-RUN-DATE delimited by size
               "," delimited by size
               DCL-PROGRAM-ID delimited by space
               "," delimited by size
               WS-CSV-NUM delimited by size
               "," delimited by size
               DCL-CATEGORY delimited by space
               "," delimited by size
               WS-CSV-TEXT delimited by space
               "," delimited by size
               DCL-REQUESTOR delimited by space
               "," delimited by size
               DCL-SITE-CODE delimited by size
               into FBZ-EXTRACT-LINE
               with pointer WS-CSV-PTR
           end-string.
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4600-BUILD-PRINT-LINE - ONE DETAIL LINE OF THE PRINT
      * LISTING, THROWING A NEW PAGE WITH HEADINGS EVERY
      * WS-LINES-PER-PAGE LINES.
      *-----------------------------------------------------------------
       4600-BUILD-PRINT-LINE.
           if WS-LINE-COUNT = zero
               or WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform 4650-PRINT-PAGE-HEADINGS
                   thru 4650-EXIT
           end-if
           move DCL-RUN-DATE to WS-PD-RUN-DATE
           move DCL-PROGRAM-ID to WS-PD-PROGRAM-ID
           move DCL-FBZ-NUM to WS-PD-NUM
           move DCL-CATEGORY to WS-PD-CATEGORY
           move DCL-REC-TEXT to WS-PD-TEXT
           move DCL-REQUESTOR to WS-PD-TAG
           move DCL-SITE-CODE to WS-PD-SITE
           move DCL-OVERRIDDEN to WS-PD-OVERRIDDEN
           move DCL-PARM-VERSION to WS-PD-VERSION
           move WS-PRT-DETAIL to FBZ-EXTRACT-LINE
           add 1 to WS-LINE-COUNT.
       4600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4650-PRINT-PAGE-HEADINGS - THROW TO A NEW PAGE AND PRINT
      * THE REQUEST/PAGE-NUMBER HEADING AND THE COLUMN HEADINGS.
      *-----------------------------------------------------------------
       4650-PRINT-PAGE-HEADINGS.
           add 1 to WS-PAGE-NUMBER
           move FBZ-HXR-REQUESTOR to WS-PH1-REQUESTOR
           move FBZ-HXR-REFERENCE to WS-PH1-REFERENCE
           move FBZ-HXR-FROM-DATE to WS-PH1-FROM-DATE
           move FBZ-HXR-TO-DATE to WS-PH1-TO-DATE
           move WS-PAGE-NUMBER to WS-PH1-PAGE
           move WS-PRT-HEADING-1 to FBZ-EXTRACT-LINE
           write FBZ-EXTRACT-LINE after advancing page
           move WS-PRT-HEADING-2 to FBZ-EXTRACT-LINE
           write FBZ-EXTRACT-LINE after advancing 2 lines
           move spaces to FBZ-EXTRACT-LINE
           write FBZ-EXTRACT-LINE
           move 3 to WS-LINE-COUNT.
       4650-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4700-WRITE-TRAILER - THE CLOSING "**" LINE WITH THE ROW
      * COUNT, SO THE RECEIVING GROUP CAN PROVE IT GOT THE WHOLE
      * EXTRACT.
      *-----------------------------------------------------------------
       4700-WRITE-TRAILER.
           move WS-ROW-COUNT to WS-EDIT-COUNT
           move spaces to FBZ-EXTRACT-LINE
           string "** END OF EXTRACT - ROWS " delimited by size
               WS-EDIT-COUNT delimited by size
               into FBZ-EXTRACT-LINE
           end-string
           write FBZ-EXTRACT-LINE.
       4700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-WRITE-USAGE - APPEND ONE USAGE RECORD PER REQUESTOR
      * WHOSE EXTRACTS RAN.  A USAGE FILE THAT WILL NOT OPEN OR
      * TAKE A RECORD IS REPORTED (RETURN CODE 4 AT WORST) - THE
      * EXTRACTS THEMSELVES ARE ALREADY DELIVERED.
      *-----------------------------------------------------------------
       5000-WRITE-USAGE.
           if WS-USE-COUNT = 0
               go to 5000-EXIT
           end-if
           open extend FBZ-USAGE-FILE
           if WS-XUSE-STATUS not = "00"
               open output FBZ-USAGE-FILE
           end-if
           if WS-XUSE-STATUS not = "00"
               display "FBZHEXT - FBZHXUSE OPEN FAILED - STATUS "
                   WS-XUSE-STATUS " - USAGE NOT RECORDED"
               add 1 to WS-REJECT-COUNT
               go to 5000-EXIT
           end-if
           perform 5050-WRITE-ONE-USAGE
               thru 5050-EXIT
               varying WS-USE-SUB from 1 by 1
               until WS-USE-SUB > WS-USE-COUNT
           close FBZ-USAGE-FILE.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5050-WRITE-ONE-USAGE - ONE REQUESTOR'S USAGE RECORD.
      *-----------------------------------------------------------------
       5050-WRITE-ONE-USAGE.
           move spaces to FBZ-HXU-RECORD
           move WS-TODAY to FBZ-HXU-RUN-DATE
           move WS-USE-ID(WS-USE-SUB) to FBZ-HXU-REQUESTOR
           move WS-USE-REQUESTS(WS-USE-SUB) to FBZ-HXU-REQUESTS
           move WS-USE-ROWS(WS-USE-SUB) to FBZ-HXU-ROWS
           write FBZ-HXU-RECORD
           if WS-XUSE-STATUS not = "00"
               display "FBZHEXT - FBZHXUSE WRITE FAILED - STATUS "
                   WS-XUSE-STATUS " - " WS-USE-ID(WS-USE-SUB)
                   " USAGE NOT RECORDED"
               add 1 to WS-REJECT-COUNT
           end-if.
       5050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN CONTROL
      * TOTALS AND EACH REQUESTOR'S EXTRACT VOLUME.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZHEXT CONTROL/SUMMARY REPORT"
           display "  RUN DATE. . . . . . . . . " WS-TODAY
           display "  REQUESTS READ . . . . . . " WS-REQUEST-COUNT
           display "  EXTRACTS WRITTEN. . . . . " WS-ACCEPT-COUNT
           display "  REQUESTS REJECTED . . . . " WS-REJECT-COUNT
           display "  ROWS EXTRACTED. . . . . . " WS-TOTAL-ROWS
           perform 6050-DISPLAY-ONE-USAGE
               thru 6050-EXIT
               varying WS-USE-SUB from 1 by 1
               until WS-USE-SUB > WS-USE-COUNT.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6050-DISPLAY-ONE-USAGE - ONE REQUESTOR'S VOLUME LINE.
      *-----------------------------------------------------------------
       6050-DISPLAY-ONE-USAGE.
           display "    REQUESTOR " WS-USE-ID(WS-USE-SUB)
               "  EXTRACTS " WS-USE-REQUESTS(WS-USE-SUB)
               "  ROWS " WS-USE-ROWS(WS-USE-SUB).
       6050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-TALLY-USAGE - ADD THE EXTRACT JUST WRITTEN TO ITS
      * REQUESTOR'S USAGE SLOT, OPENING A SLOT FOR A NEW ONE.
      *-----------------------------------------------------------------
       7000-TALLY-USAGE.
           move 0 to WS-USE-MATCH-SUB
           perform 7050-MATCH-ONE-USAGE
               thru 7050-EXIT
               varying WS-USE-SUB from 1 by 1
               until WS-USE-SUB > WS-USE-COUNT
                   or WS-USE-MATCH-SUB > 0
           if WS-USE-MATCH-SUB = 0
               if WS-USE-COUNT >= 100
                   display "FBZHEXT - USAGE TABLE FULL - "
                       FBZ-HXR-REQUESTOR " VOLUME NOT RECORDED"
                   go to 7000-EXIT
               end-if
               add 1 to WS-USE-COUNT
               move WS-USE-COUNT to WS-USE-MATCH-SUB
               move FBZ-HXR-REQUESTOR to WS-USE-ID(WS-USE-MATCH-SUB)
               move 0 to WS-USE-REQUESTS(WS-USE-MATCH-SUB)
               move 0 to WS-USE-ROWS(WS-USE-MATCH-SUB)
           end-if
           add 1 to WS-USE-REQUESTS(WS-USE-MATCH-SUB)
           add WS-ROW-COUNT to WS-USE-ROWS(WS-USE-MATCH-SUB).
       7000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7050-MATCH-ONE-USAGE - TEST ONE USAGE SLOT.
      *-----------------------------------------------------------------
       7050-MATCH-ONE-USAGE.
           if WS-USE-ID(WS-USE-SUB) = FBZ-HXR-REQUESTOR
               move WS-USE-SUB to WS-USE-MATCH-SUB
           end-if.
       7050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (12 - FBZHIST CURSOR FAILED, 16 -
      * FBZHXREQ OPEN FAILED, 20 - FBZHXACK OPEN OR WRITE FAILED,
      * 24 - FBZRQMST MISSING OR EMPTY).
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
