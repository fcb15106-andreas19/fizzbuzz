      *=================================================================
      * PROGRAM-ID: FBZMREC
      *
      * MONTH-END CROSS-SYSTEM RECONCILIATION.  EVERY PIECE OF THE
      * DAILY CHAIN KEEPS ITS OWN RECORD OF WHAT IT DID, AND EACH
      * DAILY CHECK (FBZBAL, FBZRECON) ONLY EVER LOOKS AT ONE DAY
      * AND TWO OF THEM.  A DAY LOADED TWICE, A TRANSMISSION THAT
      * NEVER WENT, OR AN ARCHIVE GENERATION THAT NO LONGER HOLDS
      * WHAT THE PURGE TOOK OUT COULD SIT UNNOTICED FOR MONTHS.
      * THIS PROGRAM READS THE PERIOD NAMED IN FBZMRPRM (SEE
      * FBZMRP) AND LINES UP, DATE BY DATE:
      *   - FBZSCHED (SEE FBZCAL) - WHETHER THE DATE WAS A
      *     SCHEDULED BUSINESS DAY, BY THE FBZRUNC RULES;
      *   - FBZRUNCT (SEE FBZRUN) - ITS COMPLETION MARKS;
      *   - FBZCTL (SEE FBZCTL) - THE FBZLOAD CONTROL TOTALS, READ
      *     FROM THE LIVE FILE AND THE FBZTRIM ARCHIVE TOGETHER;
      *   - FBZHIST - THE PRODUCTION ROWS STILL IN THE TABLE, THE
      *     PROGRAMS THEY WERE LOADED FROM, AND ANY NUM LOADED
      *     MORE THAN ONCE;
      *   - FBZARCH (SEE FBZARCH) - THE ROWS FBZPURGE HAS MOVED TO
      *     THE ARCHIVE, READ ACROSS EVERY GENERATION;
      *   - FBZPGCNT (SEE FBZPGC) - THE ROWS FBZPURGE SAYS IT
      *     REMOVED FOR THE DATE;
      *   - FBZSTAGE (SEE FBZFEED) - THE FEED RECORDS STAGED FOR
      *     THE DATE, AND FBZXREG (SEE FBZXRG) - ITS TRANSMISSIONS.
      *     ON A DATE FBZSRCS FELL BACK TO FIZZBUZ2 OR FIZZBUZ3 (DD
      *     FBZSRCSL, SEE FBZSRC) THE FEED SENT WAS THAT VARIANT'S,
      *     SO THE DATE'S STAGED COUNT COMES FROM THE STAGE DSN THE
      *     LOAD-SOURCE RECORD NAMES (ALLOCATED TO DD FBZSTGFB AT RUN
      *     TIME) AND ITS FIZZBUZ1 RECORDS ARE PASSED OVER.
      * EVERY COMPLETED DATE MUST HAVE EXACTLY ONE FBZLOAD CONTROL
      * TOTAL, HISTORY ROWS (IN THE TABLE OR THE ARCHIVE, NEVER
      * BOTH) FROM ONE PROGRAM THAT ADD UP TO THAT TOTAL, AND
      * EXACTLY ONE TRANSMISSION CARRYING THE ITEMS STAGED.  A
      * RESEND GOES OUT UNDER THE SAME DATE WITH ITS OWN ITEM
      * COUNT, SO ONLY A TRANSMISSION WHOSE COUNT MATCHES THE
      * STAGED FEED IS TAKEN AS THE DAY'S FEED.  EVERY PURGED
      * DATE - IN THE PERIOD, OR PURGED DURING IT - MUST HAVE ONE
      * PURGE COUNT, AND THE ARCHIVE MUST HOLD EXACTLY THAT MANY
      * ROWS.  A SCHEDULED DATE WITH NO COMPLETION, OR ANY DATE
      * WITH DATA BUT NO COMPLETION, IS MISSING ITS RUN.  EACH
      * DATE PRINTS ONE LINE (AN UNSCHEDULED DATE ONLY WHEN
      * SOMETHING RAN ON IT), FOLLOWED BY EVERY EXCEPTION FOUND -
      * MISSING, DUPLICATED OR OUT OF BALANCE, WITH THE SOURCE AND
      * THE EXPECTED AND FOUND COUNTS - AND THE PERIOD TOTALS.
      * RETURN CODE 4 SAYS THERE WAS AT LEAST ONE EXCEPTION.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE RECONCILIATION IS NOW RUN PER WAREHOUSE
      *                   SITE - FBZMRPRM NAMES THE SITE (BLANK = 01),
      *                   AND ONLY THAT SITE'S CONTROL TOTALS, HISTORY
      *                   ROWS, STAGED FEED, TRANSMISSIONS, PURGE COUNTS
      *                   AND ARCHIVED ROWS ARE LINED UP.  A RECORD WITH
      *                   NO SITE IS SITE 01.
      *   2026-10-15  AS  WHILE SLOTTING'S FEED GOES IN BOTH LAYOUTS
      *                   (FBZFMTP, SEE FBZFMT) THE LAYOUT 02 REGISTER
      *                   ENTRIES ARE PASSED OVER UNTIL LAYOUT 01 IS
      *                   RETIRED, SO A DAY'S ITEMS ARE NOT SENT TWICE.
      *   2026-10-15  AS  A FALLBACK DATE'S STAGED COUNT IS TAKEN FROM
      *                   THE STAGE FBZSRCS CHOSE FOR IT (NEW DD
      *                   FBZSRCSL; THE STAGE IS ALLOCATED TO DD
      *                   FBZSTGFB BY PUTENV), NOT FIZZBUZ1'S, SO ITS
      *                   TRANSMISSION NO LONGER SHOWS OUT OF BALANCE.
      *                   THE FEED RECORD NOW LIVES IN WORKING-STORAGE,
      *                   READ INTO FROM EITHER STAGE.
      *=================================================================
       identification division.
       program-id. FBZMREC.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-MREC-PARM-FILE assign to FBZMRPRM
               organization is line sequential
               file status is WS-PARM-STATUS.
           select optional FBZ-SCHED-FILE assign to FBZSCHED
               organization is line sequential
               file status is WS-SCHED-STATUS.
           select optional FBZ-RUN-CONTROL-FILE assign to FBZRUNCT
               organization is line sequential
               file status is WS-RUNCT-STATUS.
           select optional FBZ-CONTROL-FILE assign to FBZCTL
               organization is line sequential
               file status is WS-CTL-STATUS.
           select optional FBZ-STAGE-FILE assign to FBZSTAGE
               organization is line sequential
               file status is WS-STAGE-STATUS.
           select optional FBZ-FALLBACK-STAGE-FILE assign to FBZSTGFB
               organization is line sequential
               file status is WS-STGFB-STATUS.
           select optional FBZ-SOURCE-FILE assign to FBZSRCSL
               organization is line sequential
               file status is WS-SRC-STATUS.
           select optional FBZ-REGISTER-FILE assign to FBZXREG
               organization is line sequential
               file status is WS-XREG-STATUS.
           select optional FBZ-FMT-PARM-FILE assign to FBZFMTP
               organization is line sequential
               file status is WS-FMT-STATUS.
           select optional FBZ-PURGE-COUNT-FILE assign to FBZPGCNT
               organization is line sequential
               file status is WS-PGC-STATUS.
           select optional FBZ-ARCHIVE-FILE assign to FBZARCH
               organization is line sequential
               file status is WS-ARCH-STATUS.
           select FBZ-REPORT-FILE assign to FBZMRCRP
               organization is line sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  FBZ-MREC-PARM-FILE
           recording mode is F.
           copy FBZMRP.

       fd  FBZ-SCHED-FILE
           recording mode is F.
           copy FBZCAL.

       fd  FBZ-RUN-CONTROL-FILE
           recording mode is F.
           copy FBZRUN.

       fd  FBZ-CONTROL-FILE
           recording mode is F.
           copy FBZCTL.

       fd  FBZ-STAGE-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-STAGE-IN-RECORD         pic X(100).

       fd  FBZ-FALLBACK-STAGE-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-STGFB-IN-RECORD         pic X(100).

       fd  FBZ-SOURCE-FILE
           recording mode is F.
           copy FBZSRC.

       fd  FBZ-REGISTER-FILE
           recording mode is F.
           copy FBZXRG.

       fd  FBZ-FMT-PARM-FILE
           recording mode is F.
           copy FBZFMT.

       fd  FBZ-PURGE-COUNT-FILE
           recording mode is F.
           copy FBZPGC.

       fd  FBZ-ARCHIVE-FILE
           block contains 0 records
           recording mode is F.
           copy FBZARCH.

       fd  FBZ-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-REPORT-LINE             pic X(100).

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-SCHED-STATUS         pic X(02).
       01  WS-RUNCT-STATUS         pic X(02).
       01  WS-CTL-STATUS           pic X(02).
       01  WS-STAGE-STATUS         pic X(02).
       01  WS-STGFB-STATUS         pic X(02).
       01  WS-SRC-STATUS           pic X(02).
       01  WS-XREG-STATUS          pic X(02).
       01  WS-FMT-STATUS           pic X(02).
       01  WS-OLD-THRU-DATE        pic X(08).
       01  WS-PGC-STATUS           pic X(02).
       01  WS-ARCH-STATUS          pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-SCAN-EOF-SWITCH      pic X(01).
           88  FBZMR-SCAN-EOF           value "Y".
           88  FBZMR-SCAN-NOT-EOF       value "N".
       01  WS-FETCH-EOF-SWITCH     pic X(01).
           88  FBZMR-FETCH-EOF          value "Y".
           88  FBZMR-FETCH-NOT-EOF      value "N".
       01  WS-DAY-SCHED-SWITCH     pic X(01).
           88  FBZMR-DAY-SCHEDULED      value "Y".
           88  FBZMR-DAY-UNSCHEDULED    value "N".
       01  WS-LOAD-PROGRAM         pic X(08) value "FBZLOAD".
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
       01  WS-FB-SUB               pic 9(03) comp.
       01  WS-FB-DSN               pic X(44).

      *-----------------------------------------------------------------
      * THE STAGED FEED RECORD BEING COUNTED, READ INTO FROM THE
      * FIZZBUZ1 STAGE OR A FALLBACK STAGE.
      *-----------------------------------------------------------------
           copy FBZFEED.

      *-----------------------------------------------------------------
      * THE ENVIRONMENT VARIABLE THAT ALLOCATES DD FBZSTGFB TO A
      * FALLBACK DATE'S STAGE - THE NAME=VALUE PAIR ENDS IN A NULL
      * BYTE FOR THE PUTENV SERVICE.
      *-----------------------------------------------------------------
       01  WS-STGFB-ENV.
           05  filler              pic X(09) value "FBZSTGFB=".
           05  WS-STGFB-ALLOC      pic X(100).

      *-----------------------------------------------------------------
      * ONE SLOT PER DATE IN THE PERIOD, BUILT FROM THE FROM-DATE
      * FORWARD, SO A DATE'S SLOT IS ITS DAY OFFSET PLUS ONE.
      *-----------------------------------------------------------------
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY        occurs 31 times.
               10  WS-DAY-DATE         pic X(08).
               10  WS-DAY-SCHED        pic X(01).
               10  WS-DAY-COMPLETES    pic 9(03) comp.
               10  WS-DAY-LOADS        pic 9(03) comp.
               10  WS-DAY-CTL-TOTAL    pic 9(07) comp.
               10  WS-DAY-HIST-ROWS    pic 9(09) comp.
               10  WS-DAY-HIST-PGMS    pic 9(03) comp.
               10  WS-DAY-HIST-DUPS    pic 9(09) comp.
               10  WS-DAY-ARCH-ROWS    pic 9(09) comp.
               10  WS-DAY-PURGES       pic 9(03) comp.
               10  WS-DAY-PURGED-ROWS  pic 9(09) comp.
               10  WS-DAY-STAGED       pic 9(07) comp.
               10  WS-DAY-SRC-VARIANT  pic 9(01).
               10  WS-DAY-SRC-DSN      pic X(44).
               10  WS-DAY-SRC-SCANNED  pic X(01).
               10  WS-DAY-XMITS        pic 9(03) comp.
               10  WS-DAY-XMIT-MATCH   pic 9(03) comp.
               10  WS-DAY-XMIT-ITEMS   pic 9(07) comp.
               10  WS-DAY-FINDINGS     pic 9(03) comp.

      *-----------------------------------------------------------------
      * HISTORY DATES OUTSIDE THE PERIOD THAT A PURGE RUN DURING
      * THE PERIOD REMOVED - THE ARCHIVE IS HELD TO THEM TOO, SO A
      * MONTH'S RECONCILIATION COVERS THE PURGES RUN IN THAT MONTH.
      * WS-PRG-LAST-SUB REMEMBERS THE LAST ENTRY MATCHED, SINCE
      * THE ARCHIVE COMES IN RUN-DATE ORDER.
      *-----------------------------------------------------------------
       01  WS-PRG-COUNT            pic 9(04) comp.
       01  WS-PRG-SUB              pic 9(04) comp.
       01  WS-PRG-LAST-SUB         pic 9(04) comp.
       01  WS-PRG-FOUND-SUB        pic 9(04) comp.
       01  WS-PRG-TABLE.
           05  WS-PRG-ENTRY        occurs 999 times.
               10  WS-PRG-HIST-DATE    pic X(08).
               10  WS-PRG-PURGE-DATE   pic X(08).
               10  WS-PRG-RECORDS      pic 9(03) comp.
               10  WS-PRG-ROWS         pic 9(09) comp.
               10  WS-PRG-ARCH-ROWS    pic 9(09) comp.

      *-----------------------------------------------------------------
      * EXCEPTIONS ARE HELD UNTIL THE DATE LINES ARE ALL PRINTED.
      * THE FINDING BEING ADDED IS BUILT IN THE WS-NEW FIELDS.
      *-----------------------------------------------------------------
       01  WS-FND-COUNT            pic 9(03) comp.
       01  WS-FND-SUB              pic 9(03) comp.
       01  WS-FND-DROPPED          pic 9(05) comp.
       01  WS-FND-TABLE.
           05  WS-FND-LINE         pic X(100) occurs 500 times.
       01  WS-NEW-DATE             pic X(08).
       01  WS-NEW-CONDITION        pic X(14).
       01  WS-NEW-SOURCE           pic X(08).
       01  WS-NEW-EXPECTED         pic 9(09) comp.
       01  WS-NEW-FOUND            pic 9(09) comp.
       01  WS-NEW-NOTE             pic X(40).
       01  WS-ROWS-WORK            pic 9(09) comp.
       01  WS-DUPS-WORK            pic S9(09) comp.

      *-----------------------------------------------------------------
      * PERIOD TOTALS.
      *-----------------------------------------------------------------
       01  WS-TOT-SCHED-DAYS       pic 9(03) comp value 0.
       01  WS-TOT-COMPLETE-DAYS    pic 9(03) comp value 0.
       01  WS-TOT-CLEAN-DAYS       pic 9(03) comp value 0.
       01  WS-TOT-EXC-DAYS         pic 9(03) comp value 0.
       01  WS-TOT-MISSING          pic 9(05) comp value 0.
       01  WS-TOT-DUPLICATED       pic 9(05) comp value 0.
       01  WS-TOT-UNBALANCED       pic 9(05) comp value 0.
       01  WS-TOT-HIST-ROWS        pic 9(09) comp value 0.
       01  WS-TOT-ARCH-ROWS        pic 9(09) comp value 0.
       01  WS-TOT-ITEMS-SENT       pic 9(09) comp value 0.
       01  WS-TOT-OUTSIDE-PURGES   pic 9(05) comp value 0.
       01  WS-COUNT-WORK           pic 9(09) comp.

           exec sql include sqlca end-exec.

           exec sql begin declare section end-exec.
       01  DCL-FROM-DATE           pic X(08).
       01  DCL-TO-DATE             pic X(08).
       01  DCL-SITE-CODE           pic X(02).
       01  DCL-RUN-DATE            pic X(08).
       01  DCL-PROGRAM-ID          pic X(08).
       01  DCL-ROW-COUNT           pic S9(09) comp.
       01  DCL-NUM-COUNT           pic S9(09) comp.
           exec sql end declare section end-exec.

           exec sql
               declare HIST-CSR cursor for
                   select RUN_DATE, PROGRAM_ID, count(*),
                          count(distinct FBZ_NUM)
                     from FBZHIST
                    where RESTORED = 'N'
                      and RUN_DATE between :DCL-FROM-DATE
                                       and :DCL-TO-DATE
                      and SITE_CODE = :DCL-SITE-CODE
                    group by RUN_DATE, PROGRAM_ID
           end-exec.

       01  WS-HEADING-1.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value "RUN DATE".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "SCH".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(02) value "CH".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(02) value "LD".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(07) value "FBZLOAD".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(08) value " FBZHIST".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(08) value " FBZARCH".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(08) value "  PURGED".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(02) value "XM".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(07) value "   XMIT".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(07) value " STAGED".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "EXC".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(12) value "STATUS".
           05  filler              pic X(04) value spaces.
       01  WS-HEADING-2.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value spaces.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value "DAY".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(02) value "MP".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(02) value "CT".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(07) value "  TOTAL".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(08) value "    ROWS".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(08) value "    ROWS".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(08) value "    ROWS".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(02) value "NO".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(07) value "  ITEMS".
           05  filler              pic X(01) value spaces.
           05  filler              pic X(07) value "  ITEMS".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(03) value spaces.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(12) value spaces.
           05  filler              pic X(04) value spaces.

       01  WS-DETAIL-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-DATE         pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-SCHED        pic X(03).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-COMPLETES    pic Z9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-LOADS        pic Z9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-CTL-TOTAL    pic ZZZZZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-HIST-ROWS    pic ZZZZZZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-ARCH-ROWS    pic ZZZZZZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-PURGED-ROWS  pic ZZZZZZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-XMITS        pic Z9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-XMIT-ITEMS   pic ZZZZZZ9.
           05  filler              pic X(01) value spaces.
           05  WS-DTL-STAGED       pic ZZZZZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-FINDINGS     pic ZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-DTL-STATUS       pic X(12).
           05  filler              pic X(04) value spaces.

       01  WS-FINDING-HEADING.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value "DATE".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(14) value "CONDITION".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(08) value "SOURCE".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(09) value " EXPECTED".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(09) value "    FOUND".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(40) value "DETAIL".

       01  WS-FINDING-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-FL-DATE          pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-FL-CONDITION     pic X(14).
           05  filler              pic X(02) value spaces.
           05  WS-FL-SOURCE        pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-FL-EXPECTED      pic ZZZZZZZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-FL-FOUND         pic ZZZZZZZZ9.
           05  filler              pic X(02) value spaces.
           05  WS-FL-NOTE          pic X(40).

       01  WS-TOTAL-LINE.
           05  filler              pic X(02) value spaces.
           05  WS-TOT-LABEL        pic X(40).
           05  WS-TOT-COUNT        pic ZZZZZZZZ9.
           05  filler              pic X(49) value spaces.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-SCAN-RUN-CONTROL
               thru 2000-EXIT
           perform 2200-SCAN-CONTROL-TOTALS
               thru 2200-EXIT
           perform 2400-SCAN-HISTORY
               thru 2400-EXIT
           perform 2500-SCAN-LOAD-SOURCES
               thru 2500-EXIT
           perform 2600-SCAN-STAGED-FEED
               thru 2600-EXIT
           perform 2700-SCAN-FALLBACK-STAGES
               thru 2700-EXIT
           perform 2800-SCAN-REGISTER
               thru 2800-EXIT
           perform 3000-LOAD-PERIOD-PURGES
               thru 3000-EXIT
           perform 3200-SCAN-PURGE-COUNTS
               thru 3200-EXIT
           perform 3400-SCAN-ARCHIVE
               thru 3400-EXIT
           perform 4000-REPORT-ONE-DAY
               thru 4000-EXIT
               varying WS-DAY-SUB from 1 by 1
               until WS-DAY-SUB > WS-DAY-COUNT
           perform 4500-JUDGE-ONE-PURGE
               thru 4500-EXIT
               varying WS-PRG-SUB from 1 by 1
               until WS-PRG-SUB > WS-PRG-COUNT
           perform 5000-WRITE-FINDINGS
               thru 5000-EXIT
           perform 5500-WRITE-PERIOD-TOTALS
               thru 5500-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-REPORT-FILE
           if WS-TOT-MISSING > 0
               or WS-TOT-DUPLICATED > 0
               or WS-TOT-UNBALANCED > 0
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
      * CODE 16) - THE RECONCILIATION IS ONE MONTH AT A TIME.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-EXC-COUNT
           move 0 to WS-PRG-COUNT
           move 0 to WS-PRG-LAST-SUB
           move 0 to WS-FND-COUNT
           move 0 to WS-FND-DROPPED
           move all "Y" to WS-DAY-FLAG-TABLE
           move spaces to WS-EXC-TABLE
           accept WS-TODAY from date YYYYMMDD
           open input FBZ-MREC-PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "FBZMREC - FBZMRPRM OPEN FAILED - STATUS "
                   WS-PARM-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           read FBZ-MREC-PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "FBZMREC - FBZMRPRM READ FAILED - STATUS "
                   WS-PARM-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           close FBZ-MREC-PARM-FILE
           if FBZ-MRP-FROM-DATE is not numeric
               or FBZ-MRP-TO-DATE is not numeric
               or FBZ-MRP-FROM-DATE > FBZ-MRP-TO-DATE
               display "FBZMREC - INVALID PERIOD "
                   FBZ-MRP-FROM-DATE " - " FBZ-MRP-TO-DATE
                   " - RUN TERMINATED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           compute WS-FROM-INT
               = function integer-of-date(
                     function numval(FBZ-MRP-FROM-DATE))
           compute WS-TO-INT
               = function integer-of-date(
                     function numval(FBZ-MRP-TO-DATE))
           compute WS-DAY-COUNT = WS-TO-INT - WS-FROM-INT + 1
           if WS-DAY-COUNT > 31
               display "FBZMREC - PERIOD " FBZ-MRP-FROM-DATE
                   " - " FBZ-MRP-TO-DATE " IS OVER 31 DAYS -"
                   " RUN TERMINATED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           move FBZ-MRP-FROM-DATE to DCL-FROM-DATE
           move FBZ-MRP-TO-DATE to DCL-TO-DATE
           move FBZ-MRP-SITE to WS-SITE-CODE
           if WS-SITE-CODE = spaces
               move "01" to WS-SITE-CODE
           end-if
           move WS-SITE-CODE to DCL-SITE-CODE
           perform 1500-LOAD-SCHEDULE
               thru 1500-EXIT
           perform 1200-BUILD-ONE-DAY
               thru 1200-EXIT
               varying WS-DAY-SUB from 1 by 1
               until WS-DAY-SUB > WS-DAY-COUNT
           open output FBZ-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZMREC - FBZMRCRP OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move 20 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-REPORT-LINE
           string "FBZMREC - MONTH-END RECONCILIATION "
                   delimited by size
               FBZ-MRP-FROM-DATE delimited by size
               " - " delimited by size
               FBZ-MRP-TO-DATE delimited by size
               "  SITE " delimited by size
               WS-SITE-CODE delimited by size
               "  RUN " delimited by size
               WS-TODAY delimited by size
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
           move 0 to WS-DAY-COMPLETES(WS-DAY-SUB)
           move 0 to WS-DAY-LOADS(WS-DAY-SUB)
           move 0 to WS-DAY-CTL-TOTAL(WS-DAY-SUB)
           move 0 to WS-DAY-HIST-ROWS(WS-DAY-SUB)
           move 0 to WS-DAY-HIST-PGMS(WS-DAY-SUB)
           move 0 to WS-DAY-HIST-DUPS(WS-DAY-SUB)
           move 0 to WS-DAY-ARCH-ROWS(WS-DAY-SUB)
           move 0 to WS-DAY-PURGES(WS-DAY-SUB)
           move 0 to WS-DAY-PURGED-ROWS(WS-DAY-SUB)
           move 0 to WS-DAY-STAGED(WS-DAY-SUB)
           move 0 to WS-DAY-SRC-VARIANT(WS-DAY-SUB)
           move spaces to WS-DAY-SRC-DSN(WS-DAY-SUB)
           move "N" to WS-DAY-SRC-SCANNED(WS-DAY-SUB)
           move 0 to WS-DAY-XMITS(WS-DAY-SUB)
           move 0 to WS-DAY-XMIT-MATCH(WS-DAY-SUB)
           move 0 to WS-DAY-XMIT-ITEMS(WS-DAY-SUB)
           move 0 to WS-DAY-FINDINGS(WS-DAY-SUB)
           perform 1250-TEST-DAY-SCHEDULED
               thru 1250-EXIT
           if FBZMR-DAY-SCHEDULED
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
           set FBZMR-DAY-SCHEDULED to true
           compute WS-WALK-WEEK-DAY
               = function mod(WS-WALK-DAY-INT 7)
           if WS-WALK-WEEK-DAY = zero
               move 7 to WS-WALK-WEEK-DAY
           end-if
           if WS-DAY-FLAG(WS-WALK-WEEK-DAY) not = "Y"
               set FBZMR-DAY-UNSCHEDULED to true
               go to 1250-EXIT
           end-if
           perform 1270-TEST-ONE-EXCEPTION
               thru 1270-EXIT
               varying WS-EXC-SUB from 1 by 1
               until WS-EXC-SUB > WS-EXC-COUNT
                   or FBZMR-DAY-UNSCHEDULED.
       1250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1270-TEST-ONE-EXCEPTION - TEST THE DATE AGAINST ONE
      * HOLIDAY/OUTAGE EXCEPTION.
      *-----------------------------------------------------------------
       1270-TEST-ONE-EXCEPTION.
           if WS-EXC-DATE(WS-EXC-SUB) = WS-DAY-DATE(WS-DAY-SUB)
               set FBZMR-DAY-UNSCHEDULED to true
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
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-SCHED-FILE
           if WS-SCHED-STATUS not = "00"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 1550-LOAD-ONE-CAL-RECORD
               thru 1550-EXIT
               until FBZMR-SCAN-EOF
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
                   set FBZMR-SCAN-EOF to true
                   go to 1550-EXIT
           end-read
           evaluate true
               when FBZ-CAL-RULES
                   move FBZ-CAL-DAY-FLAGS to WS-DAY-FLAG-TABLE
               when FBZ-CAL-EXCEPTION
                   if WS-EXC-COUNT >= 100
                       display "FBZMREC - EXCEPTION TABLE FULL - "
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
               or WS-LOOK-DATE < FBZ-MRP-FROM-DATE
               or WS-LOOK-DATE > FBZ-MRP-TO-DATE
               go to 1900-EXIT
           end-if
           compute WS-LOOK-INT
               = function integer-of-date(
                     function numval(WS-LOOK-DATE))
           compute WS-DAY-SUB = WS-LOOK-INT - WS-FROM-INT + 1.
       1900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1950-LOCATE-PURGE - FIND THE PURGE TABLE ENTRY FOR THE
      * HISTORY DATE IN WS-LOOK-DATE, TRYING THE LAST ENTRY
      * MATCHED FIRST.  WS-PRG-FOUND-SUB COMES BACK ZERO WHEN THE
      * DATE WAS NOT PURGED DURING THE PERIOD.
      *-----------------------------------------------------------------
       1950-LOCATE-PURGE.
           move 0 to WS-PRG-FOUND-SUB
           if WS-PRG-LAST-SUB > zero
               if WS-PRG-HIST-DATE(WS-PRG-LAST-SUB) = WS-LOOK-DATE
                   move WS-PRG-LAST-SUB to WS-PRG-FOUND-SUB
                   go to 1950-EXIT
               end-if
           end-if
           perform 1970-TEST-ONE-PURGE
               thru 1970-EXIT
               varying WS-PRG-SUB from 1 by 1
               until WS-PRG-SUB > WS-PRG-COUNT
                   or WS-PRG-FOUND-SUB > zero
           if WS-PRG-FOUND-SUB > zero
               move WS-PRG-FOUND-SUB to WS-PRG-LAST-SUB
           end-if.
       1950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1970-TEST-ONE-PURGE - TEST ONE PURGE TABLE ENTRY.
      *-----------------------------------------------------------------
       1970-TEST-ONE-PURGE.
           if WS-PRG-HIST-DATE(WS-PRG-SUB) = WS-LOOK-DATE
               move WS-PRG-SUB to WS-PRG-FOUND-SUB
           end-if.
       1970-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-SCAN-RUN-CONTROL - COUNT EACH DATE'S COMPLETION MARKS
      * ON THE RUN-CONTROL CALENDAR.
      *-----------------------------------------------------------------
       2000-SCAN-RUN-CONTROL.
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-RUN-CONTROL-FILE
           if WS-RUNCT-STATUS not = "00"
               display "FBZMREC - NO RUN-CONTROL CALENDAR - EVERY"
                   " SCHEDULED DATE WILL SHOW MISSING"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 2050-READ-ONE-RUN-RECORD
               thru 2050-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-RUN-CONTROL-FILE.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2050-READ-ONE-RUN-RECORD - COUNT ONE COMPLETION MARK ON ITS
      * DATE.  REGISTRATIONS ARE RERUN ATTEMPTS, NOT COMPLETIONS,
      * AND ARE PASSED OVER.
      *-----------------------------------------------------------------
       2050-READ-ONE-RUN-RECORD.
           read FBZ-RUN-CONTROL-FILE
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 2050-EXIT
           end-read
           if not FBZ-RUN-COMPLETE
               go to 2050-EXIT
           end-if
           move FBZ-RUN-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2050-EXIT
           end-if
           add 1 to WS-DAY-COMPLETES(WS-DAY-SUB).
       2050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-SCAN-CONTROL-TOTALS - COUNT EACH DATE'S FBZLOAD CONTROL
      * TOTALS.  THE JOB CONCATENATES THE LIVE FILE AND THE FBZTRIM
      * ARCHIVE, SO A TRIMMED MONTH IS STILL WHOLE.
      *-----------------------------------------------------------------
       2200-SCAN-CONTROL-TOTALS.
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 2250-READ-ONE-CONTROL
               thru 2250-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-CONTROL-FILE.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2250-READ-ONE-CONTROL - FOLD ONE FBZLOAD CONTROL TOTAL INTO
      * ITS DATE'S SLOT.  THE VARIANTS' OWN TOTALS ARE FBZBAL'S
      * BUSINESS AND ARE PASSED OVER.  WHEN A DATE CARRIES MORE
      * THAN ONE, THE LATEST IS THE ONE BALANCED.
      *-----------------------------------------------------------------
       2250-READ-ONE-CONTROL.
           read FBZ-CONTROL-FILE
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 2250-EXIT
           end-read
           if FBZ-CTL-PROGRAM-ID not = WS-LOAD-PROGRAM
               go to 2250-EXIT
           end-if
           move FBZ-CTL-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 2250-EXIT
           end-if
           move FBZ-CTL-RUN-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2250-EXIT
           end-if
           add 1 to WS-DAY-LOADS(WS-DAY-SUB)
           if FBZ-CTL-TOTAL is numeric
               move FBZ-CTL-TOTAL to WS-DAY-CTL-TOTAL(WS-DAY-SUB)
           end-if.
       2250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2400-SCAN-HISTORY - COUNT THE PERIOD'S PRODUCTION FBZHIST
      * ROWS BY DATE AND PROGRAM.  ROWS FBZARCR RESTORED FROM THE
      * ARCHIVE ARE LEFT OUT - THE ARCHIVE ALREADY COUNTS THEM.
      * A NUM LOADED TWICE FOR A DATE AND PROGRAM SHOWS AS MORE
      * ROWS THAN DISTINCT NUMS.
      *-----------------------------------------------------------------
       2400-SCAN-HISTORY.
           set FBZMR-FETCH-NOT-EOF to true
           exec sql
               open HIST-CSR
           end-exec
           if SQLCODE not = zero
               display "FBZMREC - CURSOR OPEN FAILED - SQLCODE "
                   SQLCODE
               move 12 to return-code
               go to 9999-ABEND
           end-if
           perform 2450-FETCH-ONE-HIST-GROUP
               thru 2450-EXIT
               until FBZMR-FETCH-EOF.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2450-FETCH-ONE-HIST-GROUP - FOLD ONE DATE/PROGRAM GROUP
      * INTO ITS DATE'S SLOT, CLOSING THE CURSOR AT SQLCODE +100.
      *-----------------------------------------------------------------
       2450-FETCH-ONE-HIST-GROUP.
           exec sql
               fetch HIST-CSR
                   into :DCL-RUN-DATE, :DCL-PROGRAM-ID,
                        :DCL-ROW-COUNT, :DCL-NUM-COUNT
           end-exec
           evaluate SQLCODE
               when zero
                   continue
               when 100
                   set FBZMR-FETCH-EOF to true
                   exec sql
                       close HIST-CSR
                   end-exec
                   go to 2450-EXIT
               when other
                   display "FBZMREC - FETCH FAILED - SQLCODE "
                       SQLCODE
                   move 12 to return-code
                   go to 9999-ABEND
           end-evaluate
           move DCL-RUN-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2450-EXIT
           end-if
           add DCL-ROW-COUNT to WS-DAY-HIST-ROWS(WS-DAY-SUB)
           add 1 to WS-DAY-HIST-PGMS(WS-DAY-SUB)
           compute WS-DUPS-WORK = DCL-ROW-COUNT - DCL-NUM-COUNT
           if WS-DUPS-WORK > zero
               add WS-DUPS-WORK to WS-DAY-HIST-DUPS(WS-DAY-SUB)
           end-if.
       2450-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-SCAN-LOAD-SOURCES - NOTE, FOR EACH DATE IN THE PERIOD,
      * THE LOAD SOURCE FBZSRCS LAST CHOSE FOR THE SITE AND THE
      * STAGE DSN IT NAMES.  NO DD OR NO RECORD FOR A DATE LEAVES
      * THE DATE ON THE FIZZBUZ1 STAGE.
      *-----------------------------------------------------------------
       2500-SCAN-LOAD-SOURCES.
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-SOURCE-FILE
           if WS-SRC-STATUS not = "00"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 2550-READ-ONE-SOURCE
               thru 2550-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-SOURCE-FILE.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2550-READ-ONE-SOURCE - FOLD ONE LOAD-SOURCE RECORD INTO ITS
      * DATE'S SLOT; A LATER RECORD FOR THE DATE REPLACES AN EARLIER
      * ONE, AS IN EVERY READER OF THE FILE.  A RECORD WITH NO
      * SOURCE STOPPED THE CHAIN AND LEAVES THE FIZZBUZ1 STAGE.
      *-----------------------------------------------------------------
       2550-READ-ONE-SOURCE.
           read FBZ-SOURCE-FILE
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 2550-EXIT
           end-read
           move FBZ-SRC-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 2550-EXIT
           end-if
           move FBZ-SRC-RUN-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2550-EXIT
           end-if
           move 0 to WS-DAY-SRC-VARIANT(WS-DAY-SUB)
           move spaces to WS-DAY-SRC-DSN(WS-DAY-SUB)
           if FBZ-SRC-HAS-SOURCE
               move FBZ-SRC-VARIANT to WS-DAY-SRC-VARIANT(WS-DAY-SUB)
               move FBZ-SRC-STAGE-DSN to WS-DAY-SRC-DSN(WS-DAY-SUB)
           end-if.
       2550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2600-SCAN-STAGED-FEED - COUNT THE FEED RECORDS STAGED FOR
      * EACH DATE.  THE STAGING DSN IS DISP=MOD AND HOLDS EVERY
      * DAY'S RECORDS, EACH SENT-DATED WITH ITS PROCESSING DATE -
      * THE SAME DATE FBZXMIT SELECTS THEM BY.  A FALLBACK DATE'S
      * FIZZBUZ1 RECORDS ARE NOT WHAT WAS SENT AND ARE PASSED OVER;
      * 2700-SCAN-FALLBACK-STAGES COUNTS THAT DATE.
      *-----------------------------------------------------------------
       2600-SCAN-STAGED-FEED.
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-STAGE-FILE
           if WS-STAGE-STATUS not = "00"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 2650-READ-ONE-STAGED
               thru 2650-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-STAGE-FILE.
       2600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2650-READ-ONE-STAGED - COUNT ONE STAGED RECORD ON ITS DATE.
      *-----------------------------------------------------------------
       2650-READ-ONE-STAGED.
           read FBZ-STAGE-FILE into FBZ-FEED-RECORD
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 2650-EXIT
           end-read
           move FBZ-FEED-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 2650-EXIT
           end-if
           move FBZ-FEED-SENT-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2650-EXIT
           end-if
           if WS-DAY-SRC-VARIANT(WS-DAY-SUB) > 1
               go to 2650-EXIT
           end-if
           add 1 to WS-DAY-STAGED(WS-DAY-SUB).
       2650-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-SCAN-FALLBACK-STAGES - COUNT EACH FALLBACK DATE'S FEED
      * FROM THE STAGE ITS LOAD-SOURCE RECORD NAMES.  EACH DISTINCT
      * STAGE IS READ ONCE, FOR EVERY FALLBACK DATE THAT NAMES IT.
      *-----------------------------------------------------------------
       2700-SCAN-FALLBACK-STAGES.
           perform 2720-SCAN-ONE-FALLBACK
               thru 2720-EXIT
               varying WS-FB-SUB from 1 by 1
               until WS-FB-SUB > WS-DAY-COUNT.
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2720-SCAN-ONE-FALLBACK - FOR A FALLBACK DATE WHOSE STAGE HAS
      * NOT BEEN READ YET, ALLOCATE THAT STAGE TO DD FBZSTGFB, MARK
      * EVERY DATE NAMING IT AS READ, AND COUNT ITS RECORDS.  A
      * STAGE THAT WILL NOT OPEN LEAVES ITS DATES AT ZERO STAGED,
      * WHICH THE REPORT THEN SHOWS OUT OF BALANCE.
      *-----------------------------------------------------------------
       2720-SCAN-ONE-FALLBACK.
           if WS-DAY-SRC-VARIANT(WS-FB-SUB) < 2
               or WS-DAY-SRC-SCANNED(WS-FB-SUB) = "Y"
               go to 2720-EXIT
           end-if
           move WS-DAY-SRC-DSN(WS-FB-SUB) to WS-FB-DSN
           perform 2740-MARK-ONE-SCANNED
               thru 2740-EXIT
               varying WS-DAY-SUB from 1 by 1
               until WS-DAY-SUB > WS-DAY-COUNT
           move spaces to WS-STGFB-ALLOC
           string "DSN(" delimited by size
               WS-FB-DSN delimited by space
               "),SHR" delimited by size
               x"00" delimited by size
               into WS-STGFB-ALLOC
           end-string
           call "putenv" using WS-STGFB-ENV
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-FALLBACK-STAGE-FILE
           if WS-STGFB-STATUS not = "00"
               display "FBZMREC - FALLBACK STAGE " WS-FB-DSN
                   " OPEN FAILED - STATUS " WS-STGFB-STATUS
               go to 2720-EXIT
           end-if
           perform 2760-READ-ONE-FALLBACK
               thru 2760-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-FALLBACK-STAGE-FILE.
       2720-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2740-MARK-ONE-SCANNED - MARK A FALLBACK DATE NAMING THE
      * STAGE ABOUT TO BE READ, SO IT IS NOT READ AGAIN.
      *-----------------------------------------------------------------
       2740-MARK-ONE-SCANNED.
           if WS-DAY-SRC-VARIANT(WS-DAY-SUB) > 1
               and WS-DAY-SRC-DSN(WS-DAY-SUB) = WS-FB-DSN
               move "Y" to WS-DAY-SRC-SCANNED(WS-DAY-SUB)
           end-if.
       2740-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2760-READ-ONE-FALLBACK - COUNT ONE FALLBACK STAGE RECORD ON
      * ITS DATE, WHEN THAT DATE FELL BACK TO THIS STAGE.
      *-----------------------------------------------------------------
       2760-READ-ONE-FALLBACK.
           read FBZ-FALLBACK-STAGE-FILE into FBZ-FEED-RECORD
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 2760-EXIT
           end-read
           move FBZ-FEED-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 2760-EXIT
           end-if
           move FBZ-FEED-SENT-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2760-EXIT
           end-if
           if WS-DAY-SRC-VARIANT(WS-DAY-SUB) < 2
               or WS-DAY-SRC-DSN(WS-DAY-SUB) not = WS-FB-DSN
               go to 2760-EXIT
           end-if
           add 1 to WS-DAY-STAGED(WS-DAY-SUB).
       2760-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2780-LOAD-FEED-LAYOUTS - NOTE THE LAST DAY OF SLOTTING'S
      * LAYOUT 01 FEED FROM THE OPTIONAL FBZFMTP CUTOVER PARAMETER.
      * DURING THE CUTOVER EACH TRANSMISSION IS REGISTERED ONCE PER
      * LAYOUT; ONLY THE LAYOUT 01 ENTRY IS COUNTED UNTIL LAYOUT 01
      * IS RETIRED, SO A DUAL-FORMAT DAY IS NOT COUNTED TWICE.
      *-----------------------------------------------------------------
       2780-LOAD-FEED-LAYOUTS.
           move spaces to WS-OLD-THRU-DATE
           open input FBZ-FMT-PARM-FILE
           if WS-FMT-STATUS = "00"
               read FBZ-FMT-PARM-FILE
               if WS-FMT-STATUS = "00"
                   move FBZ-FMT-OLD-THRU-DATE to WS-OLD-THRU-DATE
               end-if
           end-if
           close FBZ-FMT-PARM-FILE.
       2780-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-SCAN-REGISTER - COUNT EACH DATE'S TRANSMISSIONS, AND
      * THOSE WHOSE ITEM COUNT MATCHES THE FEED STAGED FOR IT.
      *-----------------------------------------------------------------
       2800-SCAN-REGISTER.
           perform 2780-LOAD-FEED-LAYOUTS
               thru 2780-EXIT
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-REGISTER-FILE
           if WS-XREG-STATUS not = "00"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 2850-READ-ONE-REGISTER
               thru 2850-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-REGISTER-FILE.
       2800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2850-READ-ONE-REGISTER - FOLD ONE REGISTER ENTRY INTO ITS
      * DATE'S SLOT.  THE ITEMS SHOWN FOR THE DATE ARE THE MATCHING
      * TRANSMISSION'S, OR THE FIRST ONE'S WHEN NONE MATCHES.
      *-----------------------------------------------------------------
       2850-READ-ONE-REGISTER.
           read FBZ-REGISTER-FILE
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 2850-EXIT
           end-read
           move FBZ-XRG-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 2850-EXIT
           end-if
           if FBZ-XRG-LAYOUT-NEW
               and (WS-OLD-THRU-DATE is not numeric
                   or WS-OLD-THRU-DATE not < FBZ-XRG-SENT-DATE)
               go to 2850-EXIT
           end-if
           move FBZ-XRG-SENT-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB = zero
               go to 2850-EXIT
           end-if
           if FBZ-XRG-ITEM-COUNT is not numeric
               move 0 to FBZ-XRG-ITEM-COUNT
           end-if
           add 1 to WS-DAY-XMITS(WS-DAY-SUB)
           add FBZ-XRG-ITEM-COUNT to WS-TOT-ITEMS-SENT
           if FBZ-XRG-ITEM-COUNT = WS-DAY-STAGED(WS-DAY-SUB)
               add 1 to WS-DAY-XMIT-MATCH(WS-DAY-SUB)
               move FBZ-XRG-ITEM-COUNT
                   to WS-DAY-XMIT-ITEMS(WS-DAY-SUB)
           else
               if WS-DAY-XMIT-MATCH(WS-DAY-SUB) = zero
                   and WS-DAY-XMITS(WS-DAY-SUB) = 1
                   move FBZ-XRG-ITEM-COUNT
                       to WS-DAY-XMIT-ITEMS(WS-DAY-SUB)
               end-if
           end-if.
       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-LOAD-PERIOD-PURGES - FIRST PASS OF THE PURGE COUNT
      * FILE.  A COUNT FOR A DATE IN THE PERIOD GOES TO THAT DATE'S
      * SLOT.  A DATE OUTSIDE THE PERIOD PURGED DURING IT IS
      * ENTERED IN THE PURGE TABLE, TO BE COUNTED IN THE SECOND
      * PASS; AN OVERFLOWING ONE IS REPORTED RATHER THAN SILENTLY
      * DROPPED.
      *-----------------------------------------------------------------
       3000-LOAD-PERIOD-PURGES.
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-PURGE-COUNT-FILE
           if WS-PGC-STATUS not = "00"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 3050-READ-ONE-PURGE-COUNT
               thru 3050-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-PURGE-COUNT-FILE.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3050-READ-ONE-PURGE-COUNT - ONE PURGE COUNT, FIRST PASS.
      *-----------------------------------------------------------------
       3050-READ-ONE-PURGE-COUNT.
           read FBZ-PURGE-COUNT-FILE
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 3050-EXIT
           end-read
           move FBZ-PGC-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 3050-EXIT
           end-if
           if FBZ-PGC-ROWS-PURGED is not numeric
               move 0 to FBZ-PGC-ROWS-PURGED
           end-if
           move FBZ-PGC-HIST-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB > zero
               add 1 to WS-DAY-PURGES(WS-DAY-SUB)
               add FBZ-PGC-ROWS-PURGED
                   to WS-DAY-PURGED-ROWS(WS-DAY-SUB)
               go to 3050-EXIT
           end-if
           if FBZ-PGC-PURGE-DATE < FBZ-MRP-FROM-DATE
               or FBZ-PGC-PURGE-DATE > FBZ-MRP-TO-DATE
               go to 3050-EXIT
           end-if
           perform 1950-LOCATE-PURGE
               thru 1950-EXIT
           if WS-PRG-FOUND-SUB > zero
               go to 3050-EXIT
           end-if
           if WS-PRG-COUNT >= 999
               display "FBZMREC - PURGE TABLE FULL - "
                   FBZ-PGC-HIST-DATE " NOT RECONCILED"
               go to 3050-EXIT
           end-if
           add 1 to WS-PRG-COUNT
           move FBZ-PGC-HIST-DATE to WS-PRG-HIST-DATE(WS-PRG-COUNT)
           move FBZ-PGC-PURGE-DATE
               to WS-PRG-PURGE-DATE(WS-PRG-COUNT)
           move 0 to WS-PRG-RECORDS(WS-PRG-COUNT)
           move 0 to WS-PRG-ROWS(WS-PRG-COUNT)
           move 0 to WS-PRG-ARCH-ROWS(WS-PRG-COUNT).
       3050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3200-SCAN-PURGE-COUNTS - SECOND PASS OF THE PURGE COUNT
      * FILE: EVERY COUNT FOR A DATE IN THE PURGE TABLE, WHENEVER
      * ITS PURGE RAN, SO A DATE PURGED TWICE IS SEEN AS SUCH.
      *-----------------------------------------------------------------
       3200-SCAN-PURGE-COUNTS.
           if WS-PRG-COUNT = zero
               go to 3200-EXIT
           end-if
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-PURGE-COUNT-FILE
           if WS-PGC-STATUS not = "00"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 3250-COUNT-ONE-PURGE
               thru 3250-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-PURGE-COUNT-FILE.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3250-COUNT-ONE-PURGE - ONE PURGE COUNT, SECOND PASS.
      *-----------------------------------------------------------------
       3250-COUNT-ONE-PURGE.
           read FBZ-PURGE-COUNT-FILE
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 3250-EXIT
           end-read
           move FBZ-PGC-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 3250-EXIT
           end-if
           move FBZ-PGC-HIST-DATE to WS-LOOK-DATE
           perform 1950-LOCATE-PURGE
               thru 1950-EXIT
           if WS-PRG-FOUND-SUB = zero
               go to 3250-EXIT
           end-if
           if FBZ-PGC-ROWS-PURGED is not numeric
               move 0 to FBZ-PGC-ROWS-PURGED
           end-if
           add 1 to WS-PRG-RECORDS(WS-PRG-FOUND-SUB)
           add FBZ-PGC-ROWS-PURGED to WS-PRG-ROWS(WS-PRG-FOUND-SUB).
       3250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3400-SCAN-ARCHIVE - COUNT THE ARCHIVED ROWS OF EVERY DATE
      * IN THE PERIOD OR IN THE PURGE TABLE, ACROSS ALL THE
      * ARCHIVE GENERATIONS THE JOB CONCATENATES.
      *-----------------------------------------------------------------
       3400-SCAN-ARCHIVE.
           set FBZMR-SCAN-NOT-EOF to true
           open input FBZ-ARCHIVE-FILE
           if WS-ARCH-STATUS not = "00"
               set FBZMR-SCAN-EOF to true
           end-if
           perform 3450-READ-ONE-ARCHIVED
               thru 3450-EXIT
               until FBZMR-SCAN-EOF
           close FBZ-ARCHIVE-FILE.
       3400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3450-READ-ONE-ARCHIVED - COUNT ONE ARCHIVED ROW.
      *-----------------------------------------------------------------
       3450-READ-ONE-ARCHIVED.
           read FBZ-ARCHIVE-FILE
               at end
                   set FBZMR-SCAN-EOF to true
                   go to 3450-EXIT
           end-read
           move FBZ-ARC-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 3450-EXIT
           end-if
           move FBZ-ARC-RUN-DATE to WS-LOOK-DATE
           perform 1900-LOCATE-DAY
               thru 1900-EXIT
           if WS-DAY-SUB > zero
               add 1 to WS-DAY-ARCH-ROWS(WS-DAY-SUB)
               go to 3450-EXIT
           end-if
           if WS-PRG-COUNT = zero
               go to 3450-EXIT
           end-if
           perform 1950-LOCATE-PURGE
               thru 1950-EXIT
           if WS-PRG-FOUND-SUB > zero
               add 1 to WS-PRG-ARCH-ROWS(WS-PRG-FOUND-SUB)
           end-if.
       3450-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-REPORT-ONE-DAY - JUDGE ONE DATE AND PRINT ITS LINE.
      * A DATE THAT NEVER COMPLETED IS MISSING ITS RUN WHEN IT WAS
      * SCHEDULED OR HAS DATA, AND ITS PARTIAL DATA IS NOT HELD TO
      * BALANCE; A COMPLETED DATE IS CHECKED ACROSS EVERY SOURCE.
      * THE ARCHIVE IS HELD TO THE PURGE COUNTS EITHER WAY.  AN
      * UNSCHEDULED DATE WITH NOTHING ON IT IS LEFT OFF THE REPORT.
      *-----------------------------------------------------------------
       4000-REPORT-ONE-DAY.
           if WS-DAY-SCHED(WS-DAY-SUB) = "Y"
               add 1 to WS-TOT-SCHED-DAYS
           end-if
           add WS-DAY-HIST-ROWS(WS-DAY-SUB) to WS-TOT-HIST-ROWS
           add WS-DAY-ARCH-ROWS(WS-DAY-SUB) to WS-TOT-ARCH-ROWS
           move WS-DAY-DATE(WS-DAY-SUB) to WS-NEW-DATE
           if WS-DAY-COMPLETES(WS-DAY-SUB) = zero
               perform 4050-JUDGE-INCOMPLETE-DAY
                   thru 4050-EXIT
           else
               add 1 to WS-TOT-COMPLETE-DAYS
               perform 4100-JUDGE-COMPLETE-DAY
                   thru 4100-EXIT
           end-if
           perform 4200-JUDGE-DAY-ARCHIVE
               thru 4200-EXIT
           if WS-DAY-SCHED(WS-DAY-SUB) not = "Y"
               and WS-DAY-COMPLETES(WS-DAY-SUB) = zero
               and WS-DAY-FINDINGS(WS-DAY-SUB) = zero
               go to 4000-EXIT
           end-if
           move WS-DAY-DATE(WS-DAY-SUB) to WS-DTL-DATE
           if WS-DAY-SCHED(WS-DAY-SUB) = "Y"
               move "YES" to WS-DTL-SCHED
           else
               move "NO" to WS-DTL-SCHED
           end-if
           move WS-DAY-COMPLETES(WS-DAY-SUB) to WS-DTL-COMPLETES
           move WS-DAY-LOADS(WS-DAY-SUB) to WS-DTL-LOADS
           move WS-DAY-CTL-TOTAL(WS-DAY-SUB) to WS-DTL-CTL-TOTAL
           move WS-DAY-HIST-ROWS(WS-DAY-SUB) to WS-DTL-HIST-ROWS
           move WS-DAY-ARCH-ROWS(WS-DAY-SUB) to WS-DTL-ARCH-ROWS
           move WS-DAY-PURGED-ROWS(WS-DAY-SUB) to WS-DTL-PURGED-ROWS
           move WS-DAY-XMITS(WS-DAY-SUB) to WS-DTL-XMITS
           move WS-DAY-XMIT-ITEMS(WS-DAY-SUB) to WS-DTL-XMIT-ITEMS
           move WS-DAY-STAGED(WS-DAY-SUB) to WS-DTL-STAGED
           move WS-DAY-FINDINGS(WS-DAY-SUB) to WS-DTL-FINDINGS
           evaluate true
               when WS-DAY-FINDINGS(WS-DAY-SUB) > zero
                   add 1 to WS-TOT-EXC-DAYS
                   move "EXCEPTIONS" to WS-DTL-STATUS
               when WS-DAY-SCHED(WS-DAY-SUB) not = "Y"
                   add 1 to WS-TOT-CLEAN-DAYS
                   move "UNSCHED RUN" to WS-DTL-STATUS
               when other
                   add 1 to WS-TOT-CLEAN-DAYS
                   move "BALANCED" to WS-DTL-STATUS
           end-evaluate
           move WS-DETAIL-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4050-JUDGE-INCOMPLETE-DAY - A DATE WITH NO COMPLETION MARK.
      *-----------------------------------------------------------------
       4050-JUDGE-INCOMPLETE-DAY.
           move "MISSING" to WS-NEW-CONDITION
           move "FBZRUNCT" to WS-NEW-SOURCE
           move 1 to WS-NEW-EXPECTED
           move 0 to WS-NEW-FOUND
           evaluate true
               when WS-DAY-LOADS(WS-DAY-SUB) > zero
                   or WS-DAY-HIST-ROWS(WS-DAY-SUB) > zero
                   or WS-DAY-ARCH-ROWS(WS-DAY-SUB) > zero
                   or WS-DAY-XMITS(WS-DAY-SUB) > zero
                   move "DATA PRESENT BUT RUN NEVER COMPLETED"
                       to WS-NEW-NOTE
               when WS-DAY-SCHED(WS-DAY-SUB) = "Y"
                   move "SCHEDULED DAY NEVER COMPLETED"
                       to WS-NEW-NOTE
               when other
                   go to 4050-EXIT
           end-evaluate
           perform 4900-ADD-FINDING
               thru 4900-EXIT.
       4050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-JUDGE-COMPLETE-DAY - A COMPLETED DATE: ONE COMPLETION,
      * ONE FBZLOAD CONTROL TOTAL, HISTORY FROM ONE PROGRAM WITH NO
      * NUM TWICE, IN THE TABLE OR THE ARCHIVE BUT NOT BOTH, ADDING
      * UP TO THE CONTROL TOTAL, AND ONE TRANSMISSION OF THE FEED
      * STAGED.
      *-----------------------------------------------------------------
       4100-JUDGE-COMPLETE-DAY.
           if WS-DAY-COMPLETES(WS-DAY-SUB) > 1
               move "DUPLICATED" to WS-NEW-CONDITION
               move "FBZRUNCT" to WS-NEW-SOURCE
               move 1 to WS-NEW-EXPECTED
               move WS-DAY-COMPLETES(WS-DAY-SUB) to WS-NEW-FOUND
               move "DATE MARKED COMPLETE MORE THAN ONCE"
                   to WS-NEW-NOTE
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
           end-if
           move "FBZCTL" to WS-NEW-SOURCE
           move 1 to WS-NEW-EXPECTED
           move WS-DAY-LOADS(WS-DAY-SUB) to WS-NEW-FOUND
           evaluate true
               when WS-DAY-LOADS(WS-DAY-SUB) = zero
                   move "MISSING" to WS-NEW-CONDITION
                   move "NO FBZLOAD CONTROL TOTAL" to WS-NEW-NOTE
                   perform 4900-ADD-FINDING
                       thru 4900-EXIT
               when WS-DAY-LOADS(WS-DAY-SUB) > 1
                   move "DUPLICATED" to WS-NEW-CONDITION
                   move "FBZLOAD CONTROL TOTAL WRITTEN AGAIN"
                       to WS-NEW-NOTE
                   perform 4900-ADD-FINDING
                       thru 4900-EXIT
           end-evaluate
           compute WS-ROWS-WORK = WS-DAY-HIST-ROWS(WS-DAY-SUB)
               + WS-DAY-ARCH-ROWS(WS-DAY-SUB)
           move "FBZHIST" to WS-NEW-SOURCE
           if WS-ROWS-WORK = zero
               move "MISSING" to WS-NEW-CONDITION
               move WS-DAY-CTL-TOTAL(WS-DAY-SUB) to WS-NEW-EXPECTED
               move 0 to WS-NEW-FOUND
               move "NO HISTORY ROWS LOADED" to WS-NEW-NOTE
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
               go to 4100-CHECK-TRANSMISSION
           end-if
           if WS-DAY-HIST-PGMS(WS-DAY-SUB) > 1
               move "DUPLICATED" to WS-NEW-CONDITION
               move 1 to WS-NEW-EXPECTED
               move WS-DAY-HIST-PGMS(WS-DAY-SUB) to WS-NEW-FOUND
               move "LOADED FROM MORE THAN ONE PROGRAM"
                   to WS-NEW-NOTE
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
           end-if
           if WS-DAY-HIST-DUPS(WS-DAY-SUB) > zero
               move "DUPLICATED" to WS-NEW-CONDITION
               move 0 to WS-NEW-EXPECTED
               move WS-DAY-HIST-DUPS(WS-DAY-SUB) to WS-NEW-FOUND
               move "ROWS REPEATING A NUM ALREADY LOADED"
                   to WS-NEW-NOTE
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
           end-if
           if WS-DAY-HIST-ROWS(WS-DAY-SUB) > zero
               and WS-DAY-ARCH-ROWS(WS-DAY-SUB) > zero
               move "DUPLICATED" to WS-NEW-CONDITION
               move "FBZARCH" to WS-NEW-SOURCE
               move 0 to WS-NEW-EXPECTED
               move WS-DAY-ARCH-ROWS(WS-DAY-SUB) to WS-NEW-FOUND
               move "ARCHIVED ROWS STILL IN FBZHIST" to WS-NEW-NOTE
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
               move "FBZHIST" to WS-NEW-SOURCE
           end-if
           if WS-DAY-LOADS(WS-DAY-SUB) > zero
               and WS-ROWS-WORK not = WS-DAY-CTL-TOTAL(WS-DAY-SUB)
               move "OUT OF BALANCE" to WS-NEW-CONDITION
               move WS-DAY-CTL-TOTAL(WS-DAY-SUB) to WS-NEW-EXPECTED
               move WS-ROWS-WORK to WS-NEW-FOUND
               move "HISTORY ROWS VS FBZLOAD CONTROL TOTAL"
                   to WS-NEW-NOTE
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
           end-if.
       4100-CHECK-TRANSMISSION.
           move "FBZXREG" to WS-NEW-SOURCE
           evaluate true
               when WS-DAY-XMITS(WS-DAY-SUB) = zero
                   move "MISSING" to WS-NEW-CONDITION
                   move 1 to WS-NEW-EXPECTED
                   move 0 to WS-NEW-FOUND
                   move "FEED NEVER TRANSMITTED" to WS-NEW-NOTE
                   perform 4900-ADD-FINDING
                       thru 4900-EXIT
               when WS-DAY-XMIT-MATCH(WS-DAY-SUB) = zero
                   move "OUT OF BALANCE" to WS-NEW-CONDITION
                   move WS-DAY-STAGED(WS-DAY-SUB) to WS-NEW-EXPECTED
                   move WS-DAY-XMIT-ITEMS(WS-DAY-SUB) to WS-NEW-FOUND
                   move "ITEMS TRANSMITTED VS FEED STAGED"
                       to WS-NEW-NOTE
                   perform 4900-ADD-FINDING
                       thru 4900-EXIT
               when WS-DAY-XMIT-MATCH(WS-DAY-SUB) > 1
                   move "DUPLICATED" to WS-NEW-CONDITION
                   move 1 to WS-NEW-EXPECTED
                   move WS-DAY-XMIT-MATCH(WS-DAY-SUB) to WS-NEW-FOUND
                   move "STAGED FEED TRANSMITTED MORE THAN ONCE"
                       to WS-NEW-NOTE
                   perform 4900-ADD-FINDING
                       thru 4900-EXIT
           end-evaluate.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4200-JUDGE-DAY-ARCHIVE - A DATE'S ARCHIVED ROWS AGAINST ITS
      * PURGE COUNTS: ONE PURGE AT MOST, AND EXACTLY THE ROWS IT
      * REMOVED IN THE ARCHIVE.
      *-----------------------------------------------------------------
       4200-JUDGE-DAY-ARCHIVE.
           if WS-DAY-PURGES(WS-DAY-SUB) > 1
               move "DUPLICATED" to WS-NEW-CONDITION
               move "FBZPGCNT" to WS-NEW-SOURCE
               move 1 to WS-NEW-EXPECTED
               move WS-DAY-PURGES(WS-DAY-SUB) to WS-NEW-FOUND
               move "DATE PURGED MORE THAN ONCE" to WS-NEW-NOTE
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
           end-if
           if WS-DAY-ARCH-ROWS(WS-DAY-SUB)
               not = WS-DAY-PURGED-ROWS(WS-DAY-SUB)
               move "OUT OF BALANCE" to WS-NEW-CONDITION
               move "FBZARCH" to WS-NEW-SOURCE
               move WS-DAY-PURGED-ROWS(WS-DAY-SUB) to WS-NEW-EXPECTED
               move WS-DAY-ARCH-ROWS(WS-DAY-SUB) to WS-NEW-FOUND
               move "ARCHIVED ROWS VS ROWS PURGED" to WS-NEW-NOTE
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
           end-if.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-JUDGE-ONE-PURGE - THE SAME ARCHIVE CHECK FOR A DATE
      * OUTSIDE THE PERIOD THAT WAS PURGED DURING IT.
      *-----------------------------------------------------------------
       4500-JUDGE-ONE-PURGE.
           add 1 to WS-TOT-OUTSIDE-PURGES
           move 0 to WS-DAY-SUB
           move WS-PRG-HIST-DATE(WS-PRG-SUB) to WS-NEW-DATE
           if WS-PRG-RECORDS(WS-PRG-SUB) > 1
               move "DUPLICATED" to WS-NEW-CONDITION
               move "FBZPGCNT" to WS-NEW-SOURCE
               move 1 to WS-NEW-EXPECTED
               move WS-PRG-RECORDS(WS-PRG-SUB) to WS-NEW-FOUND
               move spaces to WS-NEW-NOTE
               string "DATE PURGED MORE THAN ONCE - "
                       delimited by size
                   WS-PRG-PURGE-DATE(WS-PRG-SUB) delimited by size
                   into WS-NEW-NOTE
               end-string
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
           end-if
           if WS-PRG-ARCH-ROWS(WS-PRG-SUB)
               not = WS-PRG-ROWS(WS-PRG-SUB)
               move "OUT OF BALANCE" to WS-NEW-CONDITION
               move "FBZARCH" to WS-NEW-SOURCE
               move WS-PRG-ROWS(WS-PRG-SUB) to WS-NEW-EXPECTED
               move WS-PRG-ARCH-ROWS(WS-PRG-SUB) to WS-NEW-FOUND
               move spaces to WS-NEW-NOTE
               string "ARCHIVED VS PURGED "
                       delimited by size
                   WS-PRG-PURGE-DATE(WS-PRG-SUB) delimited by size
                   into WS-NEW-NOTE
               end-string
               perform 4900-ADD-FINDING
                   thru 4900-EXIT
           end-if.
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4900-ADD-FINDING - COUNT THE EXCEPTION BUILT IN THE WS-NEW
      * FIELDS AGAINST ITS DATE (WHEN WS-DAY-SUB NAMES ONE) AND ITS
      * CONDITION, AND HOLD ITS LINE FOR THE EXCEPTION LISTING.  AN
      * OVERFLOWING LINE IS STILL COUNTED, AND THE NUMBER NOT
      * LISTED IS PRINTED AT THE END.
      *-----------------------------------------------------------------
       4900-ADD-FINDING.
           if WS-DAY-SUB > zero
               add 1 to WS-DAY-FINDINGS(WS-DAY-SUB)
           end-if
           evaluate WS-NEW-CONDITION
               when "MISSING"
                   add 1 to WS-TOT-MISSING
               when "DUPLICATED"
                   add 1 to WS-TOT-DUPLICATED
               when other
                   add 1 to WS-TOT-UNBALANCED
           end-evaluate
           if WS-FND-COUNT >= 500
               add 1 to WS-FND-DROPPED
               go to 4900-EXIT
           end-if
           move WS-NEW-DATE to WS-FL-DATE
           move WS-NEW-CONDITION to WS-FL-CONDITION
           move WS-NEW-SOURCE to WS-FL-SOURCE
           move WS-NEW-EXPECTED to WS-FL-EXPECTED
           move WS-NEW-FOUND to WS-FL-FOUND
           move WS-NEW-NOTE to WS-FL-NOTE
           add 1 to WS-FND-COUNT
           move WS-FINDING-LINE to WS-FND-LINE(WS-FND-COUNT).
       4900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-WRITE-FINDINGS - LIST EVERY EXCEPTION HELD, IN THE
      * ORDER FOUND: THE PERIOD'S DATES, THEN THE DATES PURGED
      * DURING IT.
      *-----------------------------------------------------------------
       5000-WRITE-FINDINGS.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           if WS-FND-COUNT = zero
               move "NO EXCEPTIONS - EVERY SOURCE BALANCES"
                   to FBZ-REPORT-LINE
               write FBZ-REPORT-LINE
               go to 5000-EXIT
           end-if
           move "EXCEPTIONS" to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move WS-FINDING-HEADING to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           perform 5050-WRITE-ONE-FINDING
               thru 5050-EXIT
               varying WS-FND-SUB from 1 by 1
               until WS-FND-SUB > WS-FND-COUNT
           if WS-FND-DROPPED > zero
               move "EXCEPTIONS NOT LISTED - TABLE FULL. . ."
                   to WS-TOT-LABEL
               move WS-FND-DROPPED to WS-COUNT-WORK
               perform 5600-WRITE-COUNT-LINE
                   thru 5600-EXIT
           end-if.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5050-WRITE-ONE-FINDING - PRINT ONE HELD EXCEPTION LINE.
      *-----------------------------------------------------------------
       5050-WRITE-ONE-FINDING.
           move WS-FND-LINE(WS-FND-SUB) to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       5050-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5500-WRITE-PERIOD-TOTALS - THE PERIOD'S TOTALS.
      *-----------------------------------------------------------------
       5500-WRITE-PERIOD-TOTALS.
           move spaces to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "PERIOD TOTALS" to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE
           move "DAYS IN PERIOD. . . . . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-DAY-COUNT to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "SCHEDULED BUSINESS DAYS . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-SCHED-DAYS to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "DAYS COMPLETED. . . . . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-COMPLETE-DAYS to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "DAYS BALANCED . . . . . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-CLEAN-DAYS to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "DAYS WITH EXCEPTIONS. . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-EXC-DAYS to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "OUTSIDE DATES PURGED DURING PERIOD. . ."
               to WS-TOT-LABEL
           move WS-TOT-OUTSIDE-PURGES to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "EXCEPTIONS - MISSING. . . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-MISSING to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "EXCEPTIONS - DUPLICATED . . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-DUPLICATED to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "EXCEPTIONS - OUT OF BALANCE . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-UNBALANCED to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "FBZHIST ROWS IN THE TABLE . . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-HIST-ROWS to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "FBZHIST ROWS IN THE ARCHIVE . . . . . ."
               to WS-TOT-LABEL
           move WS-TOT-ARCH-ROWS to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT
           move "ITEMS TRANSMITTED (WITH RESENDS). . . ."
               to WS-TOT-LABEL
           move WS-TOT-ITEMS-SENT to WS-COUNT-WORK
           perform 5600-WRITE-COUNT-LINE
               thru 5600-EXIT.
       5500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5600-WRITE-COUNT-LINE - ONE TOTAL LINE.
      *-----------------------------------------------------------------
       5600-WRITE-COUNT-LINE.
           move WS-COUNT-WORK to WS-TOT-COUNT
           move WS-TOTAL-LINE to FBZ-REPORT-LINE
           write FBZ-REPORT-LINE.
       5600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN COUNTS
      * FOR THE JOB LOG.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZMREC CONTROL/SUMMARY REPORT"
           display "  PERIOD. . . . . . . . . . " FBZ-MRP-FROM-DATE
               " - " FBZ-MRP-TO-DATE
           display "  SITE. . . . . . . . . . . " WS-SITE-CODE
           display "  DAYS COMPLETED. . . . . . " WS-TOT-COMPLETE-DAYS
           display "  DAYS WITH EXCEPTIONS. . . " WS-TOT-EXC-DAYS
           display "  MISSING . . . . . . . . . " WS-TOT-MISSING
           display "  DUPLICATED. . . . . . . . " WS-TOT-DUPLICATED
           display "  OUT OF BALANCE. . . . . . " WS-TOT-UNBALANCED.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (16 - PERIOD PARAMETER MISSING OR
      * INVALID, 20 - REPORT OPEN FAILED, 12 - FBZHIST CURSOR
      * FAILED).  NOTHING HAS BEEN CHANGED ANYWHERE - THE PROGRAM
      * ONLY READS - SO THE RECOVERY IS A PLAIN RERUN.
      *-----------------------------------------------------------------
       9999-ABEND.
           exec sql rollback end-exec
           stop run.
