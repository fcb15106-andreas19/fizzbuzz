      *=================================================================
      * PROGRAM-ID: FBZBMAS
      *
      * BATCH MASS-UPDATE OF THE FBZBMAST BIN MASTER.  WHEN THE
      * WAREHOUSE RE-ZONES AN AISLE, HUNDREDS OF BINS CHANGE ZONE OR
      * CAPACITY CLASS THE SAME NIGHT, AND FBZBMNT TAKES ONE BIN PER
      * SCREEN TRANSACTION.  THIS PROGRAM READS A FILE OF BIN CHANGE
      * TRANSACTIONS (DD FBZBMTRN, SEE FBZBMT) - ADD A BIN, CHANGE
      * ZONE, CHANGE CAPACITY CLASS, CHANGE HANDLING FLAGS - AND
      * VALIDATES EVERY ONE OF THEM BEFORE ANYTHING IS WRITTEN.
      * THE BATCH IS ALL OR NOTHING: ONE BAD TRANSACTION LEAVES THE
      * MASTER UNTOUCHED, UNLESS THE FBZBMPRM OVERRIDE IS SET, IN
      * WHICH CASE THE GOOD TRANSACTIONS ARE APPLIED AND THE BAD
      * ONES SKIPPED.  THE OPERATOR NAMED ON FBZBMPRM IS HELD TO
      * THE SAME FBZOPER CHECK AS THE SCREEN - PRIVILEGE LEVEL 2,
      * A DENIED RUN LOGGED WITH ACTION "DENIED" - AND EVERY
      * APPLIED TRANSACTION IS LOGGED TO FBZBMLOG EXACTLY AS
      * FBZBMNT WOULD LOG IT: ACTION ADD OR UPDATE AND THE FULL SET
      * OF ATTRIBUTES THE BIN NOW CARRIES.  A BEFORE/AFTER REPORT
      * BY ZONE GOES TO DD FBZBMRPT.  THE BATCH UPDATES ONE
      * WAREHOUSE SITE, NAMED ON FBZBMPRM: A TRANSACTION MATCHES
      * ONLY THAT SITE'S BINS, AN ADDED BIN IS STAMPED WITH IT, AND
      * THE ZONE REPORT COUNTS ONLY ITS BINS.  INSIDE A FBZFREEZ
      * CHANGE FREEZE OF THE BINS (SEE FBZFRZ) THE WHOLE BATCH IS
      * REFUSED UNLESS A LEVEL-3 OPERATOR SETS THE FBZBMPRM FREEZE
      * OVERRIDE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  BATCH SCOPED TO THE FBZBMPRM SITE - MATCHES,
      *                   ADDS, ZONE COUNTS AND LOG RECORDS ARE FOR THAT
      *                   SITE'S BINS ONLY.
      *   2026-10-15  AS  THE BATCH IS REFUSED ON A DATE AN FBZFREEZ
      *                   CHANGE FREEZE OF SCOPE B OR A COVERS - LOGGED
      *                   WITH ACTION "FROZEN", RETURN-CODE 16 - UNLESS
      *                   THE OPERATOR IS LEVEL 3 AND FBZBMPRM CARRIES
      *                   THE NEW FREEZE OVERRIDE, LOGGED WITH ACTION
      *                   "FRZOVRD".
      *   2026-10-15  AS  THE BIN'S LONG DESCRIPTION (SEE FBZBIN) IS
      *                   CARRIED THROUGH THE WORKING TABLE SO THE
      *                   MASTER REWRITE KEEPS IT.  A BIN ADDED BY THE
      *                   BATCH STARTS WITH NONE; FBZBMNT SETS IT.
      *=================================================================
       identification division.
       program-id. FBZBMAS.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-BMAS-PARM-FILE assign to FBZBMPRM
               organization is line sequential
               file status is WS-PARM-STATUS.
           select optional FBZ-BMAS-TRAN-FILE assign to FBZBMTRN
               organization is line sequential
               file status is WS-TRAN-STATUS.
           select optional FBZ-BIN-MASTER-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-BMAST-STATUS.
           select optional FBZ-BIN-LOG-FILE assign to FBZBMLOG
               organization is line sequential
               file status is WS-BLOG-STATUS.
           select optional FBZ-OPERATOR-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-OPER-STATUS.
           select optional FBZ-FREEZE-FILE assign to FBZFREEZ
               organization is line sequential
               file status is WS-FRZ-STATUS.
           select FBZ-BMAS-REPORT-FILE assign to FBZBMRPT
               organization is line sequential
               file status is WS-RPT-STATUS.

       data division.
       file section.
       fd  FBZ-BMAS-PARM-FILE
           recording mode is F.
           copy FBZBMP.

       fd  FBZ-BMAS-TRAN-FILE
           recording mode is F.
           copy FBZBMT.

       fd  FBZ-BIN-MASTER-FILE
           recording mode is F.
           copy FBZBIN.

       fd  FBZ-BIN-LOG-FILE
           recording mode is F.
           copy FBZBMLOG.

       fd  FBZ-OPERATOR-FILE
           recording mode is F.
           copy FBZOPER.

       fd  FBZ-FREEZE-FILE
           recording mode is F.
           copy FBZFRZ.

       fd  FBZ-BMAS-REPORT-FILE
           block contains 0 records
           recording mode is F.
       01  FBZ-BMAS-REPORT-LINE        pic X(100).

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-TRAN-STATUS          pic X(02).
       01  WS-BMAST-STATUS         pic X(02).
       01  WS-BLOG-STATUS          pic X(02).
       01  WS-OPER-STATUS          pic X(02).
       01  WS-RPT-STATUS           pic X(02).
       01  WS-TRAN-EOF-SWITCH      pic X(01).
           88  FBZBA-TRAN-EOF           value "Y".
           88  FBZBA-TRAN-NOT-EOF       value "N".
       01  WS-BMAST-EOF-SWITCH     pic X(01).
           88  FBZBA-BMAST-EOF          value "Y".
           88  FBZBA-BMAST-NOT-EOF      value "N".
       01  WS-OPER-EOF-SWITCH      pic X(01).
           88  FBZBA-OPER-EOF           value "Y".
           88  FBZBA-OPER-NOT-EOF       value "N".
       01  WS-TRAN-SWITCH          pic X(01).
           88  FBZBA-TRAN-VALID         value "Y".
           88  FBZBA-TRAN-INVALID       value "N".
       01  WS-BATCH-SWITCH         pic X(01).
           88  FBZBA-BATCH-APPLIED      value "Y".
           88  FBZBA-BATCH-NOT-APPLIED  value "N".
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-FRZ-STATUS           pic X(02).
       01  WS-FRZ-EOF-SWITCH       pic X(01).
           88  FBZBA-FRZ-EOF            value "Y".
           88  FBZBA-FRZ-NOT-EOF        value "N".
       01  WS-FREEZE-SWITCH        pic X(01).
           88  FBZBA-FROZEN             value "Y".
           88  FBZBA-NOT-FROZEN         value "N".
       01  WS-FREEZE-OVERRIDE      pic X(01).
           88  FBZBA-OVERRIDE-FREEZE    value "Y".
       01  WS-FREEZE-DATE          pic X(08).
       01  WS-FRZ-HIT-FROM         pic X(08).
       01  WS-FRZ-HIT-TO           pic X(08).
       01  WS-FRZ-HIT-REASON       pic X(30).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
               10  WS-OPT-PRIV         pic 9(01).
       01  WS-TIME-NOW             pic X(08).
       01  WS-OPERATOR-ID          pic X(08).
       01  WS-SITE-CODE            pic X(02).
       01  WS-LOG-ACTION           pic X(08).
       01  WS-REJECT-REASON        pic X(40).
       01  WS-BIN-SUB              pic 9(04) comp.
       01  WS-MATCH-SUB            pic 9(04) comp.
       01  WS-BIN-MASTER-COUNT     pic 9(04) comp.
       01  WS-BEFORE-COUNT         pic 9(04) comp.
       01  WS-TRAN-COUNT           pic 9(05).
       01  WS-VALID-COUNT          pic 9(05).
       01  WS-REJECT-COUNT         pic 9(05).
       01  WS-ADD-COUNT            pic 9(05).
       01  WS-CHANGE-COUNT         pic 9(05).
       01  WS-BINS-CHANGED         pic 9(05).
       01  WS-APPLIED-COUNT        pic 9(04) comp.
       01  WS-APPLIED-SUB          pic 9(04) comp.
       01  WS-ZONE-COUNT           pic 9(03) comp.
       01  WS-ZONE-SUB             pic 9(03) comp.
       01  WS-ZONE-MATCH-SUB       pic 9(03) comp.
       01  WS-ZONE-SHIFT-SUB       pic 9(03) comp.
       01  WS-ZONE-KEY             pic X(02).

      *-----------------------------------------------------------------
      * THE BIN MASTER, LOADED WHOLE AND REWRITTEN WHOLE THE SAME
      * WAY FBZBMNT TREATS IT.  THE BEFORE TABLE IS THE MASTER AS
      * LOADED, KEPT FOR THE REPORT.  AN ADDED BIN IS APPENDED TO
      * THE WORKING TABLE, SO A BIN'S BEFORE IMAGE SITS AT THE SAME
      * SUBSCRIPT WHENEVER THAT SUBSCRIPT IS WITHIN THE BEFORE
      * COUNT, AND A SUBSCRIPT BEYOND IT IS A NEW BIN.
      *-----------------------------------------------------------------
       01  WS-BIN-MASTER-TABLE.
           05  WS-BIN-MASTER-ENTRY occurs 999 times.
               10  WS-BIN-CODE         pic X(04).
               10  WS-BIN-DESC         pic X(20).
               10  WS-BIN-ZONE         pic X(02).
               10  WS-BIN-CAP-CLASS    pic X(01).
               10  WS-BIN-HANDLING     pic X(04).
               10  WS-BIN-SITE         pic X(02).
               10  WS-BIN-CHANGED      pic X(01).
               10  WS-BIN-LONG-DESC    pic X(40).
       01  WS-BEFORE-TABLE.
           05  WS-BEFORE-ENTRY     occurs 999 times.
               10  WS-BEF-CODE         pic X(04).
               10  WS-BEF-DESC         pic X(20).
               10  WS-BEF-ZONE         pic X(02).
               10  WS-BEF-CAP-CLASS    pic X(01).
               10  WS-BEF-HANDLING     pic X(04).
               10  WS-BEF-SITE         pic X(02).
               10  filler              pic X(01).
               10  WS-BEF-LONG-DESC    pic X(40).

      *-----------------------------------------------------------------
      * ONE ENTRY PER TRANSACTION THAT PASSED VALIDATION, HOLDING
      * THE LOG RECORD FBZBMNT WOULD HAVE WRITTEN FOR IT - THE BIN'S
      * ATTRIBUTES AS THAT TRANSACTION LEFT THEM.  NOTHING IS LOGGED
      * UNTIL THE MASTER HAS BEEN REWRITTEN.
      *-----------------------------------------------------------------
       01  WS-APPLIED-TABLE.
           05  WS-APPLIED-ENTRY    occurs 999 times.
               10  WS-APL-ACTION       pic X(08).
               10  WS-APL-CODE         pic X(04).
               10  WS-APL-DESC         pic X(20).
               10  WS-APL-ZONE         pic X(02).
               10  WS-APL-CAP-CLASS    pic X(01).
               10  WS-APL-HANDLING     pic X(04).

      *-----------------------------------------------------------------
      * EVERY ZONE ON THE MASTER BEFORE OR AFTER THE BATCH, KEPT IN
      * ZONE ORDER, WITH ITS BIN COUNT EACH SIDE OF THE UPDATE.
      *-----------------------------------------------------------------
       01  WS-ZONE-TABLE.
           05  WS-ZONE-ENTRY       occurs 100 times.
               10  WS-ZON-ZONE         pic X(02).
               10  WS-ZON-BEFORE       pic 9(05).
               10  WS-ZON-AFTER        pic 9(05).

      *-----------------------------------------------------------------
      * THE BIN WHOSE LOG RECORD IS BEING WRITTEN - THE SAME FIELDS
      * FBZBMNT LOGS FROM ITS SCREEN.
      *-----------------------------------------------------------------
       01  WS-EDIT-BIN.
           05  WS-EDIT-CODE        pic X(04).
           05  WS-EDIT-DESC        pic X(20).
           05  WS-EDIT-ZONE        pic X(02).
           05  WS-EDIT-CAP-CLASS   pic X(01).
           05  WS-EDIT-HANDLING    pic X(04).

       01  WS-REJECT-DETAIL.
           05  filler              pic X(02) value spaces.
           05  filler              pic X(09) value "REJECTED ".
           05  WS-RJD-SEQ          pic ZZZZ9.
           05  filler              pic X(07) value "  TYPE ".
           05  WS-RJD-TYPE         pic X(01).
           05  filler              pic X(06) value "  BIN ".
           05  WS-RJD-BIN          pic X(04).
           05  filler              pic X(02) value spaces.
           05  WS-RJD-REASON       pic X(40).
           05  filler              pic X(24) value spaces.

       01  WS-ZONE-DETAIL.
           05  filler              pic X(04) value spaces.
           05  WS-ZND-ZONE         pic X(02).
           05  filler              pic X(06) value spaces.
           05  WS-ZND-BEFORE       pic ZZZZ9.
           05  filler              pic X(06) value spaces.
           05  WS-ZND-AFTER        pic ZZZZ9.
           05  filler              pic X(06) value spaces.
           05  WS-ZND-NET          pic -----9.
           05  filler              pic X(60) value spaces.

       01  WS-BIN-DETAIL.
           05  filler              pic X(04) value spaces.
           05  WS-BND-CODE         pic X(04).
           05  filler              pic X(02) value spaces.
           05  WS-BND-BEF-ZONE     pic X(02).
           05  filler              pic X(02) value spaces.
           05  WS-BND-BEF-CAP      pic X(01).
           05  filler              pic X(02) value spaces.
           05  WS-BND-BEF-HAND     pic X(04).
           05  filler              pic X(02) value spaces.
           05  WS-BND-BEF-DESC     pic X(20).
           05  filler              pic X(04) value " -> ".
           05  WS-BND-AFT-ZONE     pic X(02).
           05  filler              pic X(02) value spaces.
           05  WS-BND-AFT-CAP      pic X(01).
           05  filler              pic X(02) value spaces.
           05  WS-BND-AFT-HAND     pic X(04).
           05  filler              pic X(02) value spaces.
           05  WS-BND-AFT-DESC     pic X(20).
           05  filler              pic X(20) value spaces.

       01  WS-TOTAL-DETAIL.
           05  filler              pic X(02) value spaces.
           05  WS-TOT-LABEL        pic X(30).
           05  WS-TOT-COUNT        pic ZZZZ9.
           05  filler              pic X(63) value spaces.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2800-CHECK-AUTHORITY
               thru 2800-EXIT
           perform 2900-CHECK-FREEZE
               thru 2900-EXIT
           perform 3000-VALIDATE-ONE-TRAN
               thru 3000-EXIT
               until FBZBA-TRAN-EOF
           close FBZ-BMAS-TRAN-FILE
           perform 4000-DECIDE-BATCH
               thru 4000-EXIT
           if FBZBA-BATCH-APPLIED
               perform 4500-REWRITE-BIN-MASTER
                   thru 4500-EXIT
               perform 7000-WRITE-APPLIED-LOG
                   thru 7000-EXIT
                   varying WS-APPLIED-SUB from 1 by 1
                   until WS-APPLIED-SUB > WS-APPLIED-COUNT
           end-if
           perform 5000-WRITE-ZONE-REPORT
               thru 5000-EXIT
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-BMAS-REPORT-FILE
           evaluate true
               when WS-REJECT-COUNT > 0
                   and FBZBA-BATCH-NOT-APPLIED
                   move 16 to return-code
               when WS-REJECT-COUNT > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READ THE OPERATOR AND OVERRIDE FROM THE
      * PARAMETER FILE, LOAD THE BIN MASTER (KEEPING A BEFORE
      * IMAGE) AND THE AUTHORIZED OPERATORS, OPEN THE REPORT AND
      * THE TRANSACTION FILE.  A MISSING OR EMPTY TRANSACTION FILE
      * IS AN EMPTY BATCH, NOT AN ERROR.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-BIN-MASTER-COUNT
           move 0 to WS-TRAN-COUNT
           move 0 to WS-VALID-COUNT
           move 0 to WS-REJECT-COUNT
           move 0 to WS-ADD-COUNT
           move 0 to WS-CHANGE-COUNT
           move 0 to WS-BINS-CHANGED
           move 0 to WS-APPLIED-COUNT
           move 0 to WS-ZONE-COUNT
           move spaces to WS-BIN-MASTER-TABLE
           move spaces to WS-APPLIED-TABLE
           move spaces to WS-EDIT-BIN
           set FBZBA-BATCH-NOT-APPLIED to true
           open input FBZ-BMAS-PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "FBZBMAS - FBZBMPRM OPEN FAILED - STATUS "
                   WS-PARM-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           read FBZ-BMAS-PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "FBZBMAS - FBZBMPRM READ FAILED - STATUS "
                   WS-PARM-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           close FBZ-BMAS-PARM-FILE
           move FBZ-BMP-OPERATOR-ID to WS-OPERATOR-ID
           if WS-OPERATOR-ID = spaces
               display "FBZBMAS - OPERATOR ID REQUIRED -"
                   " BATCH REJECTED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           move FBZ-BMP-FREEZE-OVERRIDE to WS-FREEZE-OVERRIDE
           move FBZ-BMP-SITE to WS-SITE-CODE
           if WS-SITE-CODE = spaces
               move "01" to WS-SITE-CODE
           end-if
           set FBZBA-BMAST-NOT-EOF to true
           open input FBZ-BIN-MASTER-FILE
           if WS-BMAST-STATUS not = "00"
               set FBZBA-BMAST-EOF to true
           end-if
           perform 1100-LOAD-ONE-BIN
               thru 1100-EXIT
               until FBZBA-BMAST-EOF
           close FBZ-BIN-MASTER-FILE
           move WS-BIN-MASTER-TABLE to WS-BEFORE-TABLE
           move WS-BIN-MASTER-COUNT to WS-BEFORE-COUNT
           perform 1800-LOAD-OPERATORS
               thru 1800-EXIT
           open output FBZ-BMAS-REPORT-FILE
           if WS-RPT-STATUS not = "00"
               display "FBZBMAS - FBZBMRPT OPEN FAILED - STATUS "
                   WS-RPT-STATUS
               move 24 to return-code
               go to 9999-ABEND
           end-if
           move spaces to FBZ-BMAS-REPORT-LINE
           string "FBZBMAS - BIN MASTER MASS-UPDATE - OPERATOR "
                   delimited by size
               WS-OPERATOR-ID delimited by size
               "  SITE " delimited by size
               WS-SITE-CODE delimited by size
               into FBZ-BMAS-REPORT-LINE
           end-string
           write FBZ-BMAS-REPORT-LINE
           if FBZ-BMP-APPLY-VALID-ONLY
               move "  OVERRIDE SET - VALID TRANSACTIONS APPLIED,"
                   to FBZ-BMAS-REPORT-LINE
               move " INVALID ONES SKIPPED"
                   to FBZ-BMAS-REPORT-LINE(45:21)
           else
               move "  NO OVERRIDE - ONE INVALID TRANSACTION STOPS"
                   to FBZ-BMAS-REPORT-LINE
               move " THE WHOLE BATCH"
                   to FBZ-BMAS-REPORT-LINE(46:16)
           end-if
           write FBZ-BMAS-REPORT-LINE
           move spaces to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           set FBZBA-TRAN-NOT-EOF to true
           open input FBZ-BMAS-TRAN-FILE
           if WS-TRAN-STATUS not = "00"
               set FBZBA-TRAN-EOF to true
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-LOAD-ONE-BIN - LOAD ONE MASTER ROW INTO THE WORKING
      * TABLE; A ROW PAST THE TABLE'S 999-BIN CEILING IS REPORTED
      * RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1100-LOAD-ONE-BIN.
           read FBZ-BIN-MASTER-FILE
               at end
                   set FBZBA-BMAST-EOF to true
                   go to 1100-EXIT
           end-read
           if WS-BIN-MASTER-COUNT >= 999
               display "FBZBMAS - BIN MASTER TABLE FULL - BIN "
                   FBZ-BIN-CODE " IGNORED"
               go to 1100-EXIT
           end-if
           add 1 to WS-BIN-MASTER-COUNT
           move FBZ-BIN-CODE to WS-BIN-CODE(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-DESC to WS-BIN-DESC(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-ZONE to WS-BIN-ZONE(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-CAP-CLASS
               to WS-BIN-CAP-CLASS(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-HANDLING
               to WS-BIN-HANDLING(WS-BIN-MASTER-COUNT)
           move FBZ-BIN-SITE to WS-BIN-SITE(WS-BIN-MASTER-COUNT)
           if WS-BIN-SITE(WS-BIN-MASTER-COUNT) = spaces
               move "01" to WS-BIN-SITE(WS-BIN-MASTER-COUNT)
           end-if
           move FBZ-BIN-LONG-DESC
               to WS-BIN-LONG-DESC(WS-BIN-MASTER-COUNT)
           move "N" to WS-BIN-CHANGED(WS-BIN-MASTER-COUNT).
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1800-LOAD-OPERATORS - LOAD THE ACTIVE ROWS OF THE SHARED
      * AUTHORIZED-OPERATOR FILE INTO THE LOOKUP TABLE.  A MISSING
      * OR EMPTY FILE LEAVES THE TABLE EMPTY, AND AN EMPTY TABLE
      * DENIES THE BATCH - FAIL CLOSED, AS FBZBMNT DOES.
      *-----------------------------------------------------------------
       1800-LOAD-OPERATORS.
           move 0 to WS-OPER-COUNT
           set FBZBA-OPER-NOT-EOF to true
           open input FBZ-OPERATOR-FILE
           if WS-OPER-STATUS not = "00"
               set FBZBA-OPER-EOF to true
           end-if
           perform 1850-LOAD-ONE-OPERATOR
               thru 1850-EXIT
               until FBZBA-OPER-EOF
           close FBZ-OPERATOR-FILE
           if WS-OPER-COUNT = zero
               display "FBZBMAS - NO ACTIVE OPERATORS ON FBZOPER -"
                   " BATCH WILL BE DENIED"
           end-if.
       1800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1850-LOAD-ONE-OPERATOR - LOAD ONE ACTIVE OPERATOR ROW INTO
      * THE LOOKUP TABLE; INACTIVE ROWS ARE SKIPPED.
      *-----------------------------------------------------------------
       1850-LOAD-ONE-OPERATOR.
           read FBZ-OPERATOR-FILE
               at end
                   set FBZBA-OPER-EOF to true
                   go to 1850-EXIT
           end-read
           if not FBZ-OPR-IS-ACTIVE
               go to 1850-EXIT
           end-if
           if WS-OPER-COUNT >= 100
               display "FBZBMAS - OPERATOR TABLE FULL - "
                   FBZ-OPR-ID " IGNORED"
               go to 1850-EXIT
           end-if
           add 1 to WS-OPER-COUNT
           move FBZ-OPR-ID to WS-OPT-ID(WS-OPER-COUNT)
           move FBZ-OPR-PRIV-LEVEL to WS-OPT-PRIV(WS-OPER-COUNT).
       1850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-CHECK-AUTHORITY - HOLD THE BATCH'S OPERATOR TO THE
      * FBZOPER PRIVILEGE SCHEME EXACTLY AS FBZBMNT HOLDS A SCREEN
      * UPDATE: A BIN MASTER CHANGE NEEDS PRIVILEGE LEVEL 2.  A
      * DENIED RUN IS LOGGED WITH ACTION "DENIED" AND ENDS WITH
      * RETURN-CODE 16 BEFORE A SINGLE TRANSACTION IS READ.
      *-----------------------------------------------------------------
       2800-CHECK-AUTHORITY.
           move 0 to WS-OPER-PRIV
           perform 2850-MATCH-ONE-OPERATOR
               thru 2850-EXIT
               varying WS-OPER-SUB from 1 by 1
               until WS-OPER-SUB > WS-OPER-COUNT
           if WS-OPER-PRIV >= 2
               go to 2800-EXIT
           end-if
           move "DENIED" to WS-LOG-ACTION
           move spaces to WS-EDIT-BIN
           perform 7100-WRITE-BIN-LOG
               thru 7100-EXIT
           display "FBZBMAS - OPERATOR " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR BIN MASTER CHANGES"
           move spaces to FBZ-BMAS-REPORT-LINE
           string "*** OPERATOR " delimited by size
               WS-OPERATOR-ID delimited by size
               " NOT AUTHORIZED - NOTHING APPLIED"
                   delimited by size
               into FBZ-BMAS-REPORT-LINE
           end-string
           write FBZ-BMAS-REPORT-LINE
           close FBZ-BMAS-REPORT-FILE
           close FBZ-BMAS-TRAN-FILE
           move 16 to return-code
           go to 9999-ABEND.
       2800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2850-MATCH-ONE-OPERATOR - PICK UP THE PRIVILEGE LEVEL FOR
      * THE BATCH'S OPERATOR ID, IF IT IS ON FILE AND ACTIVE.
      *-----------------------------------------------------------------
       2850-MATCH-ONE-OPERATOR.
           if WS-OPT-ID(WS-OPER-SUB) = WS-OPERATOR-ID
               move WS-OPT-PRIV(WS-OPER-SUB) to WS-OPER-PRIV
           end-if.
       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2900-CHECK-FREEZE - HOLD THE BATCH TO THE FBZFREEZ CHANGE-
      * FREEZE CALENDAR EXACTLY AS FBZBMNT HOLDS A SCREEN UPDATE:
      * ON A DATE A FREEZE OF SCOPE B (BINS) OR A (ALL) COVERS,
      * THE RUN IS REFUSED - LOGGED WITH ACTION "FROZEN", RETURN-
      * CODE 16, BEFORE A SINGLE TRANSACTION IS READ - UNLESS THE
      * BATCH'S OPERATOR HOLDS PRIVILEGE LEVEL 3 AND FBZBMPRM
      * CARRIES THE FREEZE OVERRIDE, WHICH IS LOGGED WITH ACTION
      * "FRZOVRD" AND NOTED ON THE REPORT.  BOTH SHOW ON THE
      * QUARTERLY SECURITY REVIEW (FBZSECR).
      *-----------------------------------------------------------------
       2900-CHECK-FREEZE.
           accept WS-FREEZE-DATE from date YYYYMMDD
           perform 2920-FIND-FREEZE
               thru 2920-EXIT
           if FBZBA-NOT-FROZEN
               go to 2900-EXIT
           end-if
           move spaces to WS-EDIT-BIN
           move spaces to FBZ-BMAS-REPORT-LINE
           if FBZBA-OVERRIDE-FREEZE
               and WS-OPER-PRIV >= 3
               move "FRZOVRD" to WS-LOG-ACTION
               perform 7100-WRITE-BIN-LOG
                   thru 7100-EXIT
               display "FBZBMAS - CHANGE FREEZE " WS-FRZ-HIT-FROM
                   " - " WS-FRZ-HIT-TO " OVERRIDDEN BY "
                   WS-OPERATOR-ID
               string "  CHANGE FREEZE " delimited by size
                   WS-FRZ-HIT-FROM delimited by size
                   " - " delimited by size
                   WS-FRZ-HIT-TO delimited by size
                   " OVERRIDDEN - EMERGENCY CHANGE"
                       delimited by size
                   into FBZ-BMAS-REPORT-LINE
               end-string
               write FBZ-BMAS-REPORT-LINE
               go to 2900-EXIT
           end-if
           move "FROZEN" to WS-LOG-ACTION
           perform 7100-WRITE-BIN-LOG
               thru 7100-EXIT
           display "FBZBMAS - CHANGE FREEZE " WS-FRZ-HIT-FROM
               " - " WS-FRZ-HIT-TO " IN FORCE: " WS-FRZ-HIT-REASON
           string "*** CHANGE FREEZE " delimited by size
               WS-FRZ-HIT-FROM delimited by size
               " - " delimited by size
               WS-FRZ-HIT-TO delimited by size
               " IN FORCE - NOTHING APPLIED" delimited by size
               into FBZ-BMAS-REPORT-LINE
           end-string
           write FBZ-BMAS-REPORT-LINE
           move spaces to FBZ-BMAS-REPORT-LINE
           string "    " delimited by size
               WS-FRZ-HIT-REASON delimited by size
               into FBZ-BMAS-REPORT-LINE
           end-string
           write FBZ-BMAS-REPORT-LINE
           close FBZ-BMAS-REPORT-FILE
           close FBZ-BMAS-TRAN-FILE
           move 16 to return-code
           go to 9999-ABEND.
       2900-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2920-FIND-FREEZE - SCAN THE FREEZE CALENDAR FOR A WINDOW OF
      * SCOPE B OR A COVERING WS-FREEZE-DATE, KEEPING THE FIRST
      * ONE FOUND.  A MISSING OR EMPTY CALENDAR MEANS NO FREEZE.
      *-----------------------------------------------------------------
       2920-FIND-FREEZE.
           set FBZBA-NOT-FROZEN to true
           set FBZBA-FRZ-NOT-EOF to true
           open input FBZ-FREEZE-FILE
           if WS-FRZ-STATUS not = "00"
               set FBZBA-FRZ-EOF to true
           end-if
           perform 2950-TEST-ONE-FREEZE
               thru 2950-EXIT
               until FBZBA-FRZ-EOF
                   or FBZBA-FROZEN
           close FBZ-FREEZE-FILE.
       2920-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2950-TEST-ONE-FREEZE - TEST ONE FREEZE WINDOW AGAINST THE
      * DATE BEING CHECKED; THE FROM AND TO DATES ARE INCLUSIVE.
      *-----------------------------------------------------------------
       2950-TEST-ONE-FREEZE.
           read FBZ-FREEZE-FILE
               at end
                   set FBZBA-FRZ-EOF to true
                   go to 2950-EXIT
           end-read
           if not FBZ-FRZ-SCOPE-BINS
               and not FBZ-FRZ-SCOPE-ALL
               go to 2950-EXIT
           end-if
           if FBZ-FRZ-FROM-DATE > WS-FREEZE-DATE
               or FBZ-FRZ-TO-DATE < WS-FREEZE-DATE
               go to 2950-EXIT
           end-if
           set FBZBA-FROZEN to true
           move FBZ-FRZ-FROM-DATE to WS-FRZ-HIT-FROM
           move FBZ-FRZ-TO-DATE to WS-FRZ-HIT-TO
           move FBZ-FRZ-REASON to WS-FRZ-HIT-REASON.
       2950-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2700-FIND-BIN - LOCATE THE CURRENT TRANSACTION'S BIN CODE
      * IN THE WORKING TABLE, LEAVING WS-MATCH-SUB ZERO WHEN IT IS
      * NOT THERE.
      *-----------------------------------------------------------------
       2700-FIND-BIN.
           move 0 to WS-MATCH-SUB
           perform 2750-MATCH-ONE-BIN
               thru 2750-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-MASTER-COUNT
                   or WS-MATCH-SUB > 0.
       2700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2750-MATCH-ONE-BIN - TEST ONE WORKING TABLE ENTRY AGAINST
      * THE TRANSACTION'S BIN CODE AT THE BATCH'S SITE.
      *-----------------------------------------------------------------
       2750-MATCH-ONE-BIN.
           if WS-BIN-SITE(WS-BIN-SUB) = WS-SITE-CODE
               and WS-BIN-CODE(WS-BIN-SUB) = FBZ-BMT-BIN-CODE
               move WS-BIN-SUB to WS-MATCH-SUB
           end-if.
       2750-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-VALIDATE-ONE-TRAN - READ AND VALIDATE ONE TRANSACTION
      * AGAINST THE WORKING TABLE AS THE EARLIER TRANSACTIONS HAVE
      * LEFT IT.  A VALID ONE IS FOLDED INTO THE WORKING TABLE AND
      * QUEUED FOR THE LOG; AN INVALID ONE IS REPORTED.  THE MASTER
      * FILE ITSELF IS NOT TOUCHED UNTIL THE WHOLE FILE HAS BEEN
      * SEEN.
      *-----------------------------------------------------------------
       3000-VALIDATE-ONE-TRAN.
           read FBZ-BMAS-TRAN-FILE
               at end
                   set FBZBA-TRAN-EOF to true
                   go to 3000-EXIT
           end-read
           add 1 to WS-TRAN-COUNT
           set FBZBA-TRAN-VALID to true
           move spaces to WS-REJECT-REASON
           if FBZ-BMT-BIN-CODE = spaces
               move "BIN CODE REQUIRED" to WS-REJECT-REASON
               go to 3000-REJECT
           end-if
           if WS-APPLIED-COUNT >= 999
               move "TOO MANY TRANSACTIONS IN ONE BATCH"
                   to WS-REJECT-REASON
               go to 3000-REJECT
           end-if
           perform 2700-FIND-BIN
               thru 2700-EXIT
           evaluate true
               when FBZ-BMT-ADD
                   perform 3100-VALIDATE-ADD
                       thru 3100-EXIT
               when FBZ-BMT-CHANGE-ZONE
                   or FBZ-BMT-CHANGE-CAP-CLASS
                   or FBZ-BMT-CHANGE-HANDLING
                   perform 3200-VALIDATE-CHANGE
                       thru 3200-EXIT
               when other
                   move "INVALID TYPE - MUST BE A, Z, C OR H"
                       to WS-REJECT-REASON
                   set FBZBA-TRAN-INVALID to true
           end-evaluate
           if FBZBA-TRAN-INVALID
               go to 3000-REJECT
           end-if
           add 1 to WS-VALID-COUNT
           perform 3500-APPLY-TO-TABLE
               thru 3500-EXIT
           go to 3000-EXIT.
       3000-REJECT.
           add 1 to WS-REJECT-COUNT
           move FBZ-BMT-TYPE to WS-RJD-TYPE
           move WS-TRAN-COUNT to WS-RJD-SEQ
           move FBZ-BMT-BIN-CODE to WS-RJD-BIN
           move WS-REJECT-REASON to WS-RJD-REASON
           move WS-REJECT-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3100-VALIDATE-ADD - A NEW BIN MUST NOT ALREADY BE ON THE
      * MASTER AND MUST CARRY EVERY ATTRIBUTE - THE SAME RULE
      * FBZBMNT'S 3000-VALIDATE-INPUT APPLIES, SINCE THE FEED
      * CARRIES ALL OF THEM TO SLOTTING.
      *-----------------------------------------------------------------
       3100-VALIDATE-ADD.
           set FBZBA-TRAN-INVALID to true
           if WS-MATCH-SUB > 0
               move "BIN ALREADY ON THE MASTER" to WS-REJECT-REASON
               go to 3100-EXIT
           end-if
           if FBZ-BMT-DESC = spaces
               move "DESCRIPTION REQUIRED" to WS-REJECT-REASON
               go to 3100-EXIT
           end-if
           if FBZ-BMT-ZONE = spaces
               move "ZONE REQUIRED" to WS-REJECT-REASON
               go to 3100-EXIT
           end-if
           if FBZ-BMT-CAP-CLASS = spaces
               move "CAPACITY CLASS REQUIRED" to WS-REJECT-REASON
               go to 3100-EXIT
           end-if
           if FBZ-BMT-HANDLING = spaces
               move "HANDLING FLAGS REQUIRED" to WS-REJECT-REASON
               go to 3100-EXIT
           end-if
           if WS-BIN-MASTER-COUNT >= 999
               move "BIN MASTER FULL" to WS-REJECT-REASON
               go to 3100-EXIT
           end-if
           set FBZBA-TRAN-VALID to true.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3200-VALIDATE-CHANGE - A CHANGE NEEDS A BIN ALREADY ON THE
      * MASTER (OR ADDED EARLIER IN THE BATCH) AND A NON-BLANK NEW
      * VALUE FOR THE ONE ATTRIBUTE IT CHANGES.
      *-----------------------------------------------------------------
       3200-VALIDATE-CHANGE.
           set FBZBA-TRAN-INVALID to true
           if WS-MATCH-SUB = zero
               move "BIN HAS NO MASTER ROW" to WS-REJECT-REASON
               go to 3200-EXIT
           end-if
           if FBZ-BMT-CHANGE-ZONE
               and FBZ-BMT-ZONE = spaces
               move "NEW ZONE REQUIRED" to WS-REJECT-REASON
               go to 3200-EXIT
           end-if
           if FBZ-BMT-CHANGE-CAP-CLASS
               and FBZ-BMT-CAP-CLASS = spaces
               move "NEW CAPACITY CLASS REQUIRED"
                   to WS-REJECT-REASON
               go to 3200-EXIT
           end-if
           if FBZ-BMT-CHANGE-HANDLING
               and FBZ-BMT-HANDLING = spaces
               move "NEW HANDLING FLAGS REQUIRED"
                   to WS-REJECT-REASON
               go to 3200-EXIT
           end-if
           set FBZBA-TRAN-VALID to true.
       3200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3500-APPLY-TO-TABLE - FOLD ONE VALID TRANSACTION INTO THE
      * WORKING TABLE AND QUEUE THE LOG RECORD FBZBMNT WOULD WRITE
      * FOR IT: ADD FOR A NEW BIN, UPDATE FOR A CHANGE, WITH THE
      * BIN'S FULL SET OF ATTRIBUTES AS THEY NOW STAND.
      *-----------------------------------------------------------------
       3500-APPLY-TO-TABLE.
           add 1 to WS-APPLIED-COUNT
           if FBZ-BMT-ADD
               add 1 to WS-BIN-MASTER-COUNT
               move WS-BIN-MASTER-COUNT to WS-MATCH-SUB
               move FBZ-BMT-BIN-CODE to WS-BIN-CODE(WS-MATCH-SUB)
               move FBZ-BMT-DESC to WS-BIN-DESC(WS-MATCH-SUB)
               move FBZ-BMT-ZONE to WS-BIN-ZONE(WS-MATCH-SUB)
               move FBZ-BMT-CAP-CLASS
                   to WS-BIN-CAP-CLASS(WS-MATCH-SUB)
               move FBZ-BMT-HANDLING
                   to WS-BIN-HANDLING(WS-MATCH-SUB)
               move WS-SITE-CODE to WS-BIN-SITE(WS-MATCH-SUB)
               move spaces to WS-BIN-LONG-DESC(WS-MATCH-SUB)
               move "ADD" to WS-APL-ACTION(WS-APPLIED-COUNT)
               add 1 to WS-ADD-COUNT
           else
               move "UPDATE" to WS-APL-ACTION(WS-APPLIED-COUNT)
               add 1 to WS-CHANGE-COUNT
           end-if
           evaluate true
               when FBZ-BMT-CHANGE-ZONE
                   move FBZ-BMT-ZONE to WS-BIN-ZONE(WS-MATCH-SUB)
               when FBZ-BMT-CHANGE-CAP-CLASS
                   move FBZ-BMT-CAP-CLASS
                       to WS-BIN-CAP-CLASS(WS-MATCH-SUB)
               when FBZ-BMT-CHANGE-HANDLING
                   move FBZ-BMT-HANDLING
                       to WS-BIN-HANDLING(WS-MATCH-SUB)
           end-evaluate
           if WS-BIN-CHANGED(WS-MATCH-SUB) not = "Y"
               add 1 to WS-BINS-CHANGED
           end-if
           move "Y" to WS-BIN-CHANGED(WS-MATCH-SUB)
           move WS-BIN-CODE(WS-MATCH-SUB)
               to WS-APL-CODE(WS-APPLIED-COUNT)
           move WS-BIN-DESC(WS-MATCH-SUB)
               to WS-APL-DESC(WS-APPLIED-COUNT)
           move WS-BIN-ZONE(WS-MATCH-SUB)
               to WS-APL-ZONE(WS-APPLIED-COUNT)
           move WS-BIN-CAP-CLASS(WS-MATCH-SUB)
               to WS-APL-CAP-CLASS(WS-APPLIED-COUNT)
           move WS-BIN-HANDLING(WS-MATCH-SUB)
               to WS-APL-HANDLING(WS-APPLIED-COUNT).
       3500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-DECIDE-BATCH - A CLEAN BATCH IS APPLIED; A BATCH WITH
      * ANY REJECT IS APPLIED ONLY UNDER THE OVERRIDE, AND THEN ONLY
      * ITS VALID TRANSACTIONS.  OTHERWISE THE WORKING TABLE IS PUT
      * BACK TO THE BEFORE IMAGE SO THE REPORT SHOWS THE MASTER AS
      * IT STILL STANDS.  A BATCH WITH NOTHING VALID IN IT WRITES
      * NOTHING EITHER WAY.
      *-----------------------------------------------------------------
       4000-DECIDE-BATCH.
           if WS-APPLIED-COUNT > 0
               and (WS-REJECT-COUNT = 0
                   or FBZ-BMP-APPLY-VALID-ONLY)
               set FBZBA-BATCH-APPLIED to true
               go to 4000-EXIT
           end-if
           move WS-BEFORE-TABLE to WS-BIN-MASTER-TABLE
           move WS-BEFORE-COUNT to WS-BIN-MASTER-COUNT
           move 0 to WS-BINS-CHANGED
           if WS-REJECT-COUNT > 0
               move spaces to FBZ-BMAS-REPORT-LINE
               write FBZ-BMAS-REPORT-LINE
               move "*** BATCH REJECTED - NO TRANSACTIONS APPLIED"
                   to FBZ-BMAS-REPORT-LINE
               write FBZ-BMAS-REPORT-LINE
           end-if.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4500-REWRITE-BIN-MASTER - REWRITE THE MASTER FILE WHOLE FROM
      * THE WORKING TABLE, CHECKING THE OPEN AND EVERY WRITE.
      *-----------------------------------------------------------------
       4500-REWRITE-BIN-MASTER.
           open output FBZ-BIN-MASTER-FILE
           if WS-BMAST-STATUS not = "00"
               display "FBZBMAS - FBZBMAST OPEN FAILED, STATUS "
                   WS-BMAST-STATUS " - BATCH NOT WRITTEN"
               move 20 to return-code
               go to 9999-ABEND
           end-if
           perform 4600-WRITE-ONE-BIN
               thru 4600-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-MASTER-COUNT
           close FBZ-BIN-MASTER-FILE.
       4500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4600-WRITE-ONE-BIN - WRITE ONE WORKING TABLE ROW BACK TO THE
      * MASTER FILE, CHECKING THE WRITE THE SAME AS THE OPEN.
      *-----------------------------------------------------------------
       4600-WRITE-ONE-BIN.
           move spaces to FBZ-BIN-MASTER-RECORD
           move WS-BIN-CODE(WS-BIN-SUB) to FBZ-BIN-CODE
           move WS-BIN-DESC(WS-BIN-SUB) to FBZ-BIN-DESC
           move WS-BIN-ZONE(WS-BIN-SUB) to FBZ-BIN-ZONE
           move WS-BIN-CAP-CLASS(WS-BIN-SUB) to FBZ-BIN-CAP-CLASS
           move WS-BIN-HANDLING(WS-BIN-SUB) to FBZ-BIN-HANDLING
           move WS-BIN-SITE(WS-BIN-SUB) to FBZ-BIN-SITE
           move WS-BIN-LONG-DESC(WS-BIN-SUB) to FBZ-BIN-LONG-DESC
           write FBZ-BIN-MASTER-RECORD
           if WS-BMAST-STATUS not = "00"
               display "FBZBMAS - FBZBMAST WRITE FAILED, STATUS "
                   WS-BMAST-STATUS " - MASTER MAY BE INCOMPLETE"
               close FBZ-BIN-MASTER-FILE
               move 20 to return-code
               go to 9999-ABEND
           end-if.
       4600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5000-WRITE-ZONE-REPORT - THE BEFORE/AFTER REPORT BY ZONE.
      * FIRST EVERY ZONE WITH ITS BIN COUNT BEFORE AND AFTER THE
      * BATCH, THEN, ZONE BY ZONE (THE ZONE A BIN NOW SITS IN), EACH
      * CHANGED BIN'S ATTRIBUTES BEFORE AND AFTER.
      *-----------------------------------------------------------------
       5000-WRITE-ZONE-REPORT.
           perform 5100-COUNT-ONE-BEFORE-BIN
               thru 5100-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BEFORE-COUNT
           perform 5200-COUNT-ONE-AFTER-BIN
               thru 5200-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-MASTER-COUNT
           move spaces to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "  BINS PER ZONE" to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "    ZONE     BEFORE      AFTER        NET"
               to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           perform 5500-WRITE-ONE-ZONE-LINE
               thru 5500-EXIT
               varying WS-ZONE-SUB from 1 by 1
               until WS-ZONE-SUB > WS-ZONE-COUNT
           move spaces to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "  CHANGED BINS BY ZONE" to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "    BIN   ---------- BEFORE ----------"
               to FBZ-BMAS-REPORT-LINE
           move "    ---------- AFTER -----------"
               to FBZ-BMAS-REPORT-LINE(45:32)
           write FBZ-BMAS-REPORT-LINE
           move "          ZN  C  HAND  DESCRIPTION"
               to FBZ-BMAS-REPORT-LINE
           move "ZN  C  HAND  DESCRIPTION"
               to FBZ-BMAS-REPORT-LINE(49:24)
           write FBZ-BMAS-REPORT-LINE
           if WS-BINS-CHANGED = zero
               move "    NO BINS CHANGED" to FBZ-BMAS-REPORT-LINE
               write FBZ-BMAS-REPORT-LINE
               go to 5000-EXIT
           end-if
           perform 5600-WRITE-ONE-ZONE-BINS
               thru 5600-EXIT
               varying WS-ZONE-SUB from 1 by 1
               until WS-ZONE-SUB > WS-ZONE-COUNT.
       5000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5100-COUNT-ONE-BEFORE-BIN - COUNT ONE BIN OF THE BEFORE
      * IMAGE AGAINST ITS ZONE.  ANOTHER SITE'S BIN IS NOT COUNTED.
      *-----------------------------------------------------------------
       5100-COUNT-ONE-BEFORE-BIN.
           if WS-BEF-SITE(WS-BIN-SUB) not = WS-SITE-CODE
               go to 5100-EXIT
           end-if
           move WS-BEF-ZONE(WS-BIN-SUB) to WS-ZONE-KEY
           perform 5300-FIND-ZONE-SLOT
               thru 5300-EXIT
           if WS-ZONE-MATCH-SUB > 0
               add 1 to WS-ZON-BEFORE(WS-ZONE-MATCH-SUB)
           end-if.
       5100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5200-COUNT-ONE-AFTER-BIN - COUNT ONE BIN OF THE MASTER AS
      * THE BATCH LEFT IT AGAINST ITS ZONE.  ANOTHER SITE'S BIN IS
      * NOT COUNTED.
      *-----------------------------------------------------------------
       5200-COUNT-ONE-AFTER-BIN.
           if WS-BIN-SITE(WS-BIN-SUB) not = WS-SITE-CODE
               go to 5200-EXIT
           end-if
           move WS-BIN-ZONE(WS-BIN-SUB) to WS-ZONE-KEY
           perform 5300-FIND-ZONE-SLOT
               thru 5300-EXIT
           if WS-ZONE-MATCH-SUB > 0
               add 1 to WS-ZON-AFTER(WS-ZONE-MATCH-SUB)
           end-if.
       5200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5300-FIND-ZONE-SLOT - LOCATE WS-ZONE-KEY IN THE ZONE TABLE,
      * INSERTING A NEW SLOT IN ZONE ORDER WHEN IT IS THE FIRST BIN
      * SEEN IN THAT ZONE.  A FULL TABLE IS REPORTED AND THE BIN
      * LEFT UNCOUNTED.
      *-----------------------------------------------------------------
       5300-FIND-ZONE-SLOT.
           move 0 to WS-ZONE-MATCH-SUB
           perform 5350-MATCH-ONE-ZONE
               thru 5350-EXIT
               varying WS-ZONE-SUB from 1 by 1
               until WS-ZONE-SUB > WS-ZONE-COUNT
                   or WS-ZONE-MATCH-SUB > 0
           if WS-ZONE-MATCH-SUB > 0
               go to 5300-EXIT
           end-if
           if WS-ZONE-COUNT >= 100
               display "FBZBMAS - ZONE TABLE FULL - ZONE "
                   WS-ZONE-KEY " NOT COUNTED"
               go to 5300-EXIT
           end-if
           move 1 to WS-ZONE-MATCH-SUB
           perform 5360-FIND-INSERT-POINT
               thru 5360-EXIT
               varying WS-ZONE-SUB from 1 by 1
               until WS-ZONE-SUB > WS-ZONE-COUNT
           perform 5370-SHIFT-ONE-ZONE
               thru 5370-EXIT
               varying WS-ZONE-SHIFT-SUB from WS-ZONE-COUNT by -1
               until WS-ZONE-SHIFT-SUB < WS-ZONE-MATCH-SUB
           add 1 to WS-ZONE-COUNT
           move WS-ZONE-KEY to WS-ZON-ZONE(WS-ZONE-MATCH-SUB)
           move 0 to WS-ZON-BEFORE(WS-ZONE-MATCH-SUB)
           move 0 to WS-ZON-AFTER(WS-ZONE-MATCH-SUB).
       5300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5350-MATCH-ONE-ZONE - TEST ONE ZONE SLOT AGAINST THE KEY.
      *-----------------------------------------------------------------
       5350-MATCH-ONE-ZONE.
           if WS-ZON-ZONE(WS-ZONE-SUB) = WS-ZONE-KEY
               move WS-ZONE-SUB to WS-ZONE-MATCH-SUB
           end-if.
       5350-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5360-FIND-INSERT-POINT - MOVE THE INSERT POINT PAST EVERY
      * SLOT WHOSE ZONE SORTS BEFORE THE KEY.
      *-----------------------------------------------------------------
       5360-FIND-INSERT-POINT.
           if WS-ZON-ZONE(WS-ZONE-SUB) < WS-ZONE-KEY
               compute WS-ZONE-MATCH-SUB = WS-ZONE-SUB + 1
           end-if.
       5360-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5370-SHIFT-ONE-ZONE - MOVE ONE SLOT UP ONE PLACE TO OPEN
      * THE INSERT POINT.  THE LOOP STOPS BEFORE A ZERO SUBSCRIPT
      * WHEN THE TABLE IS STILL EMPTY.
      *-----------------------------------------------------------------
       5370-SHIFT-ONE-ZONE.
           if WS-ZONE-SHIFT-SUB = zero
               go to 5370-EXIT
           end-if
           move WS-ZONE-ENTRY(WS-ZONE-SHIFT-SUB)
               to WS-ZONE-ENTRY(WS-ZONE-SHIFT-SUB + 1).
       5370-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5500-WRITE-ONE-ZONE-LINE - ONE ZONE'S BIN COUNT BEFORE AND
      * AFTER THE BATCH, AND THE NET MOVEMENT.
      *-----------------------------------------------------------------
       5500-WRITE-ONE-ZONE-LINE.
           move WS-ZON-ZONE(WS-ZONE-SUB) to WS-ZND-ZONE
           move WS-ZON-BEFORE(WS-ZONE-SUB) to WS-ZND-BEFORE
           move WS-ZON-AFTER(WS-ZONE-SUB) to WS-ZND-AFTER
           compute WS-ZND-NET = WS-ZON-AFTER(WS-ZONE-SUB)
               - WS-ZON-BEFORE(WS-ZONE-SUB)
           move WS-ZONE-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE.
       5500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5600-WRITE-ONE-ZONE-BINS - EVERY CHANGED BIN NOW IN ONE
      * ZONE, IN MASTER ORDER.
      *-----------------------------------------------------------------
       5600-WRITE-ONE-ZONE-BINS.
           perform 5700-WRITE-ONE-BIN-LINE
               thru 5700-EXIT
               varying WS-BIN-SUB from 1 by 1
               until WS-BIN-SUB > WS-BIN-MASTER-COUNT.
       5600-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 5700-WRITE-ONE-BIN-LINE - ONE CHANGED BIN'S ATTRIBUTES
      * BEFORE AND AFTER THE BATCH.  A BIN ADDED BY THE BATCH HAS
      * NO BEFORE IMAGE AND SHOWS "(NEW BIN)".
      *-----------------------------------------------------------------
       5700-WRITE-ONE-BIN-LINE.
           if WS-BIN-CHANGED(WS-BIN-SUB) not = "Y"
               or WS-BIN-ZONE(WS-BIN-SUB)
                   not = WS-ZON-ZONE(WS-ZONE-SUB)
               go to 5700-EXIT
           end-if
           move spaces to WS-BND-BEF-ZONE
           move spaces to WS-BND-BEF-CAP
           move spaces to WS-BND-BEF-HAND
           move "(NEW BIN)" to WS-BND-BEF-DESC
           if WS-BIN-SUB <= WS-BEFORE-COUNT
               move WS-BEF-ZONE(WS-BIN-SUB) to WS-BND-BEF-ZONE
               move WS-BEF-CAP-CLASS(WS-BIN-SUB) to WS-BND-BEF-CAP
               move WS-BEF-HANDLING(WS-BIN-SUB) to WS-BND-BEF-HAND
               move WS-BEF-DESC(WS-BIN-SUB) to WS-BND-BEF-DESC
           end-if
           move WS-BIN-CODE(WS-BIN-SUB) to WS-BND-CODE
           move WS-BIN-ZONE(WS-BIN-SUB) to WS-BND-AFT-ZONE
           move WS-BIN-CAP-CLASS(WS-BIN-SUB) to WS-BND-AFT-CAP
           move WS-BIN-HANDLING(WS-BIN-SUB) to WS-BND-AFT-HAND
           move WS-BIN-DESC(WS-BIN-SUB) to WS-BND-AFT-DESC
           move WS-BIN-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE.
       5700-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - THE BATCH TOTALS, ON THE REPORT
      * AND ON SYSOUT FOR THE OPERATOR.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           move spaces to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "TRANSACTIONS READ" to WS-TOT-LABEL
           move WS-TRAN-COUNT to WS-TOT-COUNT
           move WS-TOTAL-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "TRANSACTIONS VALID" to WS-TOT-LABEL
           move WS-VALID-COUNT to WS-TOT-COUNT
           move WS-TOTAL-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "TRANSACTIONS REJECTED" to WS-TOT-LABEL
           move WS-REJECT-COUNT to WS-TOT-COUNT
           move WS-TOTAL-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           if FBZBA-BATCH-NOT-APPLIED
               move 0 to WS-ADD-COUNT
               move 0 to WS-CHANGE-COUNT
           end-if
           move "BINS ADDED" to WS-TOT-LABEL
           move WS-ADD-COUNT to WS-TOT-COUNT
           move WS-TOTAL-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "CHANGES APPLIED" to WS-TOT-LABEL
           move WS-CHANGE-COUNT to WS-TOT-COUNT
           move WS-TOTAL-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           move "BINS ON MASTER" to WS-TOT-LABEL
           move WS-BIN-MASTER-COUNT to WS-TOT-COUNT
           move WS-TOTAL-DETAIL to FBZ-BMAS-REPORT-LINE
           write FBZ-BMAS-REPORT-LINE
           display "FBZBMAS CONTROL/SUMMARY REPORT"
           display "  OPERATOR. . . . . . . . . " WS-OPERATOR-ID
           display "  TRANSACTIONS READ . . . . " WS-TRAN-COUNT
           display "  TRANSACTIONS REJECTED . . " WS-REJECT-COUNT
           display "  BINS ADDED. . . . . . . . " WS-ADD-COUNT
           display "  CHANGES APPLIED . . . . . " WS-CHANGE-COUNT
           if FBZBA-BATCH-APPLIED
               display "  MASTER REWRITTEN. . . . . YES"
           else
               display "  MASTER REWRITTEN. . . . . NO"
           end-if.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-WRITE-APPLIED-LOG - LOG ONE APPLIED TRANSACTION, ONCE
      * THE MASTER REWRITE HAS SUCCEEDED.
      *-----------------------------------------------------------------
       7000-WRITE-APPLIED-LOG.
           move WS-APL-ACTION(WS-APPLIED-SUB) to WS-LOG-ACTION
           move WS-APL-CODE(WS-APPLIED-SUB) to WS-EDIT-CODE
           move WS-APL-DESC(WS-APPLIED-SUB) to WS-EDIT-DESC
           move WS-APL-ZONE(WS-APPLIED-SUB) to WS-EDIT-ZONE
           move WS-APL-CAP-CLASS(WS-APPLIED-SUB)
               to WS-EDIT-CAP-CLASS
           move WS-APL-HANDLING(WS-APPLIED-SUB) to WS-EDIT-HANDLING
           perform 7100-WRITE-BIN-LOG
               thru 7100-EXIT.
       7000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7100-WRITE-BIN-LOG - APPEND ONE RECORD TO FBZBMLOG, BUILT
      * EXACTLY AS FBZBMNT'S 7000-WRITE-BIN-LOG BUILDS IT, OPENED
      * EXTEND WITH THE SAME CREATE-ON-FIRST-RUN FALLBACK.
      *-----------------------------------------------------------------
       7100-WRITE-BIN-LOG.
           move spaces to FBZ-BIN-LOG-RECORD
           move WS-OPERATOR-ID to FBZB-LOG-OPERATOR-ID
           accept FBZB-LOG-CHANGE-DATE from date YYYYMMDD
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to FBZB-LOG-CHANGE-TIME
           move WS-LOG-ACTION to FBZB-LOG-ACTION
           move WS-EDIT-CODE to FBZB-LOG-BIN-CODE
           move WS-EDIT-DESC to FBZB-LOG-NEW-DESC
           move WS-EDIT-ZONE to FBZB-LOG-NEW-ZONE
           move WS-EDIT-CAP-CLASS to FBZB-LOG-NEW-CAP-CLASS
           move WS-EDIT-HANDLING to FBZB-LOG-NEW-HANDLING
           move WS-SITE-CODE to FBZB-LOG-SITE
           open extend FBZ-BIN-LOG-FILE
           if WS-BLOG-STATUS not = "00"
               open output FBZ-BIN-LOG-FILE
           end-if
           write FBZ-BIN-LOG-RECORD
           close FBZ-BIN-LOG-FILE.
       7100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (16 - PARAMETER FILE MISSING OR
      * OPERATOR BLANK OR NOT AUTHORIZED, OR A CHANGE FREEZE IN
      * FORCE, MASTER LEFT UNCHANGED;
      * 20 - MASTER REWRITE FAILED TO OPEN OR WRITE; 24 - REPORT
      * OPEN FAILED).  NO CHANGE LOG RECORD IS WRITTEN FOR A BATCH
      * THAT ENDS HERE.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
