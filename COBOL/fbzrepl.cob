      * ASSIGNMENTS), WITH ITS OWN CONTROL-TOTALS RECORD IN FBZCTL
      * CARRYING BOTH THE ITEMS SELECTED FROM HISTORY AND THE
      * RECORDS EXTRACTED, SO FBZBAL CAN PROVE THE EXTRACT MATCHES
      * THE HISTORY IT CAME FROM.  THE WEEK'S RUN COUNT EACH RECORD
      * CARRIES COMES FROM THE FBZHSUM DAILY CATEGORY SUMMARY (SEE
      * FBZLOAD) - IT NEEDS NO ITEM-LEVEL DETAIL.  ONE EXTRACT
      * COVERS ONE WAREHOUSE SITE, NAMED ON FBZRPPRM: ONLY ITS
      * HISTORY ROWS, BINS AND MAPPINGS ARE USED.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL PROGRAM.
      *                   CLASS.  A CATEGORY NEITHER COVERS ABENDS
      *                   (RETURN-CODE 56), THE SAME STOP-AT-THE-
      *                   SOURCE RULE THE FEED WRITERS APPLY.
      *   2026-10-15  AS  THE BIN MASTER TABLE HOLDS 999 BINS, UP FROM
      *                   50 - WITH FBZBMAS RE-ZONING WHOLE AISLES IN
      *                   ONE BATCH THE MASTER RUNS TO HUNDREDS OF BINS.
      *   2026-10-15  AS  EACH EXTRACT RECORD NOW CARRIES THE WEEK'S RUN
      *                   COUNT (FBZ-RPX-WEEK-RUNS), TAKEN FROM THE
      *                   FBZHSUM DAILY CATEGORY SUMMARY RATHER THAN
      *                   FROM THE ITEM-LEVEL HISTORY ROWS.
      *   2026-10-15  AS  THE EXTRACT IS FOR THE FBZRPPRM SITE -
      *                   HISTORY, SUMMARY, BIN MASTER AND MAPPING ROWS
      *                   OF OTHER SITES ARE LEFT OUT, AND THE SITE IS
      *                   CARRIED ON EACH EXTRACT RECORD AND THE CONTROL
      *                   RECORD.
      *=================================================================
       identification division.
       program-id. FBZREPL.
           88  FBZRP-BIN-FOUND          value "Y".
           88  FBZRP-BIN-NOT-FOUND      value "N".
       01  WS-RUN-DATE             pic X(08).
       01  WS-ROW-SITE             pic X(02).
       01  WS-ITEMS-SELECTED       pic 9(07).
       01  WS-RECORDS-WRITTEN      pic 9(07).
       01  WS-BIN-CODE             pic X(04).
       01  WS-BIN-SUB              pic 9(04) comp.
       01  WS-BIN-MASTER-COUNT     pic 9(04) comp.
       01  WS-BIN-MASTER-TABLE.
           05  WS-BIN-MASTER-ENTRY occurs 999 times.
               10  WS-BIN-CODE-T       pic X(04).
               10  WS-BIN-ZONE         pic X(02).
               10  WS-BIN-CAP-CLASS    pic X(01).
           88  FBZRP-NO-ITEM            value "N".
       01  WS-BEST-CATEGORY        pic X(08).
       01  WS-BEST-COUNT           pic 9(03).
       01  WS-WEEK-RUNS            pic 9(03).

           exec sql include sqlca end-exec.

       01  DCL-FROM-DATE           pic X(08).
       01  DCL-TO-DATE             pic X(08).
       01  DCL-PROGRAM-ID          pic X(08).
       01  DCL-SITE-CODE           pic X(02).
       01  DCL-FBZ-NUM             pic S9(09) comp.
       01  DCL-CATEGORY            pic X(08).
       01  DCL-CAT-COUNT           pic S9(09) comp.
       01  DCL-RUN-COUNT           pic S9(09) comp.
           exec sql end declare section end-exec.

           exec sql
                    where RUN_DATE between :DCL-FROM-DATE
                                       and :DCL-TO-DATE
                      and PROGRAM_ID = :DCL-PROGRAM-ID
                      and SITE_CODE = :DCL-SITE-CODE
                      and RESTORED = 'N'
                    group by FBZ_NUM, CATEGORY
                    order by FBZ_NUM, CATEGORY
           if DCL-PROGRAM-ID = spaces
               move "FIZZBUZ1" to DCL-PROGRAM-ID
           end-if
           move FBZ-RPP-SITE to DCL-SITE-CODE
           if DCL-SITE-CODE = spaces
               move "01" to DCL-SITE-CODE
           end-if
           perform 1200-COUNT-WEEK-RUNS
               thru 1200-EXIT
           perform 1300-LOAD-BIN-MASTER
               thru 1300-EXIT
           perform 1700-LOAD-BIN-MAP
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1200-COUNT-WEEK-RUNS - COUNT THE PRODUCING VARIANT'S RUN
      * DATES IN THE WEEK FROM THE FBZHSUM SUMMARY, SO EACH EXTRACT
      * RECORD CAN SET ITS ASSIGN COUNT AGAINST THE RUNS THERE WERE
      * TO ASSIGN IN.  AN SQL FAILURE ABENDS (RETURN-CODE 12).
      *-----------------------------------------------------------------
       1200-COUNT-WEEK-RUNS.
           exec sql
               select count(distinct RUN_DATE)
                 into :DCL-RUN-COUNT
                 from FBZHSUM
                where RUN_DATE between :DCL-FROM-DATE
                                   and :DCL-TO-DATE
                  and PROGRAM_ID = :DCL-PROGRAM-ID
                  and SITE_CODE = :DCL-SITE-CODE
                  and RESTORED = 'N'
           end-exec
           if SQLCODE not = zero
               display "FBZREPL - FBZHSUM RUN COUNT FAILED - SQLCODE "
                   SQLCODE
               move 12 to return-code
               go to 9999-ABEND
           end-if
           move DCL-RUN-COUNT to WS-WEEK-RUNS.
       1200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1300-LOAD-BIN-MASTER - LOAD THE BIN MASTER'S ZONE AND
      * CAPACITY CLASS PER BIN CODE INTO THE LOOKUP TABLE.  A
           exit.

      *-----------------------------------------------------------------
      * 1350-LOAD-ONE-BIN - LOAD ONE BIN MASTER ROW OF THE SITE
      * INTO THE LOOKUP TABLE; AN OVERFLOWING ROW IS REPORTED
      * RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1350-LOAD-ONE-BIN.
           read FBZ-BIN-MASTER-FILE
                   set FBZRP-BMAST-EOF to true
                   go to 1350-EXIT
           end-read
           move FBZ-BIN-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = DCL-SITE-CODE
               go to 1350-EXIT
           end-if
           if WS-BIN-MASTER-COUNT >= 999
               display "FBZREPL - BIN MASTER TABLE FULL - BIN "
                   FBZ-BIN-CODE " IGNORED"
               go to 1350-EXIT
           exit.

      *-----------------------------------------------------------------
      * 1750-LOAD-ONE-MAP-ROW - LOAD ONE MAPPING ROW OF THE SITE;
      * AN OVERFLOWING ROW IS REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1750-LOAD-ONE-MAP-ROW.
           read FBZ-MAP-FILE
                   set FBZRP-MAP-EOF to true
                   go to 1750-EXIT
           end-read
           move FBZ-MAP-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = DCL-SITE-CODE
               go to 1750-EXIT
           end-if
           if WS-MAP-COUNT >= 50
               display "FBZREPL - BIN MAP TABLE FULL - "
                   FBZ-MAP-CATEGORY " IGNORED"
           move WS-BEST-COUNT to FBZ-RPX-ASSIGN-COUNT
           move DCL-FROM-DATE to FBZ-RPX-WEEK-FROM
           move DCL-TO-DATE to FBZ-RPX-WEEK-TO
           move WS-WEEK-RUNS to FBZ-RPX-WEEK-RUNS
           move DCL-SITE-CODE to FBZ-RPX-SITE
           perform 3500-LOOK-UP-BIN
               thru 3500-EXIT
           write FBZ-RPX-RECORD
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZREPL CONTROL/SUMMARY REPORT"
           display "  SITE. . . . . . . . . . . " DCL-SITE-CODE
           display "  WEEK EXTRACTED. . . . . . " DCL-FROM-DATE
               " - " DCL-TO-DATE
           display "  PRODUCING VARIANT . . . . " DCL-PROGRAM-ID
           display "  RUNS IN THE WEEK. . . . . " WS-WEEK-RUNS
           display "  ITEMS SELECTED. . . . . . " WS-ITEMS-SELECTED
           display "  EXTRACT RECORDS WRITTEN . " WS-RECORDS-WRITTEN.
       6000-EXIT.
           move WS-ITEMS-SELECTED to FBZ-CTL-LIMIT
           move zeroes to FBZ-CTL-START-NUM
           move WS-RECORDS-WRITTEN to FBZ-CTL-TOTAL
           move DCL-SITE-CODE to FBZ-CTL-SITE
           open extend FBZ-CONTROL-FILE
           if WS-CTL-STATUS not = "00"
               open output FBZ-CONTROL-FILE
