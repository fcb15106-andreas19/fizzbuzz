      *     RESTORED     CHAR(1)       - "N" ON A PRODUCTION LOAD,
      *                                  "Y" ON A ROW FBZARCR PUT
      *                                  BACK FROM THE ARCHIVE
      *     OVERRIDDEN   CHAR(1)       - "Y" WHEN THE CATEGORY AND
      *                                  TEXT CAME FROM AN FBZOVRD
      *                                  PER-ITEM OVERRIDE, ELSE "N"
      *     PARM_VERSION INTEGER       - FBZPHIST VERSION OF THE
      *                                  FBZPARM RULE SET THAT MADE
      *                                  THE ROW (ZERO WHEN NOT
      *                                  KNOWN)
      *     PROFILE_ID   CHAR(8)       - FBZPRF PROFILE ID OF A
      *                                  REQUEST-MODE ROW, SPACES
      *                                  UNDER THE LIVE RULE SET
      *     REQUESTOR    CHAR(6)       - FBZRQMST REQUESTOR THE
      *                                  LISTING WAS TAGGED FOR,
      *                                  SPACES ON A PRODUCTION RUN
      *     SITE_CODE    CHAR(2)       - WAREHOUSE SITE THE LISTING
      *                                  WAS PRODUCED FOR (COLUMN
      *                                  DEFAULT "01", SO ROWS
      *                                  LOADED BEFORE IT EXISTED
      *                                  ARE SITE 01)
      *
      * FBZHSUM, THE DAILY CATEGORY SUMMARY FBZLOAD KEEPS BESIDE
      * FBZHIST (ONE ROW PER RUN_DATE, SITE_CODE, PROGRAM_ID,
      * REQUESTOR, CATEGORY AND RESTORED, HOLDING THE ROW_COUNT OF
      * MATCHING FBZHIST ROWS), IS PURGED TO THE SAME CUTOFF IN THE
      * SAME UNIT OF WORK, SO THE TWO NEVER DISAGREE ABOUT A DATE.
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL PROGRAM.
      *                   THEIR OWN STATEMENT AND COUNTED SEPARATELY,
      *                   AND THE ARCHIVED-EQUALS-DELETED RECONCILE
      *                   COVERS THE PRODUCTION DELETE ALONE.
      *   2026-10-15  AS  THE OVERRIDDEN COLUMN IS NOW CARRIED INTO
      *                   THE ARCHIVE (FBZ-ARC-OVERRIDDEN) SO A
      *                   RETRIEVED PERIOD STILL SHOWS WHICH ROWS
      *                   WERE OVERRIDDEN.
      *   2026-10-15  AS  THE PARM_VERSION AND PROFILE_ID COLUMNS
      *                   ARE NOW CARRIED INTO THE ARCHIVE, WHICH
      *                   GREW TO 100 BYTES TO HOLD THEM, SO A
      *                   RETRIEVED PERIOD STILL NAMES THE RULE SET
      *                   EACH ROW WAS PRODUCED UNDER.
      *   2026-10-15  AS  AFTER A COMMITTED PURGE THE ROWS ARCHIVED FOR
      *                   EACH FBZHIST RUN DATE ARE APPENDED TO THE NEW
      *                   FBZPGCNT PURGE COUNT FILE (FBZPGC COPYBOOK),
      *                   SO THE MONTH-END RECONCILIATION CAN HOLD THE
      *                   ARCHIVE TO WHAT WAS ACTUALLY PURGED.  A
      *                   FAILURE WRITING THE COUNTS ENDS RC 4.
      *   2026-10-15  AS  THE REQUESTOR COLUMN IS CARRIED INTO THE
      *                   ARCHIVE, AND THE FBZHSUM DAILY CATEGORY
      *                   SUMMARY ROWS OLDER THAN THE CUTOFF ARE DELETED
      *                   IN THE SAME UNIT OF WORK AS THE FBZHIST ROWS -
      *                   A FAILED SUMMARY DELETE ROLLS THE WHOLE PURGE
      *                   BACK, RC 8.
      *   2026-10-15  AS  THE NEW FBZHIST SITE_CODE COLUMN IS CARRIED
      *                   INTO THE ARCHIVE RECORD (FBZ-ARC-SITE), AND
      *                   THE PURGE COUNTS ARE NOW KEPT PER RUN DATE AND
      *                   SITE (FBZ-PGC-SITE).
      *=================================================================
       identification division.
       program-id. FBZPURGE.
           select FBZ-ARCHIVE-FILE assign to FBZARCH
               organization is line sequential
               file status is WS-ARCH-STATUS.
           select FBZ-PURGE-COUNT-FILE assign to FBZPGCNT
               organization is line sequential
               file status is WS-PGC-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZARCH.

       fd  FBZ-PURGE-COUNT-FILE
           recording mode is F.
           copy FBZPGC.

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-ARCH-STATUS          pic X(02).
       01  WS-ROWS-ARCHIVED        pic 9(07) comp.
       01  WS-ROWS-DELETED         pic 9(09) comp.
       01  WS-ROWS-DISCARDED       pic 9(09) comp.
       01  WS-SUM-ROWS-DELETED     pic 9(09) comp.
       01  WS-PGC-STATUS           pic X(02).
       01  WS-TODAY                pic X(08).
       01  WS-NOW                  pic X(08).
       01  WS-DATE-COUNT           pic 9(04) comp.
       01  WS-DATE-SUB             pic 9(04) comp.
       01  WS-DATES-UNRECORDED     pic 9(07) comp.
      *    ROWS ARCHIVED PER FBZHIST RUN DATE AND SITE, IN CURSOR
      *    ORDER.  TEN YEARS OF DATES AT TWO SITES - A FIRST PURGE OF
      *    A LONG-UNPURGED TABLE FITS; ANY DATE BEYOND IS COUNTED AS
      *    UNRECORDED.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY       occurs 7320 times.
               10  WS-DATE-HIST-DATE   pic X(08).
               10  WS-DATE-SITE        pic X(02).
               10  WS-DATE-ROWS        pic 9(07) comp.

           exec sql include sqlca end-exec.

       01  DCL-FBZ-NUM             pic S9(09) comp.
       01  DCL-CATEGORY            pic X(08).
       01  DCL-REC-TEXT            pic X(40).
       01  DCL-OVERRIDDEN          pic X(01).
       01  DCL-PARM-VERSION        pic S9(09) comp.
       01  DCL-PROFILE-ID          pic X(08).
       01  DCL-REQUESTOR           pic X(06).
       01  DCL-SITE-CODE           pic X(02).
           exec sql end declare section end-exec.

           exec sql
               declare PURGE-CSR cursor for
                   select RUN_DATE, PROGRAM_ID, FBZ_NUM,
                          CATEGORY, REC_TEXT, OVERRIDDEN,
                          PARM_VERSION, PROFILE_ID, REQUESTOR,
                          SITE_CODE
                     from FBZHIST
                    where RUN_DATE < :DCL-CUTOFF-DATE
                      and RESTORED = 'N'
                    order by RUN_DATE, SITE_CODE, PROGRAM_ID, FBZ_NUM
           end-exec.

      *=================================================================
               until FBZPRG-FETCH-EOF
           perform 3000-DELETE-PURGED-ROWS
               thru 3000-EXIT
           if return-code = zero
               perform 3500-WRITE-PURGE-COUNTS
                   thru 3500-EXIT
           end-if
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           close FBZ-ARCHIVE-FILE
           move 0 to WS-ROWS-ARCHIVED
           move 0 to WS-ROWS-DELETED
           move 0 to WS-ROWS-DISCARDED
           move 0 to WS-SUM-ROWS-DELETED
           move 0 to WS-DATE-COUNT
           move 0 to WS-DATES-UNRECORDED
           set FBZPRG-NOT-FETCH-EOF to true
           open input FBZ-PURGE-PARM-FILE
           if WS-PARM-STATUS not = "00"
           move DCL-FBZ-NUM to FBZ-ARC-NUM
           move DCL-CATEGORY to FBZ-ARC-CATEGORY
           move DCL-REC-TEXT to FBZ-ARC-REC-TEXT
           move DCL-OVERRIDDEN to FBZ-ARC-OVERRIDDEN
           move DCL-PARM-VERSION to FBZ-ARC-PARM-VERSION
           move DCL-PROFILE-ID to FBZ-ARC-PROFILE
           move DCL-REQUESTOR to FBZ-ARC-REQUESTOR
           move DCL-SITE-CODE to FBZ-ARC-SITE
           write FBZ-ARCHIVE-RECORD
           if WS-ARCH-STATUS not = "00"
               display "FBZPURGE - FBZARCH WRITE FAILED - STATUS "
               go to 9999-ABEND
           end-if
           add 1 to WS-ROWS-ARCHIVED
           perform 2200-COUNT-ROW-DATE
               thru 2200-EXIT
           perform 2100-FETCH-NEXT-ROW
               thru 2100-EXIT.
       2000-EXIT.
           exec sql
               fetch PURGE-CSR
                   into :DCL-RUN-DATE, :DCL-PROGRAM-ID, :DCL-FBZ-NUM,
                        :DCL-CATEGORY, :DCL-REC-TEXT,
                        :DCL-OVERRIDDEN, :DCL-PARM-VERSION,
                        :DCL-PROFILE-ID, :DCL-REQUESTOR,
                        :DCL-SITE-CODE
           end-exec
           evaluate SQLCODE
               when zero
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-COUNT-ROW-DATE - ADD THE ARCHIVED ROW TO ITS RUN DATE AND
      * SITE'S COUNT.  THE CURSOR RETURNS ROWS IN RUN_DATE, SITE ORDER,
      * SO A NEW DATE OR SITE IS ALWAYS A NEW LAST ENTRY.  A DATE THE
      * TABLE HAS NO ROOM FOR IS ONLY COUNTED AS UNRECORDED - THE PURGE
      * ITSELF GOES AHEAD, AND THE MONTH-END RECONCILIATION SHOWS THE
      * DATE AS OUT OF BALANCE.
      *-----------------------------------------------------------------
       2200-COUNT-ROW-DATE.
           if WS-DATE-COUNT > 0
               if WS-DATE-HIST-DATE (WS-DATE-COUNT) = DCL-RUN-DATE
                   and WS-DATE-SITE (WS-DATE-COUNT) = DCL-SITE-CODE
                   add 1 to WS-DATE-ROWS (WS-DATE-COUNT)
                   go to 2200-EXIT
               end-if
           end-if
           if WS-DATE-COUNT >= 7320
               add 1 to WS-DATES-UNRECORDED
               go to 2200-EXIT
           end-if
           add 1 to WS-DATE-COUNT
           move DCL-RUN-DATE to WS-DATE-HIST-DATE (WS-DATE-COUNT)
           move DCL-SITE-CODE to WS-DATE-SITE (WS-DATE-COUNT)
           move 1 to WS-DATE-ROWS (WS-DATE-COUNT).
       2200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-DELETE-PURGED-ROWS - DELETE EVERYTHING OLDER THAN THE
      * CUTOFF AND RECONCILE THE PRODUCTION DELETED-ROW COUNT
      * (SQLERRD(3)) AGAINST THE ROWS ARCHIVED.  ROWS FBZARCR
      * RESTORED FROM THE ARCHIVE ARE DELETED FIRST IN THEIR OWN
      * STATEMENT AND ONLY COUNTED - THE ARCHIVE ALREADY HOLDS
      * THEM, SO THEY ARE OUTSIDE THE RECONCILE.  THE FBZHSUM
      * SUMMARY ROWS FOR THE SAME DATES GO IN THE SAME UNIT OF
      * WORK, PRODUCTION AND RESTORED ALIKE.  A MATCH COMMITS;
      * A MISMATCH - SOMEONE INSERTED OR DELETED UNDER US, OR THE
      * DELETE ITSELF FAILED - ROLLS BACK AND LEAVES THE TABLE AS
      * IT WAS, WITH RETURN CODE 8 MARKING THE PARTIAL PURGE.
                   " - PURGE ROLLED BACK"
               move 8 to return-code
           end-if
           if return-code = zero
               exec sql
                   delete from FBZHSUM
                    where RUN_DATE < :DCL-CUTOFF-DATE
               end-exec
               evaluate true
                   when SQLCODE = zero
                       move SQLERRD(3) to WS-SUM-ROWS-DELETED
                   when SQLCODE = 100
                       move 0 to WS-SUM-ROWS-DELETED
                   when other
                       display "FBZPURGE - FBZHSUM DELETE FAILED -"
                           " SQLCODE " SQLCODE
                       move 8 to return-code
               end-evaluate
           end-if
           if return-code = zero
               exec sql commit end-exec
           else
               exec sql rollback end-exec
               move 0 to WS-ROWS-DELETED
               move 0 to WS-ROWS-DISCARDED
               move 0 to WS-SUM-ROWS-DELETED
           end-if.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3500-WRITE-PURGE-COUNTS - ONCE THE PURGE HAS COMMITTED,
      * APPEND ONE FBZPGC RECORD PER PURGED RUN DATE AND SITE TO THE
      * PURGE COUNT FILE, WHICH THE MONTH-END RECONCILIATION HOLDS
      * THE ARCHIVE GENERATIONS TO.  THE FILE IS OPENED EXTEND, FALLING
      * BACK TO OUTPUT THE FIRST TIME.  THE PURGE IS ALREADY
      * COMMITTED BY NOW, SO A FAILURE HERE ONLY WARNS (RETURN CODE
      * 4) - THE DATES NOT WRITTEN WILL SHOW OUT OF BALANCE AT
      * MONTH END.
      *-----------------------------------------------------------------
       3500-WRITE-PURGE-COUNTS.
           if WS-DATES-UNRECORDED > 0
               display "FBZPURGE - DATE TABLE FULL - "
                   WS-DATES-UNRECORDED
                   " ROWS NOT RECORDED IN FBZPGCNT"
               move 4 to return-code
           end-if
           if WS-DATE-COUNT = 0
               go to 3500-EXIT
           end-if
           accept WS-TODAY from date YYYYMMDD
           accept WS-NOW from time
           open extend FBZ-PURGE-COUNT-FILE
           if WS-PGC-STATUS not = "00"
               open output FBZ-PURGE-COUNT-FILE
           end-if
           if WS-PGC-STATUS not = "00"
               display "FBZPURGE - FBZPGCNT OPEN FAILED - STATUS "
                   WS-PGC-STATUS
               move 4 to return-code
               go to 3500-EXIT
           end-if
           perform 3550-WRITE-ONE-COUNT
               thru 3550-EXIT
               varying WS-DATE-SUB from 1 by 1
               until WS-DATE-SUB > WS-DATE-COUNT
           close FBZ-PURGE-COUNT-FILE.
       3500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3550-WRITE-ONE-COUNT - WRITE THE COUNT RECORD FOR ONE PURGED
      * RUN DATE.
      *-----------------------------------------------------------------
       3550-WRITE-ONE-COUNT.
           move spaces to FBZ-PGC-RECORD
           move WS-DATE-HIST-DATE (WS-DATE-SUB) to FBZ-PGC-HIST-DATE
           move WS-DATE-SITE (WS-DATE-SUB) to FBZ-PGC-SITE
           move WS-TODAY to FBZ-PGC-PURGE-DATE
           move WS-NOW (1:6) to FBZ-PGC-PURGE-TIME
           move WS-DATE-ROWS (WS-DATE-SUB) to FBZ-PGC-ROWS-PURGED
           write FBZ-PGC-RECORD
           if WS-PGC-STATUS not = "00"
               display "FBZPURGE - FBZPGCNT WRITE FAILED - STATUS "
                   WS-PGC-STATUS " - DATE "
                   WS-DATE-HIST-DATE (WS-DATE-SUB)
               move 4 to return-code
           end-if.
       3550-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN CONTROL
      * TOTALS SO OPERATIONS AND THE DBA GROUP CAN TELL A CLEAN
      * PURGE (RETURN CODE 0) FROM A PARTIAL ONE (RETURN CODE 8,
      * TABLE LEFT AS IT WAS), OR A COMMITTED PURGE WHOSE PER-DATE
      * COUNTS DID NOT ALL REACH FBZPGCNT (RETURN CODE 4).
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZPURGE CONTROL/SUMMARY REPORT"
           display "  ROWS ARCHIVED . . . . . . " WS-ROWS-ARCHIVED
           display "  ROWS DELETED. . . . . . . " WS-ROWS-DELETED
           display "  RESTORED ROWS DISCARDED . " WS-ROWS-DISCARDED
           display "  SUMMARY ROWS DELETED. . . " WS-SUM-ROWS-DELETED
           display "  RUN DATES PURGED. . . . . " WS-DATE-COUNT
           display "  RETURN CODE . . . . . . . " return-code.
       6000-EXIT.
           exit.
