      *=================================================================
      * FBZPGC  -  FIZZBUZZ HISTORY PURGE COUNT RECORD
      *
      * ONE RECORD APPENDED TO THE PURGE-COUNT FILE (DD FBZPGCNT)
      * BY FBZPURGE FOR EVERY FBZHIST RUN DATE A COMMITTED PURGE
      * AND WAREHOUSE SITE REMOVED: THE HISTORY DATE, WHEN THE PURGE
      * RAN, AND HOW MANY PRODUCTION ROWS OF THAT DATE AND SITE WENT
      * TO THE FBZARCH ARCHIVE AND OUT OF THE TABLE.  NOTHING IS
      * WRITTEN FOR A PURGE THAT ROLLED BACK.  THE MONTH-END
      * RECONCILIATION (FBZMREC) HOLDS THE ARCHIVE GENERATIONS TO
      * THESE COUNTS DATE BY DATE, SO AN ARCHIVE GENERATION LEFT
      * BEHIND BY A ROLLED-BACK PURGE, OR ONE LOST SINCE, SHOWS UP AS
      * AN OUT-OF-BALANCE DATE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-PGC-SITE CARVED FROM THE FILLER - ONE
      *                   COUNT PER RUN DATE AND WAREHOUSE SITE.
      *=================================================================
       01  FBZ-PGC-RECORD.
           05  FBZ-PGC-HIST-DATE       PIC X(08).
           05  FBZ-PGC-PURGE-DATE      PIC X(08).
           05  FBZ-PGC-PURGE-TIME      PIC X(06).
           05  FBZ-PGC-ROWS-PURGED     PIC 9(07).
           05  FBZ-PGC-SITE            PIC X(02).
           05  FILLER                  PIC X(09).
