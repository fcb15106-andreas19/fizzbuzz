      *
      * ONE-RECORD PARAMETER FILE (DD FBZTRPRM) READ BY FBZTREND.
      * BOUNDS THE RUN_DATE RANGE (INCLUSIVE, YYYYMMDD) THE TREND
      * REPORT SELECTS OUT OF FBZHIST, AND OPTIONALLY ONE WAREHOUSE
      * SITE (BLANK = EVERY SITE, EACH TRENDED SEPARATELY).
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-TRD-SITE CARVED FROM THE FILLER.
      *=================================================================
       01  FBZ-TREND-PARM-RECORD.
           05  FBZ-TRD-FROM-DATE       PIC X(08).
           05  FBZ-TRD-TO-DATE         PIC X(08).
           05  FBZ-TRD-SITE            PIC X(02).
           05  FILLER                  PIC X(02).
