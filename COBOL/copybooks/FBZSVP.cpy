      *=================================================================
      * FBZSVP  -  FIZZBUZZ SERVICE-LEVEL REPORT PARAMETER RECORD
      *
      * ONE-RECORD PARAMETER FILE (DD FBZSVPRM) READ BY FBZSVCR.
      * BOUNDS THE REPORTING PERIOD (INCLUSIVE, YYYYMMDD) - NORMALLY
      * ONE CALENDAR MONTH, AND NEVER MORE THAN 31 DAYS, SINCE THE
      * REPORT CARRIES ONE LINE PER DATE - AND THE WAREHOUSE SITE
      * WHOSE CHAIN IS REPORTED (SPACES MEAN SITE 01).
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-SVP-SITE CARVED FROM THE FILLER - THE
      *                   WAREHOUSE SITE REPORTED.
      *=================================================================
       01  FBZ-SVP-RECORD.
           05  FBZ-SVP-FROM-DATE       PIC X(08).
           05  FBZ-SVP-TO-DATE         PIC X(08).
           05  FBZ-SVP-SITE            PIC X(02).
           05  FILLER                  PIC X(02).
