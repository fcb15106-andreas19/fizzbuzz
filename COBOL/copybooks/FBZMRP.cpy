      *=================================================================
      * FBZMRP  -  FIZZBUZZ MONTH-END RECONCILIATION PARAMETER
      *
      * ONE-RECORD PARAMETER FILE (DD FBZMRPRM) READ BY FBZMREC.
      * BOUNDS THE PERIOD (INCLUSIVE, YYYYMMDD, AT MOST 31 DAYS)
      * WHOSE RUN CALENDAR, CONTROL TOTALS, HISTORY, ARCHIVE AND
      * TRANSMISSIONS ARE LINED UP DATE BY DATE - NORMALLY THE
      * FIRST AND LAST DAY OF THE MONTH JUST CLOSED - AND THE
      * WAREHOUSE SITE RECONCILED (BLANK = SITE 01).
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-MRP-SITE CARVED FROM THE FILLER.
      *=================================================================
       01  FBZ-MRP-RECORD.
           05  FBZ-MRP-FROM-DATE       PIC X(08).
           05  FBZ-MRP-TO-DATE         PIC X(08).
           05  FBZ-MRP-SITE            PIC X(02).
           05  FILLER                  PIC X(02).
