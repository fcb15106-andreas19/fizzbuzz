      *=================================================================
      * FBZSVS  -  FIZZBUZZ MONTHLY SERVICE-LEVEL SUMMARY RECORD
      *
      * ONE RECORD APPENDED BY FBZSVCR TO THE SERVICE-LEVEL SUMMARY
      * FILE (DD FBZSVSUM) FOR EACH PERIOD REPORTED: THE MONTH'S
      * TOTALS FROM THE PRINTED REPORT IN FIXED NUMERIC FIELDS, SO
      * CHAIN RELIABILITY CAN BE TRENDED ACROSS MONTHS WITHOUT
      * RE-KEYING THE REPORT.  PERCENTAGES ARE OF THE PERIOD'S
      * SCHEDULED BUSINESS DAYS, ONE DECIMAL PLACE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-SVS-SITE CARVED FROM THE FILLER - THE
      *                   WAREHOUSE SITE THE TOTALS ARE FOR.
      *=================================================================
       01  FBZ-SVS-RECORD.
           05  FBZ-SVS-FROM-DATE       PIC X(08).
           05  FBZ-SVS-TO-DATE         PIC X(08).
           05  FBZ-SVS-SCHED-DAYS      PIC 9(03).
           05  FBZ-SVS-ONTIME-DAYS     PIC 9(03).
           05  FBZ-SVS-LATE-DAYS       PIC 9(03).
           05  FBZ-SVS-CATCHUP-DAYS    PIC 9(03).
           05  FBZ-SVS-MISSED-DAYS     PIC 9(03).
           05  FBZ-SVS-RERUNS          PIC 9(03).
           05  FBZ-SVS-OVERRIDES       PIC 9(03).
           05  FBZ-SVS-VARIANT-RUNS    PIC 9(03).
           05  FBZ-SVS-VARIANT-BAD-RC  PIC 9(03).
           05  FBZ-SVS-HOLDS           PIC 9(03).
           05  FBZ-SVS-HOLD-MINUTES    PIC 9(07).
           05  FBZ-SVS-ITEMS-RESENT    PIC 9(05).
           05  FBZ-SVS-XMIT-ONTIME     PIC 9(03).
           05  FBZ-SVS-XMIT-LATE       PIC 9(03).
           05  FBZ-SVS-XMIT-MISSING    PIC 9(03).
           05  FBZ-SVS-ONTIME-PCT      PIC 9(03)V9(01).
           05  FBZ-SVS-XMIT-ONTIME-PCT PIC 9(03)V9(01).
           05  FBZ-SVS-CREATED-DATE    PIC X(08).
           05  FBZ-SVS-SITE            PIC X(02).
           05  FILLER                  PIC X(15).
