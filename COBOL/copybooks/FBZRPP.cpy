      * BOUNDS THE WEEK (INCLUSIVE RUN_DATE RANGE, YYYYMMDD) THE
      * REPLENISHMENT EXTRACT COVERS AND NAMES THE PRODUCING
      * VARIANT WHOSE FBZHIST ROWS ARE EXTRACTED - NORMALLY
      * FIZZBUZ1, THE GENERATION FBZLOAD LOADS - AND THE WAREHOUSE
      * SITE WHOSE HISTORY, BINS AND MAPPINGS ARE EXTRACTED (SPACES
      * MEAN SITE 01).
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-RPP-SITE CARVED FROM THE FILLER - THE
      *                   WAREHOUSE SITE EXTRACTED.
      *=================================================================
       01  FBZ-RPP-RECORD.
           05  FBZ-RPP-FROM-DATE       PIC X(08).
           05  FBZ-RPP-TO-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  FBZ-RPP-PROGRAM-ID      PIC X(08).
           05  FILLER                  PIC X(01).
           05  FBZ-RPP-SITE            PIC X(02).
           05  FILLER                  PIC X(02).
