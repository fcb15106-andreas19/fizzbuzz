      *=================================================================
      * FBZBMP  -  FIZZBUZZ BIN MASS-UPDATE PARAMETER RECORD
      *
      * ONE-RECORD PARAMETER FILE (DD FBZBMPRM) READ BY FBZBMAS.
      * NAMES THE OPERATOR THE BATCH IS RUN UNDER - HELD TO THE
      * SAME FBZOPER PRIVILEGE CHECK AS THE FBZBMNT SCREEN AND
      * WRITTEN TO EVERY FBZBMLOG RECORD - AND THE OVERRIDE SWITCH.
      * LEFT BLANK, ONE BAD TRANSACTION STOPS THE WHOLE BATCH; SET
      * TO "Y", THE GOOD TRANSACTIONS ARE APPLIED AND THE BAD ONES
      * SKIPPED AND REPORTED.  THE SITE NAMES THE WAREHOUSE WHOSE
      * BINS THE BATCH UPDATES (SPACES MEAN SITE 01); BINS OF ANY
      * OTHER SITE ON THE SHARED MASTER ARE CARRIED THROUGH AS THEY
      * STAND.  THE FREEZE OVERRIDE, SET TO "Y" BY A LEVEL-3
      * OPERATOR, LETS THE BATCH RUN INSIDE A BIN CHANGE FREEZE
      * (SEE FBZFRZ) AS AN EMERGENCY CHANGE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-BMP-SITE CARVED FROM THE FILLER - THE
      *                   WAREHOUSE SITE THE BATCH UPDATES.
      *   2026-10-15  AS  FBZ-BMP-FREEZE-OVERRIDE CARVED FROM THE
      *                   FILLER.
      *=================================================================
       01  FBZ-BMP-RECORD.
           05  FBZ-BMP-OPERATOR-ID     PIC X(08).
           05  FBZ-BMP-OVERRIDE        PIC X(01).
               88  FBZ-BMP-APPLY-VALID-ONLY VALUE "Y".
           05  FBZ-BMP-SITE            PIC X(02).
           05  FBZ-BMP-FREEZE-OVERRIDE PIC X(01).
               88  FBZ-BMP-OVERRIDE-FREEZE  VALUE "Y".
           05  FILLER                  PIC X(08).
