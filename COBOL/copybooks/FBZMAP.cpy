      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZ-MAP-SITE OUT OF THE TRAILING FILLER
      *                   - THE WAREHOUSE SITE THE MAPPING APPLIES TO,
      *                   SO EACH SITE CAN SEND A CATEGORY TO ITS OWN
      *                   BIN CODE.  SPACES MEAN SITE 01.
      *=================================================================
       01  FBZ-MAP-RECORD.
           05  FBZ-MAP-CATEGORY        PIC X(08).
           05  FBZ-MAP-BIN-CODE        PIC X(04).
           05  FBZ-MAP-SITE            PIC X(02).
           05  FILLER                  PIC X(06).
