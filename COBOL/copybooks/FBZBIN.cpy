      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  THE MASTER IS ALSO MAINTAINED IN BULK BY THE
      *                   FBZBMAS BATCH MASS-UPDATE WHEN AISLES ARE RE-
      *                   ZONED.
      *   2026-10-15  AS  CARVED FBZ-BIN-SITE OUT OF THE TRAILING FILLER
      *                   - THE WAREHOUSE SITE THE BIN IS IN.  ONE
      *                   MASTER HOLDS EVERY SITE'S BINS, KEYED BY SITE
      *                   AND BIN CODE, AND A VARIANT ONLY LOADS ITS OWN
      *                   SITE'S.  SPACES MEAN SITE 01.
      *   2026-10-15  AS  ADDED FBZ-BIN-LONG-DESC AFTER THE FILLER (THE
      *                   RECORD GROWS FROM 40 TO 80 BYTES) - THE
      *                   40-CHARACTER DESCRIPTION THE NEW-LAYOUT
      *                   SLOTTING FEED (FBZFD2) CARRIES.  SPACES MEAN
      *                   THE BIN HAS NONE AND THE SHORT DESCRIPTION IS
      *                   SENT INSTEAD.
      *=================================================================
       01  FBZ-BIN-MASTER-RECORD.
           05  FBZ-BIN-CODE            PIC X(04).
           05  FBZ-BIN-ZONE            PIC X(02).
           05  FBZ-BIN-CAP-CLASS       PIC X(01).
           05  FBZ-BIN-HANDLING        PIC X(04).
           05  FBZ-BIN-SITE            PIC X(02).
           05  FILLER                  PIC X(07).
           05  FBZ-BIN-LONG-DESC       PIC X(40).
