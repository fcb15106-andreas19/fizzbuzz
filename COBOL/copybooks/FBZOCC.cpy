      *=================================================================
      * FBZOCC  -  BIN OCCUPANCY RECORD
      *
      * ONE RECORD PER BIN ON THE NIGHTLY OCCUPANCY FILE SLOTTING
      * SENDS US (DD FBZOCCIN) AND ON THE OCCUPANCY MASTER FBZOCCP
      * KEEPS FROM IT (DD FBZOCPRV IN, FBZOCCUR OUT) - THE LATEST
      * OCCUPANCY SLOTTING HAS REPORTED FOR EACH FBZBMAST BIN.
      * SLOTS USED IS WHAT IS ON HAND IN THE BIN; SLOTS AVAILABLE
      * IS WHAT IS STILL FREE, SO A BIN OVERFLOWS WHEN THE DAY'S
      * FBZFEED ASSIGNMENTS TO IT EXCEED ITS SLOTS AVAILABLE.  THE
      * AS-OF DATE IS SLOTTING'S COUNT DATE; THE RECEIVED DATE IS
      * STAMPED BY FBZOCCP AND IS SPACES ON SLOTTING'S FILE.
      * SPACES IN THE SITE MEAN SITE 01.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-OCC-RECORD.
           05  FBZ-OCC-SITE            PIC X(02).
           05  FBZ-OCC-BIN-CODE        PIC X(04).
           05  FBZ-OCC-SLOTS-USED      PIC 9(05).
           05  FBZ-OCC-SLOTS-AVAIL     PIC 9(05).
           05  FBZ-OCC-AS-OF-DATE      PIC X(08).
           05  FBZ-OCC-RECEIVED-DATE   PIC X(08).
           05  FILLER                  PIC X(08).
