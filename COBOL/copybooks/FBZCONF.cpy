      *                   FBZXREG REGISTER.  SPACES ON AN OLD-STYLE
      *                   CONFIRMATION CUT BEFORE THEIR EDIT WAS
      *                   UPDATED.
      *   2026-10-15  AS  CARVED FBZ-CONF-LAYOUT OUT OF THE TRAILING
      *                   FILLER - THE FEED LAYOUT ("01" FBZFEED, "02"
      *                   FBZFD2) WHOSE TRANSMISSION THE SEQUENCE NUMBER
      *                   BELONGS TO.  SPACES MEAN SLOTTING DID NOT SAY,
      *                   AND THE SEQUENCE MAY MATCH EITHER LAYOUT'S.
      *=================================================================
       01  FBZ-CONF-RECORD.
           05  FBZ-CONF-ITEM-NUM       PIC 9(05).
               88  FBZ-CONF-REJECTED        VALUE "R".
           05  FBZ-CONF-DATE           PIC X(08).
           05  FBZ-CONF-SEQ-NUM        PIC X(06).
           05  FBZ-CONF-LAYOUT         PIC X(02).
               88  FBZ-CONF-LAYOUT-OLD      VALUE "01".
               88  FBZ-CONF-LAYOUT-NEW      VALUE "02".
           05  FILLER                  PIC X(08).
