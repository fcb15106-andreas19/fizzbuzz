      *     04 - IN-NUM NOT NUMERIC, ZERO, OR ABOVE THE LIMIT
      *     08 - CATEGORIZED, BUT NO BIN CODE MAPPING COVERS THE
      *          CATEGORY (BIN CODE RETURNED SPACES)
      *     12 - CATEGORIZED, BUT THE NUM IS NOT AN ACTIVE ITEM ON
      *          THE FBZITEM ITEM MASTER - NOT SLOTTED, SO THE BIN
      *          CODE IS RETURNED SPACES
      *     16 - CATEGORIZED, BUT THE FBZITEM ITEM MASTER COULD NOT
      *          BE OPENED (BIN CODE AND DESCRIPTION SPACES)
      * SO ANY APPLICATION IN THE SHOP CAN LINK TO ONE SHARED
      * RULES ENGINE INSTEAD OF HARDCODING MOD-3/MOD-5 LOGIC THAT
      * DRIFTS FROM FBZPARM.
      *                   THE FIXED SET AS FALLBACK, AND AN
      *                   UNMAPPED CATEGORY IS THE CALLER'S TO
      *                   JUDGE, NOT THIS SUBPROGRAM'S TO ABEND.
      *   2026-10-15  AS  ADDED THE ITEM DESCRIPTION AND STATUS
      *                   FROM THE FBZITEM ITEM MASTER, AND CALL
      *                   STATUSES 12 AND 16 - ONLY AN ACTIVE ITEM
      *                   GETS A BIN CODE, AS ONLY AN ACTIVE ITEM
      *                   GOES TO THE SLOTTING FEED.  THE AREA
      *                   GREW FROM 70 TO 110 BYTES; EXISTING
      *                   FIELDS KEEP THEIR OFFSETS.
      *   2026-10-15  AS  CARVED FBZ-CTL-OUT-OVERRIDE-FLAG OUT OF THE
      *                   TRAILING FILLER - "Y" WHEN THE CATEGORY
      *                   AND TEXT RETURNED CAME FROM AN APPROVED,
      *                   IN-WINDOW FBZOVRD PER-ITEM OVERRIDE.
      *=================================================================
       01  FBZ-CAT-PARAMETER-AREA.
           05  FBZ-CTL-IN-NUM          PIC 9(05).
               88  FBZ-CTL-CATEGORIZED      VALUE 00.
               88  FBZ-CTL-BAD-NUM          VALUE 04.
               88  FBZ-CTL-UNMAPPED         VALUE 08.
               88  FBZ-CTL-ITEM-NOT-ACTIVE  VALUE 12.
               88  FBZ-CTL-NO-ITEM-MASTER   VALUE 16.
           05  FILLER                  PIC X(11).
           05  FBZ-CTL-OUT-ITEM-DESC   PIC X(30).
           05  FBZ-CTL-OUT-ITEM-STATUS PIC X(01).
           05  FBZ-CTL-OUT-OVERRIDE-FLAG PIC X(01).
               88  FBZ-CTL-IS-OVERRIDE      VALUE "Y".
           05  FILLER                  PIC X(08).
