      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZ-XRG-SITE OUT OF THE TRAILING
      *                   FILLER.  EACH SITE'S FEED IS TRANSMITTED UNDER
      *                   ITS OWN SEQUENCE, SO THE SEQUENCE NUMBER IS
      *                   ONLY UNIQUE WITHIN A SITE.  SPACES ON A RECORD
      *                   WRITTEN BEFORE THE FIELD EXISTED MEAN SITE 01.
      *   2026-10-15  AS  CARVED FBZ-XRG-LAYOUT OUT OF THE TRAILING
      *                   FILLER - THE FEED LAYOUT THE TRANSMISSION WAS
      *                   SENT IN.  DURING A CUTOVER WINDOW (SEE FBZFMT)
      *                   BOTH LAYOUTS GO OUT EACH DAY, EACH UNDER ITS
      *                   OWN SEQUENCE, SO THE SEQUENCE IS ONLY UNIQUE
      *                   WITHIN A SITE AND LAYOUT.  SPACES ON A RECORD
      *                   WRITTEN BEFORE THE FIELD EXISTED MEAN 01, THE
      *                   FBZFEED LAYOUT.
      *=================================================================
       01  FBZ-XMIT-REGISTER-RECORD.
           05  FBZ-XRG-SEQ-NUM         PIC 9(06).
           05  FBZ-XRG-SENT-DATE       PIC X(08).
           05  FBZ-XRG-SENT-TIME       PIC X(06).
           05  FBZ-XRG-ITEM-COUNT      PIC 9(06).
           05  FBZ-XRG-SITE            PIC X(02).
           05  FBZ-XRG-LAYOUT          PIC X(02).
               88  FBZ-XRG-LAYOUT-OLD       VALUE SPACES "01".
               88  FBZ-XRG-LAYOUT-NEW       VALUE "02".
