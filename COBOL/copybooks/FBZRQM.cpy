      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZ-RQM-OUTPUT-FORMAT OUT OF THE
      *                   FILLER - THE FORM THE REQUESTOR WANTS ITS
      *                   BURST OUTPUT DATASET IN (SEE FBZBRST): L
      *                   FOR THE FIXED-FIELD LISTING, C FOR CSV.
      *                   SPACES, AS ON EVERY ROW SET UP BEFORE THE
      *                   FIELD EXISTED, MEANS THE LISTING.
      *=================================================================
       01  FBZ-RQM-RECORD.
           05  FBZ-RQM-ID              PIC X(06).
           05  FBZ-RQM-ACTIVE          PIC X(01).
               88  FBZ-RQM-IS-ACTIVE        VALUE "Y".
               88  FBZ-RQM-IS-INACTIVE      VALUE "N".
           05  FBZ-RQM-OUTPUT-FORMAT   PIC X(01).
               88  FBZ-RQM-WANTS-LISTING    VALUE "L" " ".
               88  FBZ-RQM-WANTS-CSV        VALUE "C".
           05  FILLER                  PIC X(10).
