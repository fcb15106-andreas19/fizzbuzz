      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZ-EXC-PARM-VERSION OUT OF THE
      *                   TRAILING FILLER - THE RULE-SET VERSION
      *                   FROM THE FEED RECORD IN EXCEPTION, SO
      *                   FBZRSND'S RESEND CARRIES THE VERSION OF
      *                   THE ORIGINAL ASSIGNMENT.
      *   2026-10-15  AS  CARVED FBZ-EXC-SITE OUT OF THE FILLER - THE
      *                   WAREHOUSE SITE OF THE FEED IN EXCEPTION.
      *=================================================================
       01  FBZ-EXC-RECORD.
           05  FBZ-EXC-ITEM-NUM        PIC 9(05).
           05  FBZ-EXC-STATUS          PIC X(01).
               88  FBZ-EXC-REJECTED         VALUE "R".
               88  FBZ-EXC-UNCONFIRMED      VALUE "U".
           05  FBZ-EXC-PARM-VERSION    PIC 9(05).
           05  FBZ-EXC-SITE            PIC X(02).
           05  FILLER                  PIC X(05).
