      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  ADDED FBZ-HRS-PARM-VERSION AND
      *                   FBZ-HRS-PROFILE - ON A HIT, THE FBZPHIST
      *                   RULE-SET VERSION AND FBZPRF PROFILE ID THE
      *                   ANSWER WAS PRODUCED UNDER (ZERO AND SPACES
      *                   FOR A ROW LOADED BEFORE THEY WERE
      *                   RECORDED).  THE RECORD GREW FROM 80 TO 100
      *                   BYTES.
      *=================================================================
       01  FBZ-HIQ-RESPONSE-RECORD.
           05  FBZ-HRS-NUM             PIC 9(05).
               88  FBZ-HRS-FOUND            VALUE "Y".
               88  FBZ-HRS-NOT-FOUND        VALUE "N".
           05  FBZ-HRS-OTHER-DATES     PIC 9(05).
           05  FBZ-HRS-PARM-VERSION    PIC 9(05).
           05  FBZ-HRS-PROFILE         PIC X(08).
           05  FILLER                  PIC X(12).
