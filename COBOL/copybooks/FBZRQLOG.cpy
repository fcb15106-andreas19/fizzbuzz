      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZQ-LOG-NEW-FORMAT OUT OF THE
      *                   FILLER - THE REQUESTOR'S NEW OUTPUT
      *                   FORMAT (SEE FBZRQM).
      *=================================================================
       01  FBZ-RQM-LOG-RECORD.
           05  FBZQ-LOG-OPERATOR-ID    PIC X(08).
           05  FBZQ-LOG-NEW-DEPT       PIC X(12).
           05  FBZQ-LOG-NEW-CONTACT    PIC X(20).
           05  FBZQ-LOG-NEW-ACTIVE     PIC X(01).
           05  FBZQ-LOG-NEW-FORMAT     PIC X(01).
           05  FILLER                  PIC X(10).
