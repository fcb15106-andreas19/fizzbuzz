      *=================================================================
      * FBZITLOG  -  ITEM MASTER MAINTENANCE LOG RECORD
      *
      * ONE RECORD APPENDED TO THE ITEM MASTER MAINTENANCE LOG (DD
      * FBZITLOG) BY FBZIMNT EACH TIME AN OPERATOR ADDS OR CHANGES
      * AN ITEM MASTER ROW, OR IS DENIED THE ATTEMPT, SO AN ITEM
      * THAT DROPS OUT OF (OR TURNS UP IN) THE SLOTTING FEED CAN BE
      * TRACED BACK TO WHO CHANGED ITS STATUS AND WHEN - THE SAME
      * CONVENTION FBZBMLOG GIVES THE BIN MASTER.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-ITEM-LOG-RECORD.
           05  FBZI-LOG-OPERATOR-ID    PIC X(08).
           05  FBZI-LOG-CHANGE-DATE    PIC X(08).
           05  FBZI-LOG-CHANGE-TIME    PIC X(06).
           05  FBZI-LOG-ACTION         PIC X(08).
           05  FBZI-LOG-ITEM-NUM       PIC 9(05).
           05  FBZI-LOG-NEW-DESC       PIC X(30).
           05  FBZI-LOG-NEW-UOM        PIC X(04).
           05  FBZI-LOG-NEW-STATUS     PIC X(01).
           05  FBZI-LOG-NEW-INTRO-DATE PIC X(08).
           05  FBZI-LOG-NEW-DISC-DATE  PIC X(08).
           05  FILLER                  PIC X(14).
