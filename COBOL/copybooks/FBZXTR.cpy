      * FBZXTR  -  FEED TRANSMISSION TRAILER RECORD
      *
      * THE LAST RECORD OF EVERY TRANSMITTED FEED FILE, WRITTEN BY
      * FBZXMIT IN THE SAME 100-BYTE SLOT AS AN FBZFEED ITEM
      * RECORD: THE "*TRL*" MARKER (NEVER A VALID ITEM NUM), THE
      * TRANSMISSION'S ASCENDING SEQUENCE NUMBER, THE ITEM COUNT,
      * AND THE CATEGORY-COUNT BREAKDOWN BY BIN CODE.  SLOTTING'S
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  TRAILING FILLER WIDENED SO THE TRAILER
      *                   STAYS THE SAME LENGTH AS THE FBZFEED ITEM
      *                   RECORD, WHICH GREW FROM 50 TO 100 BYTES.
      *=================================================================
       01  FBZ-XMIT-TRAILER-RECORD.
           05  FBZ-XTR-MARKER          PIC X(05).
           05  FBZ-XTR-FBUZ-COUNT      PIC 9(06).
           05  FBZ-XTR-PLN-COUNT       PIC 9(06).
           05  FBZ-XTR-OTHR-COUNT      PIC 9(06).
           05  FILLER                  PIC X(53).
