      *=================================================================
      * FBZFD2  -  WAREHOUSE SLOTTING INTERFACE RECORD, LAYOUT 02
      *
      * THE SLOTTING POLLER'S NEW FEED LAYOUT, 150 BYTES.  EVERY
      * ITEM CARRIES WHAT THE FBZFEED (LAYOUT 01) RECORD DOES, PLUS
      * OUR OWN CATEGORY ALONGSIDE THE BIN CODE AND THE BIN'S
      * 40-CHARACTER DESCRIPTION FROM THE BIN MASTER (FBZ-BIN-LONG-
      * DESC, OR THE SHORT DESCRIPTION WHEN THE BIN HAS NONE).  THE
      * FIRST BYTE IS THE RECORD TYPE: THE TRANSMITTED FILE OPENS
      * WITH AN "H" HEADER AND CLOSES WITH A "T" TRAILER (SEE
      * FBZXT2), WITH "D" DETAIL RECORDS BETWEEN.  THE STAGE FILES
      * THE FEED-WRITING STEPS PRODUCE HOLD DETAIL RECORDS ONLY -
      * FBZXMIT ADDS THE HEADER AND TRAILER.  WRITTEN ALONGSIDE
      * FBZFEED, NOT INSTEAD OF IT, WHILE THE FBZFMT CUTOVER
      * PARAMETER HAS THE NEW LAYOUT LIVE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-FD2-RECORD.
           05  FBZ-FD2-REC-TYPE        PIC X(01).
               88  FBZ-FD2-IS-HEADER        VALUE "H".
               88  FBZ-FD2-IS-DETAIL        VALUE "D".
               88  FBZ-FD2-IS-TRAILER       VALUE "T".
           05  FBZ-FD2-ITEM-NUM        PIC 9(05).
           05  FBZ-FD2-BIN-CODE        PIC X(04).
               88  FBZ-FD2-BIN-FIZZ         VALUE "FIZZ".
               88  FBZ-FD2-BIN-BUZZ         VALUE "BUZZ".
               88  FBZ-FD2-BIN-FIZZBUZZ     VALUE "FBUZ".
               88  FBZ-FD2-BIN-PLAIN        VALUE "PLN ".
           05  FBZ-FD2-CATEGORY        PIC X(08).
           05  FBZ-FD2-BIN-DESC        PIC X(40).
           05  FBZ-FD2-ITEM-DESC       PIC X(30).
           05  FBZ-FD2-SENT-DATE       PIC X(08).
           05  FBZ-FD2-ZONE            PIC X(02).
           05  FBZ-FD2-CAP-CLASS       PIC X(01).
           05  FBZ-FD2-HANDLING        PIC X(04).
           05  FBZ-FD2-RESEND-FLAG     PIC X(01).
               88  FBZ-FD2-IS-RESEND        VALUE "Y".
           05  FBZ-FD2-RESEND-COUNT    PIC 9(02).
           05  FBZ-FD2-PARM-VERSION    PIC 9(05).
           05  FBZ-FD2-PROFILE         PIC X(08).
           05  FBZ-FD2-SITE            PIC X(02).
           05  FBZ-FD2-REDIRECT-FLAG   PIC X(01).
               88  FBZ-FD2-IS-REDIRECTED    VALUE "Y".
           05  FBZ-FD2-ORIG-BIN        PIC X(04).
           05  FILLER                  PIC X(24).
