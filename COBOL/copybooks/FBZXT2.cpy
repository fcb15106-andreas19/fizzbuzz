      *=================================================================
      * FBZXT2  -  LAYOUT 02 FEED TRANSMISSION HEADER AND TRAILER
      *
      * THE FIRST AND LAST RECORDS OF EVERY LAYOUT 02 (FBZFD2) FEED
      * FILE, WRITTEN BY FBZXMIT IN THE SAME 150-BYTE SLOT AS AN
      * FBZFD2 DETAIL RECORD AND TOLD APART BY THE SAME RECORD-TYPE
      * BYTE.  THE HEADER NAMES THE LAYOUT, THE SITE AND THE
      * TRANSMISSION'S SEQUENCE NUMBER UP FRONT; THE TRAILER
      * REPEATS THE SEQUENCE AND CARRIES THE ITEM COUNT AND THE
      * CATEGORY-COUNT BREAKDOWN BY BIN CODE, AS FBZXTR DOES FOR
      * THE LAYOUT 01 FILE.  THE LAYOUT 02 SEQUENCE IS KEPT APART
      * FROM THE LAYOUT 01 SEQUENCE ON THE FBZXREG REGISTER.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-XMIT-HEADER2-RECORD.
           05  FBZ-XH2-REC-TYPE        PIC X(01).
               88  FBZ-XH2-IS-HEADER        VALUE "H".
           05  FBZ-XH2-LAYOUT          PIC X(02).
           05  FBZ-XH2-SITE            PIC X(02).
           05  FBZ-XH2-SEQ-NUM         PIC 9(06).
           05  FBZ-XH2-SENT-DATE       PIC X(08).
           05  FBZ-XH2-SENT-TIME       PIC X(06).
           05  FILLER                  PIC X(125).

       01  FBZ-XMIT-TRAILER2-RECORD.
           05  FBZ-XT2-REC-TYPE        PIC X(01).
               88  FBZ-XT2-IS-TRAILER       VALUE "T".
           05  FBZ-XT2-SEQ-NUM         PIC 9(06).
           05  FBZ-XT2-ITEM-COUNT      PIC 9(06).
           05  FBZ-XT2-FIZZ-COUNT      PIC 9(06).
           05  FBZ-XT2-BUZZ-COUNT      PIC 9(06).
           05  FBZ-XT2-FBUZ-COUNT      PIC 9(06).
           05  FBZ-XT2-PLN-COUNT       PIC 9(06).
           05  FBZ-XT2-OTHR-COUNT      PIC 9(06).
           05  FILLER                  PIC X(107).
