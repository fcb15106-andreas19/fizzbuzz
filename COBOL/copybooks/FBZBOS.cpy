      *=================================================================
      * FBZBOS  -  BIN OUT-OF-SERVICE WINDOW RECORD
      *
      * ONE RECORD PER PLANNED OUT-OF-SERVICE WINDOW ON THE BIN
      * OUTAGE FILE (DD FBZBOOS), MAINTAINED THROUGH FBZBMNT
      * ALONGSIDE THE BIN MASTER IT QUALIFIES.  WHILE A BIN IS
      * CLOSED FOR RACKING REPAIR OR A CYCLE COUNT SLOTTING REJECTS
      * EVERYTHING SENT TO IT, SO FROM THE FROM DATE THROUGH THE TO
      * DATE INCLUSIVE THE FEED WRITERS (THE VARIANTS, FBZRSND AND
      * FBZUNLD) SEND THE BIN'S ITEMS TO THE ALTERNATE BIN INSTEAD
      * AND FLAG THE FEED RECORD AS REDIRECTED.  A WINDOW WITH NO
      * ALTERNATE BIN STOPS THE FEED STEP AT THE FIRST ITEM FOR
      * THE CLOSED BIN RATHER THAN SHIP AN ASSIGNMENT SLOTTING
      * WILL ONLY REJECT.  A BIN'S WINDOWS NEVER OVERLAP - FBZBMNT
      * REFUSES ONE THAT WOULD - SO AT MOST ONE IS IN FORCE ON ANY
      * DATE.  SPACES IN THE SITE MEAN SITE 01.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-BOS-RECORD.
           05  FBZ-BOS-SITE            PIC X(02).
           05  FBZ-BOS-BIN-CODE        PIC X(04).
           05  FBZ-BOS-FROM-DATE       PIC X(08).
           05  FBZ-BOS-TO-DATE         PIC X(08).
           05  FBZ-BOS-REASON          PIC X(20).
           05  FBZ-BOS-ALT-BIN         PIC X(04).
           05  FBZ-BOS-ENTERED-BY      PIC X(08).
           05  FBZ-BOS-ENTERED-DATE    PIC X(08).
           05  FILLER                  PIC X(18).
