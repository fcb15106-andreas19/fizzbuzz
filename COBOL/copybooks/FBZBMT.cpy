      *=================================================================
      * FBZBMT  -  FIZZBUZZ BIN MASS-UPDATE TRANSACTION RECORD
      *
      * ONE RECORD PER BIN CHANGE ON THE MASS-UPDATE TRANSACTION
      * FILE (DD FBZBMTRN) READ BY FBZBMAS.  AN ADD CARRIES EVERY
      * ATTRIBUTE OF THE NEW BIN; A CHANGE CARRIES THE BIN CODE AND
      * ONLY THE ONE ATTRIBUTE IT CHANGES - THE OTHER FIELDS ARE
      * IGNORED.  TRANSACTIONS ARE APPLIED IN FILE ORDER, SO A BIN
      * ADDED EARLIER IN THE BATCH MAY BE CHANGED LATER IN IT.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-BMT-RECORD.
           05  FBZ-BMT-TYPE            PIC X(01).
               88  FBZ-BMT-ADD              VALUE "A".
               88  FBZ-BMT-CHANGE-ZONE      VALUE "Z".
               88  FBZ-BMT-CHANGE-CAP-CLASS VALUE "C".
               88  FBZ-BMT-CHANGE-HANDLING  VALUE "H".
           05  FBZ-BMT-BIN-CODE        PIC X(04).
           05  FBZ-BMT-DESC            PIC X(20).
           05  FBZ-BMT-ZONE            PIC X(02).
           05  FBZ-BMT-CAP-CLASS       PIC X(01).
           05  FBZ-BMT-HANDLING        PIC X(04).
           05  FILLER                  PIC X(08).
