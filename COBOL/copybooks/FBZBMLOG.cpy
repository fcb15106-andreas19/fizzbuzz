      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZBMAS, THE BATCH MASS-UPDATE, APPENDS THE
      *                   SAME RECORDS - ONE PER APPLIED TRANSACTION,
      *                   ACTION ADD OR UPDATE, CARRYING THE OPERATOR
      *                   NAMED ON ITS PARAMETER FILE.
      *   2026-10-15  AS  FBZB-LOG-SITE CARVED FROM THE FILLER - THE
      *                   WAREHOUSE SITE OF THE BIN OR MAPPING CHANGED.
      *   2026-10-15  AS  FBZBMNT ALSO LOGS OUT-OF-SERVICE WINDOW
      *                   CHANGES (ACTION "OOS" OR "OOS-DEL") - THE
      *                   BIN'S ATTRIBUTE AREA IS REDEFINED TO CARRY
      *                   THE WINDOW'S DATES AND ALTERNATE BIN, THE
      *                   REASON SHORTENED TO FIT.
      *=================================================================
       01  FBZ-BIN-LOG-RECORD.
           05  FBZB-LOG-OPERATOR-ID    PIC X(08).
           05  FBZB-LOG-CHANGE-TIME    PIC X(06).
           05  FBZB-LOG-ACTION         PIC X(08).
           05  FBZB-LOG-BIN-CODE       PIC X(04).
           05  FBZB-LOG-ATTRIBUTES.
               10  FBZB-LOG-NEW-DESC       PIC X(20).
               10  FBZB-LOG-NEW-ZONE       PIC X(02).
               10  FBZB-LOG-NEW-CAP-CLASS  PIC X(01).
               10  FBZB-LOG-NEW-HANDLING   PIC X(04).
           05  FBZB-LOG-OOS-WINDOW REDEFINES FBZB-LOG-ATTRIBUTES.
               10  FBZB-LOG-OOS-FROM-DATE  PIC X(08).
               10  FBZB-LOG-OOS-TO-DATE    PIC X(08).
               10  FBZB-LOG-OOS-ALT-BIN    PIC X(04).
               10  FBZB-LOG-OOS-REASON     PIC X(07).
           05  FBZB-LOG-SITE           PIC X(02).
           05  FILLER                  PIC X(07).
