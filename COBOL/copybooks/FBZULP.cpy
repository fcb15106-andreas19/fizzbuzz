      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZ-UNL-SITE OUT OF THE TRAILING FILLER
      *                   - THE WAREHOUSE SITE TO REGENERATE (BLANK =
      *                   SITE 01).
      *=================================================================
       01  FBZ-UNLOAD-PARM-RECORD.
           05  FBZ-UNL-RUN-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FBZ-UNL-PROGRAM-ID      PIC X(08).
           05  FILLER                  PIC X(01).
           05  FBZ-UNL-SITE            PIC X(02).
