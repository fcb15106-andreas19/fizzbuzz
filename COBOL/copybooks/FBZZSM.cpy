      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZ-ZSM-SITE OUT OF THE TRAILING FILLER
      *                   - FBZZONE NOW KEEPS ONE SUMMARY ROW PER SITE
      *                   AND ZONE.  SPACES MEAN SITE 01.
      *=================================================================
       01  FBZ-ZSM-RECORD.
           05  FBZ-ZSM-RUN-DATE        PIC X(08).
           05  FBZ-ZSM-ZONE            PIC X(02).
           05  FBZ-ZSM-ITEM-COUNT      PIC 9(07).
           05  FBZ-ZSM-SITE            PIC X(02).
           05  FILLER                  PIC X(01).
