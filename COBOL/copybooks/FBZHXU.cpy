      *=================================================================
      * FBZHXU  -  FBZHIST EXTRACT USAGE RECORD
      *
      * ONE RECORD PER REQUESTOR APPENDED BY EVERY FBZHEXT RUN TO
      * THE EXTRACT USAGE FILE (DD FBZHXUSE): THE RUN DATE, THE
      * REQUESTOR, HOW MANY OF ITS EXTRACT REQUESTS RAN AND HOW
      * MANY FBZHIST ROWS THEY EXTRACTED.  THE FILE IS THE VOLUME
      * BASIS FOR BILLING THE EXTRACTS BACK TO THE REQUESTING
      * GROUPS, THE SAME WAY FBZCHGB BILLS RANGE REQUESTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-HXU-RECORD.
           05  FBZ-HXU-RUN-DATE        PIC X(08).
           05  FBZ-HXU-REQUESTOR       PIC X(06).
           05  FBZ-HXU-REQUESTS        PIC 9(05).
           05  FBZ-HXU-ROWS            PIC 9(09).
           05  FILLER                  PIC X(12).
