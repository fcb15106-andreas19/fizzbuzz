      *=================================================================
      * FBZHXA  -  FBZHIST EXTRACT ACKNOWLEDGMENT RECORD
      *
      * ONE RECORD WRITTEN BY FBZHEXT TO THE ACKNOWLEDGMENT FILE
      * (DD FBZHXACK) FOR EVERY FBZHXR EXTRACT REQUEST READ, THE
      * WAY FBZREDT ACKNOWLEDGES A RANGE REQUEST: AN ACCEPTED
      * REQUEST CARRIES THE ROWS EXTRACTED AND THE NAME OF THE
      * DATASET THEY WENT TO; A REJECTED ONE CARRIES A REASON CODE -
      *     RQSTR    - REQUESTOR NOT ACTIVE ON FBZRQMST
      *     FORMAT   - FORMAT NOT F, C OR P
      *     DATES    - RUN-DATE RANGE MISSING, NOT NUMERIC OR
      *                FROM AFTER TO
      *     NUMS     - NUM RANGE NOT NUMERIC OR LOW ABOVE HIGH
      *     ALLOC    - THE EXTRACT DATASET COULD NOT BE ALLOCATED
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-HXA-RECORD.
           05  FBZ-HXA-REQUESTOR       PIC X(06).
           05  FBZ-HXA-REFERENCE       PIC X(08).
           05  FBZ-HXA-STATUS          PIC X(08).
               88  FBZ-HXA-ACCEPTED         VALUE "ACCEPTED".
               88  FBZ-HXA-REJECTED         VALUE "REJECTED".
           05  FBZ-HXA-REASON          PIC X(08).
           05  FBZ-HXA-ROW-COUNT       PIC 9(09).
           05  FBZ-HXA-DSN             PIC X(44).
           05  FBZ-HXA-EDIT-DATE       PIC X(08).
           05  FILLER                  PIC X(09).
