      *=================================================================
      * FBZHXR  -  FBZHIST EXTRACT REQUEST RECORD
      *
      * ONE RECORD PER SELF-SERVICE EXTRACT REQUEST ON THE EXTRACT
      * REQUEST FILE (DD FBZHXREQ) READ BY FBZHEXT.  THE REQUESTOR
      * (HELD TO FBZRQMST) AND ITS OWN REFERENCE NAME THE REQUEST;
      * THE RUN-DATE RANGE IS REQUIRED, AND EVERY OTHER FILTER IS
      * OPTIONAL - SPACES (OR ZERO FOR A NUM) MEAN "ANY": THE NUM
      * RANGE, THE CATEGORY, THE PRODUCING PROGRAM-ID AND THE
      * REQUESTOR TAG A REQUEST-MODE ROW WAS PRODUCED FOR (THE
      * FBZHIST REQUESTOR COLUMN).  THE FORMAT PICKS THE EXTRACT
      * DATASET'S LAYOUT: F - FIXED FBZREC RECORDS, C - CSV ROWS,
      * P - A PAGED PRINT LISTING.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-HXR-RECORD.
           05  FBZ-HXR-REQUESTOR       PIC X(06).
           05  FBZ-HXR-REFERENCE       PIC X(08).
           05  FBZ-HXR-FROM-DATE       PIC X(08).
           05  FBZ-HXR-TO-DATE         PIC X(08).
           05  FBZ-HXR-NUM-LOW         PIC X(05).
           05  FBZ-HXR-NUM-HIGH        PIC X(05).
           05  FBZ-HXR-CATEGORY        PIC X(08).
           05  FBZ-HXR-PROGRAM-ID      PIC X(08).
           05  FBZ-HXR-TAG             PIC X(06).
           05  FBZ-HXR-FORMAT          PIC X(01).
               88  FBZ-HXR-FIXED            VALUE "F".
               88  FBZ-HXR-CSV              VALUE "C".
               88  FBZ-HXR-PRINT            VALUE "P".
               88  FBZ-HXR-FORMAT-VALID     VALUE "F" "C" "P".
           05  FILLER                  PIC X(17).
