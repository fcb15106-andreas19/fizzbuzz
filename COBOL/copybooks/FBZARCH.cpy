      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZ-ARC-OVERRIDDEN OUT OF THE
      *                   TRAILING FILLER - THE FBZHIST OVERRIDDEN
      *                   COLUMN ("Y" OR "N"; SPACE ON A ROW
      *                   ARCHIVED BEFORE THE COLUMN EXISTED).
      *   2026-10-15  AS  ADDED FBZ-ARC-PARM-VERSION AND
      *                   FBZ-ARC-PROFILE - THE FBZHIST PARM_VERSION
      *                   AND PROFILE_ID COLUMNS.  THE FILLER LEFT
      *                   COULD NOT HOLD BOTH, SO THE RECORD GREW
      *                   FROM 80 TO 100 BYTES; A GENERATION CUT
      *                   BEFORE THE CHANGE READS BACK WITH BOTH
      *                   FIELDS SPACES.
      *   2026-10-15  AS  ADDED FBZ-ARC-REQUESTOR OUT OF THE TRAILING
      *                   FILLER - THE NEW FBZHIST REQUESTOR COLUMN
      *                   (SPACES ON A PRODUCTION ROW OR ONE ARCHIVED
      *                   BEFORE THE COLUMN EXISTED).
      *   2026-10-15  AS  ADDED FBZ-ARC-SITE OUT OF THE TRAILING FILLER
      *                   - THE NEW FBZHIST SITE_CODE COLUMN (SPACES ON
      *                   A ROW ARCHIVED BEFORE THE COLUMN EXISTED,
      *                   MEANING SITE 01).
      *=================================================================
       01  FBZ-ARCHIVE-RECORD.
           05  FBZ-ARC-RUN-DATE        PIC X(08).
           05  FBZ-ARC-NUM             PIC 9(05).
           05  FBZ-ARC-CATEGORY        PIC X(08).
           05  FBZ-ARC-REC-TEXT        PIC X(40).
           05  FBZ-ARC-OVERRIDDEN      PIC X(01).
           05  FBZ-ARC-PARM-VERSION    PIC 9(05).
           05  FBZ-ARC-PROFILE         PIC X(08).
           05  FBZ-ARC-REQUESTOR       PIC X(06).
           05  FBZ-ARC-SITE            PIC X(02).
           05  FILLER                  PIC X(09).
