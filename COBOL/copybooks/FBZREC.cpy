      *                   THE FBZRNG RANGE REQUEST THAT ASKED FOR
      *                   THE RECORD WHEN A VARIANT RUNS IN REQUEST
      *                   MODE; SPACES ON A NORMAL FULL-RANGE RUN.
      *   2026-10-15  AS  ADDED FBZ-REC-ITEM-DESC - THE ITEM'S
      *                   DESCRIPTION FROM THE FBZITEM ITEM MASTER
      *                   (SPACES FOR A NUM WITH NO MASTER ROW), SO
      *                   THE LISTING SAYS WHAT THE ITEM IS AND NOT
      *                   JUST ITS NUMBER.  THERE WAS NO FILLER LEFT
      *                   TO CARVE IT FROM, SO THE RECORD GREW FROM
      *                   60 TO 120 BYTES WITH THE BALANCE HELD AS
      *                   TRAILING FILLER - EVERY DD AND THE FBZIDX
      *                   CLUSTERS (RECORDSIZE, SEE FBZGDG) CARRY
      *                   THE NEW LRECL.
      *   2026-10-15  AS  CARVED FBZ-REC-OVERRIDE-FLAG OUT OF THE
      *                   TRAILING FILLER - "Y" WHEN THE RECORD'S
      *                   CATEGORY AND TEXT CAME FROM AN APPROVED
      *                   FBZOVRD PER-ITEM OVERRIDE RATHER THAN THE
      *                   DIVISOR RULES, SPACE OTHERWISE.
      *   2026-10-15  AS  CARVED FBZ-REC-PARM-VERSION AND
      *                   FBZ-REC-PROFILE OUT OF THE TRAILING
      *                   FILLER - THE FBZPHIST VERSION NUMBER OF
      *                   THE FBZPARM RULE SET IN FORCE WHEN THE
      *                   RECORD WAS PRODUCED, AND IN REQUEST MODE
      *                   THE FBZPRF PROFILE ID IT RAN UNDER (SPACES
      *                   FOR THE LIVE RULE SET).  THE LIVE RULE SET
      *                   IS NUMBERED ONE ABOVE THE HIGHEST VERSION
      *                   ON FBZPHIST - THE VERSION IT WILL BE SAVED
      *                   UNDER WHEN IT IS NEXT REPLACED - SO EVERY
      *                   RESULT TRACES TO EXACTLY ONE RULE SET.
      *   2026-10-15  AS  CARVED FBZ-REC-SITE OUT OF THE TRAILING FILLER
      *                   - THE WAREHOUSE SITE WHOSE FBZPARM THE RUN WAS
      *                   MADE UNDER.  FBZLOAD CARRIES IT TO THE FBZHIST
      *                   SITE_CODE COLUMN.  SPACES MEAN SITE 01.
      *   2026-10-15  AS  CARVED FBZ-REC-RUN-DATE OUT OF THE TRAILING
      *                   FILLER - THE FBZHIST RUN DATE OF A RECORD
      *                   WRITTEN BY THE FBZHEXT HISTORY EXTRACT, WHERE
      *                   ONE FILE SPANS MANY DATES.  SPACES ON A
      *                   VARIANT'S OWN OUTPUT, WHICH IS ALL ONE RUN
      *                   DATE.
      *=================================================================
       01  FBZ-OUTPUT-RECORD.
           05  FBZ-REC-NUM             PIC 9(05).
           05  FBZ-REC-TEXT            PIC X(40).
           05  FBZ-REC-PRODUCER        PIC X(01).
           05  FBZ-REC-REQUESTOR       PIC X(06).
           05  FBZ-REC-ITEM-DESC       PIC X(30).
           05  FBZ-REC-OVERRIDE-FLAG   PIC X(01).
               88  FBZ-REC-IS-OVERRIDE      VALUE "Y".
           05  FBZ-REC-PARM-VERSION    PIC 9(05).
           05  FBZ-REC-PROFILE         PIC X(08).
           05  FBZ-REC-SITE            PIC X(02).
           05  FBZ-REC-RUN-DATE        PIC X(08).
           05  FILLER                  PIC X(06).
