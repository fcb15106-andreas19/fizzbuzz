      *                   ASSIGNMENT.  SPACES ON A NORMAL FEED
      *                   RECORD - THE VARIANTS SPACE-FILL BEFORE
      *                   EVERY WRITE.
      *   2026-10-15  AS  ADDED FBZ-FEED-ITEM-DESC - THE ITEM'S
      *                   DESCRIPTION FROM THE FBZITEM ITEM MASTER.
      *                   ONLY ITEMS ACTIVE ON THE MASTER ARE FED
      *                   TO SLOTTING AT ALL NOW, SO EVERY RECORD
      *                   CARRIES ONE.  THE THREE BYTES OF FILLER
      *                   LEFT COULD NOT HOLD IT, SO THE RECORD
      *                   GREW FROM 50 TO 100 BYTES, THE BALANCE
      *                   HELD AS TRAILING FILLER - EVERY FEED,
      *                   STAGE AND TRANSMISSION DD CARRIES THE
      *                   NEW LRECL, AND SO DOES THE FBZXTR
      *                   TRAILER THAT SHARES THE TRANSMISSION.
      *   2026-10-15  AS  CARVED FBZ-FEED-PARM-VERSION AND
      *                   FBZ-FEED-PROFILE OUT OF THE TRAILING
      *                   FILLER - THE SAME FBZPHIST RULE-SET
      *                   VERSION AND FBZPRF PROFILE ID CARRIED ON
      *                   FBZ-REC-PARM-VERSION AND FBZ-REC-PROFILE,
      *                   SO A DISPUTED BIN ASSIGNMENT TRACES TO THE
      *                   RULE SET THAT MADE IT.  A RESEND CARRIES
      *                   THE VERSION OF THE ORIGINAL ASSIGNMENT.
      *   2026-10-15  AS  CARVED FBZ-FEED-SITE OUT OF THE TRAILING
      *                   FILLER - THE WAREHOUSE SITE THE ASSIGNMENT IS
      *                   FOR, FROM THE VARIANT'S FBZPARM.  SPACES ON A
      *                   RECORD WRITTEN BEFORE THE FIELD EXISTED MEAN
      *                   SITE 01.
      *   2026-10-15  AS  CARVED FBZ-FEED-REDIRECT-FLAG AND
      *                   FBZ-FEED-ORIG-BIN OUT OF THE TRAILING FILLER
      *                   - AN ITEM WHOSE BIN IS IN A PLANNED
      *                   OUT-OF-SERVICE WINDOW (SEE FBZBOS) GOES TO
      *                   THE WINDOW'S ALTERNATE BIN, FLAGGED "Y" WITH
      *                   THE BIN IT WOULD OTHERWISE HAVE GONE TO.
      *                   SPACES ON A RECORD THAT WAS NOT REDIRECTED.
      *=================================================================
       01  FBZ-FEED-RECORD.
           05  FBZ-FEED-ITEM-NUM       PIC 9(05).
           05  FBZ-FEED-RESEND-FLAG    PIC X(01).
               88  FBZ-FEED-IS-RESEND       VALUE "Y".
           05  FBZ-FEED-RESEND-COUNT   PIC 9(02).
           05  FBZ-FEED-ITEM-DESC      PIC X(30).
           05  FBZ-FEED-PARM-VERSION   PIC 9(05).
           05  FBZ-FEED-PROFILE        PIC X(08).
           05  FBZ-FEED-SITE           PIC X(02).
           05  FBZ-FEED-REDIRECT-FLAG  PIC X(01).
               88  FBZ-FEED-IS-REDIRECTED   VALUE "Y".
           05  FBZ-FEED-ORIG-BIN       PIC X(04).
           05  FILLER                  PIC X(03).
