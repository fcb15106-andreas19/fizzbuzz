      *
      * MODIFICATION HISTORY
      *   2026-08-09  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  ADDED FBZ-PARM-SITE - THE TWO-CHARACTER
      *                   WAREHOUSE SITE CODE THE RULE SET BELONGS TO.
      *                   EACH SITE RUNS THE CHAIN AGAINST ITS OWN
      *                   FBZPARM MEMBER.  THE FIELD IS CARVED FROM THE
      *                   TRAILING FILLER, SO LIKE THAT FILLER IT
      *                   FOLLOWS THE LAST ACTIVE RULE ROW (BYTE 9 + 11
      *                   X RULE COUNT); FBZMAINT WRITES IT THERE.
      *                   SPACES ON A RECORD WRITTEN BEFORE THE FIELD
      *                   EXISTED MEAN SITE 01, THE ORIGINAL WAREHOUSE.
      *=================================================================
       01  FBZ-PARM-RECORD.
           05  FBZ-PARM-LIMIT          PIC 9(05).
                                       INDEXED BY FBZ-RULE-IDX.
               10  FBZ-RULE-DIVISOR    PIC 9(03).
               10  FBZ-RULE-LABEL      PIC X(08).
           05  FBZ-PARM-SITE           PIC X(02).
           05  FILLER                  PIC X(08).
