      *
      * MODIFICATION HISTORY
      *   2026-08-09  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-AUD-LOAD-SOURCE CARVED FROM THE FILLER.
      *                   FBZSRCS, THE LOAD-SOURCE SELECTION STEP, NOW
      *                   ALSO WRITES A RECORD HERE AND NAMES THE
      *                   VARIANT IT CHOSE (SPACES WHEN NONE QUALIFIED);
      *                   ITS RETURN CODE 4 MARKS A FALLBACK FROM
      *                   FIZZBUZ1.  THE VARIANTS LEAVE THE FIELD
      *                   SPACES.
      *=================================================================
       01  FBZ-AUDIT-RECORD.
           05  FBZ-AUD-JOB-NAME        PIC X(08).
           05  FBZ-AUD-LIMIT-USED      PIC 9(05).
           05  FBZ-AUD-REC-COUNT       PIC 9(07).
           05  FBZ-AUD-RETURN-CODE     PIC 9(03).
           05  FBZ-AUD-LOAD-SOURCE     PIC X(08).
           05  FILLER                  PIC X(02).
