      *=================================================================
      * FBZFMT  -  SLOTTING FEED LAYOUT CUTOVER PARAMETER
      *
      * OPTIONAL ONE-RECORD FILE (DD FBZFMTP) READ AT START-UP BY
      * EVERY STEP THAT WRITES, MERGES, TRANSMITS OR RECONCILES
      * THE SLOTTING FEED - THE VARIANTS, FBZMERGE, FBZXMIT,
      * FBZRSND, FBZUNLD AND FBZRECON - AND BY FBZMREC AND FBZSVCR,
      * WHICH COUNT EACH TRANSMISSION IN ONE LAYOUT ONLY.  IT SETS
      * WHICH OF THE TWO FEED LAYOUTS ARE LIVE ON A PROCESSING DATE:
      *     LAYOUT 02 (FBZFD2) IS LIVE FROM FBZ-FMT-NEW-FROM-DATE ON,
      *         AND NEVER WHILE THE DATE IS SPACES;
      *     LAYOUT 01 (FBZFEED) IS LIVE THROUGH FBZ-FMT-OLD-THRU-
      *         DATE, AND FOR GOOD WHILE THE DATE IS SPACES.
      * THE DAYS BETWEEN ARE THE CUTOVER WINDOW, WHEN THE SAME RUN
      * PRODUCES AND SENDS BOTH.  LAYOUT 01 IS NEVER RETIRED UNTIL
      * LAYOUT 02 IS LIVE, SO A MISKEYED DATE CANNOT STOP THE FEED
      * ALTOGETHER.  NO DD, NO RECORD OR A NON-NUMERIC DATE MEANS
      * LAYOUT 01 ONLY - THE FEED AS IT WAS BEFORE THE CUTOVER.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-FMT-RECORD.
           05  FBZ-FMT-NEW-FROM-DATE   PIC X(08).
           05  FBZ-FMT-OLD-THRU-DATE   PIC X(08).
           05  FILLER                  PIC X(04).
