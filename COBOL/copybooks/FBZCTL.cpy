      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  CARVED FBZ-CTL-PARM-VERSION OUT OF THE
      *                   TRAILING FILLER - THE FBZPHIST VERSION OF
      *                   THE RULE SET A VARIANT RAN UNDER (SEE
      *                   FBZREC), OR THAT FBZLOAD FOUND ON THE
      *                   LISTING IT LOADED; ZEROES FROM A STEP THAT
      *                   APPLIES NO RULES.  NO PROFILE ID IS
      *                   NEEDED HERE - REQUEST-MODE RUNS, THE ONLY
      *                   ONES THAT RUN UNDER A PROFILE, WRITE NO
      *                   CONTROL RECORD.
      *   2026-10-15  AS  FBZ-CTL-SITE TAKES THE LAST TWO BYTES OF
      *                   FILLER - THE WAREHOUSE SITE THE STEP RAN FOR.
      *                   FBZBAL DOES NOT TEST IT: THE SITES ARE KEPT
      *                   APART BY THEIR OWN CONTROL-TOTALS DATASETS
      *                   (SITE 02 WRITES PROD.FIZZBUZZ.S02.CONTROL.
      *                   TOTALS), SO EACH CHAIN BALANCES ONLY ITS OWN.
      *                   SPACES ON A RECORD WRITTEN BEFORE THE FIELD
      *                   EXISTED MEAN SITE 01.
      *=================================================================
       01  FBZ-CONTROL-RECORD.
           05  FBZ-CTL-PROGRAM-ID      PIC X(08).
           05  FBZ-CTL-LIMIT           PIC 9(05).
           05  FBZ-CTL-START-NUM       PIC 9(05).
           05  FBZ-CTL-TOTAL           PIC 9(07).
           05  FBZ-CTL-PARM-VERSION    PIC 9(05).
           05  FBZ-CTL-SITE            PIC X(02).
