      * MASTER, AND HOW MANY OF THE WEEK'S RUNS ASSIGNED THAT
      * CATEGORY - AN ASSIGN COUNT BELOW THE WEEK'S RUN COUNT IS
      * HOW THEIR REPLENISHMENT PLANNER SPOTS AN ITEM WHOSE
      * CATEGORY FLAPPED DURING THE WEEK.  THE SITE SAYS WHICH
      * WAREHOUSE THE ZONE AND CAPACITY CLASS BELONG TO.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  ADDED FBZ-RPX-WEEK-RUNS OUT OF THE TRAILING
      *                   FILLER - THE NUMBER OF RUNS IN THE WEEK, SO
      *                   THE PLANNER NO LONGER HAS TO WORK OUT WHAT THE
      *                   ASSIGN COUNT FALLS SHORT OF.
      *   2026-10-15  AS  FBZ-RPX-SITE TAKES THE LAST TWO BYTES OF
      *                   FILLER - THE WAREHOUSE SITE OF THE RECORD.
      *=================================================================
       01  FBZ-RPX-RECORD.
           05  FBZ-RPX-ITEM-NUM        PIC 9(05).
           05  FBZ-RPX-ASSIGN-COUNT    PIC 9(03).
           05  FBZ-RPX-WEEK-FROM       PIC X(08).
           05  FBZ-RPX-WEEK-TO         PIC X(08).
           05  FBZ-RPX-WEEK-RUNS       PIC 9(03).
           05  FBZ-RPX-SITE            PIC X(02).
