      *=================================================================
      * FBZNSL  -  SENT-NOTIFICATION LOG RECORD
      *
      * ONE RECORD APPENDED TO THE SENT-NOTIFICATION LOG (DD
      * FBZNTLOG) BY FBZNOTE FOR EVERY NOTIFICATION IT WRITES TO
      * THE GATEWAY FILE.  THE EVENT TYPE, EVENT KEY AND ADDRESS
      * TOGETHER NAME ONE NOTICE; FBZNOTE SKIPS ANY NOTICE THE LOG
      * ALREADY HOLDS, SO A RERUN - OR AN EVENT STILL STANDING THE
      * NEXT DAY - NEVER GOES OUT TWICE.  THE EVENT KEY IS BUILT
      * FROM THE SOURCE RECORD (SEE FBZNOTE FOR EACH TYPE'S KEY).
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-SENT-LOG-RECORD.
           05  FBZ-NSL-SENT-DATE       PIC X(08).
           05  FBZ-NSL-SENT-TIME       PIC X(06).
           05  FBZ-NSL-EVENT-TYPE      PIC X(08).
           05  FBZ-NSL-EVENT-KEY       PIC X(48).
           05  FBZ-NSL-ADDRESS         PIC X(40).
           05  FILLER                  PIC X(10).
