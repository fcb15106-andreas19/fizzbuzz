      * DENIED THE ATTEMPT - SO A SCHEDULE CHANGE THAT HID A
      * MISSED RUN CAN BE TRACED BACK TO WHO MADE IT AND WHEN,
      * THE SAME CONVENTION THE OTHER MAINTENANCE LOGS FOLLOW.
      * A FREEZE CALENDAR CHANGE (ACTION "FREEZE" OR "FRZ-DEL")
      * CARRIES THE WINDOW IN THE FBZC-LOG-FREEZE VIEW INSTEAD, ITS
      * FROM DATE WHERE AN EXCEPTION DATE WOULD STAND.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZC-LOG-FREEZE VIEW FOR FREEZE CALENDAR
      *                   CHANGES.
      *=================================================================
       01  FBZ-CAL-LOG-RECORD.
           05  FBZC-LOG-OPERATOR-ID    PIC X(08).
           05  FBZC-LOG-CHANGE-DATE    PIC X(08).
           05  FBZC-LOG-CHANGE-TIME    PIC X(06).
           05  FBZC-LOG-ACTION         PIC X(08).
           05  FBZC-LOG-DETAIL.
               10  FBZC-LOG-DAY-FLAGS  PIC X(07).
               10  FBZC-LOG-EXC-DATE   PIC X(08).
               10  FBZC-LOG-EXC-DESC   PIC X(20).
           05  FBZC-LOG-FREEZE REDEFINES FBZC-LOG-DETAIL.
               10  FBZC-LOG-FRZ-SCOPE  PIC X(01).
               10  FILLER              PIC X(06).
               10  FBZC-LOG-FRZ-FROM   PIC X(08).
               10  FBZC-LOG-FRZ-TO     PIC X(08).
               10  FBZC-LOG-FRZ-REASON PIC X(12).
           05  FILLER                  PIC X(05).
