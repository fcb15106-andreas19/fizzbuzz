      *=================================================================
      * FBZFRZ  -  CHANGE-FREEZE WINDOW RECORD
      *
      * ONE RECORD PER CHANGE-FREEZE WINDOW ON THE FREEZE CALENDAR
      * (DD FBZFREEZ), MAINTAINED THROUGH FBZCMNT BY A LEVEL-3
      * OPERATOR.  AT MONTH-END CLOSE, INVENTORY COUNT AND PEAK
      * SEASON THE BUSINESS WANTS NOTHING CHANGED: FROM THE FROM
      * DATE THROUGH THE TO DATE INCLUSIVE, THE MAINTENANCE
      * PROGRAMS REFUSE - AND FBZPAPLY DEFERS - ANY CHANGE WITHIN
      * THE WINDOW'S SCOPE UNLESS A LEVEL-3 OPERATOR KEYS THE
      * EMERGENCY OVERRIDE.  SCOPE R COVERS THE FBZPARM RULES
      * (FBZMAINT, FBZPAPLY), B THE BIN MASTER, ITS MAP AND ITS
      * OUTAGE WINDOWS (FBZBMNT, FBZBMAS), Q THE REQUESTOR MASTER
      * (FBZRQMNT), S THE SUBSCRIPTION MASTER (FBZSMNT) AND A ALL
      * OF THEM PLUS THE PROCESSING SCHEDULE (FBZCMNT).  WINDOWS
      * MAY OVERLAP; A WINDOW IS KNOWN BY ITS FROM DATE AND SCOPE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-FRZ-RECORD.
           05  FBZ-FRZ-FROM-DATE       PIC X(08).
           05  FBZ-FRZ-TO-DATE         PIC X(08).
           05  FBZ-FRZ-SCOPE           PIC X(01).
               88  FBZ-FRZ-SCOPE-RULES      VALUE "R".
               88  FBZ-FRZ-SCOPE-BINS       VALUE "B".
               88  FBZ-FRZ-SCOPE-REQUESTORS VALUE "Q".
               88  FBZ-FRZ-SCOPE-SUBS       VALUE "S".
               88  FBZ-FRZ-SCOPE-ALL        VALUE "A".
               88  FBZ-FRZ-SCOPE-VALID      VALUE "R" "B" "Q" "S"
                                                  "A".
           05  FBZ-FRZ-REASON          PIC X(30).
           05  FBZ-FRZ-ENTERED-BY      PIC X(08).
           05  FBZ-FRZ-ENTERED-DATE    PIC X(08).
           05  FILLER                  PIC X(17).
