      *=================================================================
      * FBZOVR  -  PER-ITEM CATEGORY OVERRIDE RECORD
      *
      * ONE RECORD PER OVERRIDDEN ITEM ON THE CATEGORY OVERRIDE
      * CLUSTER (DD FBZOVRD), A VSAM KSDS KEYED BY THE FIVE-DIGIT
      * ITEM NUM - THE SAME KEY FBZITEM AND FBZIDX CARRY.  THE
      * MERCHANDISING DESK USES IT TO FORCE ONE ITEM INTO A
      * CATEGORY (AND RESULT TEXT) OTHER THAN THE ONE THE DIVISOR
      * RULES WOULD GIVE IT, FOR A BOUNDED PERIOD, WITHOUT TOUCHING
      * THE RULE TABLE EVERY OTHER NUM DEPENDS ON.  A ROW IS KEYED
      * AS A PENDING REQUEST BY ONE OPERATOR AND ONLY TAKES EFFECT
      * ONCE A DIFFERENT, LEVEL 3 OPERATOR HAS APPROVED IT - THE
      * SAME FOUR-EYES RULE FBZMAINT APPLIES TO A LIMIT CHANGE -
      * AND THEN ONLY FROM THE EFFECTIVE DATE THROUGH THE EXPIRY
      * DATE INCLUSIVE.  MAINTAINED BY FBZOMNT; HONORED BY THE
      * VARIANTS, FBZCATEG, FBZSIM AND FBZVAL4.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-OVERRIDE-RECORD.
           05  FBZ-OVR-NUM             PIC 9(05).
           05  FBZ-OVR-CATEGORY        PIC X(08).
           05  FBZ-OVR-TEXT            PIC X(40).
           05  FBZ-OVR-REASON          PIC X(30).
           05  FBZ-OVR-EFF-DATE        PIC X(08).
           05  FBZ-OVR-EXP-DATE        PIC X(08).
           05  FBZ-OVR-REQ-OPER        PIC X(08).
           05  FBZ-OVR-APPR-OPER       PIC X(08).
           05  FBZ-OVR-STATUS          PIC X(01).
               88  FBZ-OVR-IS-PENDING       VALUE "P".
               88  FBZ-OVR-IS-APPROVED      VALUE "A".
           05  FILLER                  PIC X(14).
