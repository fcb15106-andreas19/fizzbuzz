      *=================================================================
      * FBZINC  -  PRODUCTION INCIDENT RECORD
      *
      * ONE RECORD PER FAILED STEP PER PROCESSING DATE ON THE
      * INCIDENT CLUSTER (DD FBZINCF), A VSAM KSDS KEYED BY THE
      * PROCESSING DATE, JOB NAME, STEP NAME AND PROGRAM-ID OF THE
      * STEP THAT FAILED.  OPENED BY THE FBZINCW SUBPROGRAM WHEN
      * FBZMON, FBZBAL, FBZRECON OR FBZGATE ENDS WITH A FAILURE
      * RETURN CODE (ABOVE 4); A RERUN OF THE SAME STEP FOR THE
      * SAME DATE THAT FAILS AGAIN FINDS THE SAME KEY, SO IT
      * UPDATES THE RECORD - LATEST RETURN CODE AND DESCRIPTION,
      * ONE MORE OCCURRENCE - INSTEAD OF OPENING A DUPLICATE, AND
      * REOPENS IT IF IT HAD ALREADY BEEN CLOSED.  THE FOLLOW-UP -
      * WHO OWNS IT, WHAT HAS BEEN FOUND, THE ROOT CAUSE IT WAS
      * CLOSED UNDER - IS KEYED THROUGH THE FBZINMT TRANSACTION;
      * FBZINAR REPORTS THE ONES STILL OPEN BY AGE.  ROOT-CAUSE
      * CODES:
      *     APPL - PROGRAM DEFECT
      *     DATA - BAD INPUT OR REFERENCE DATA
      *     OPER - OPERATOR OR JCL ERROR
      *     SCHD - SCHEDULING, LATE OR MISSING INPUT
      *     INFR - SYSTEM, DASD OR DB2 PROBLEM
      *     EXTN - EXTERNAL SYSTEM (SLOTTING)
      *     NFF  - NO FAULT FOUND
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-INCIDENT-RECORD.
           05  FBZ-INC-KEY.
               10  FBZ-INC-RUN-DATE    PIC X(08).
               10  FBZ-INC-JOB-NAME    PIC X(08).
               10  FBZ-INC-STEP-NAME   PIC X(08).
               10  FBZ-INC-PROGRAM-ID  PIC X(08).
           05  FBZ-INC-RETURN-CODE     PIC 9(03).
           05  FBZ-INC-DESCRIPTION     PIC X(60).
           05  FBZ-INC-STATUS          PIC X(01).
               88  FBZ-INC-IS-OPEN          VALUE "O".
               88  FBZ-INC-IS-ASSIGNED      VALUE "A".
               88  FBZ-INC-IS-CLOSED        VALUE "C".
               88  FBZ-INC-IS-OUTSTANDING   VALUE "O" "A".
           05  FBZ-INC-OCCURRENCES     PIC 9(03).
           05  FBZ-INC-OPENED-DATE     PIC X(08).
           05  FBZ-INC-OPENED-TIME     PIC X(06).
           05  FBZ-INC-LAST-DATE       PIC X(08).
           05  FBZ-INC-LAST-TIME       PIC X(06).
           05  FBZ-INC-ASSIGNED-TO     PIC X(08).
           05  FBZ-INC-NOTE            PIC X(60).
           05  FBZ-INC-ROOT-CAUSE      PIC X(04).
               88  FBZ-INC-CAUSE-VALID      VALUE "APPL" "DATA"
                                                  "OPER" "SCHD"
                                                  "INFR" "EXTN"
                                                  "NFF ".
           05  FBZ-INC-CLOSED-BY       PIC X(08).
           05  FBZ-INC-CLOSED-DATE     PIC X(08).
           05  FILLER                  PIC X(25).
