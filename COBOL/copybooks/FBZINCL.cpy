      *=================================================================
      * FBZINCL  -  INCIDENT CALL PARAMETER AREA
      *
      * LINKAGE PARAMETER AREA FOR THE FBZINCW INCIDENT SUBPROGRAM.
      * A STEP ENDING WITH A FAILURE RETURN CODE SETS THE
      * PROCESSING DATE IT RAN FOR, ITS OWN PROGRAM-ID, THE RETURN
      * CODE AND A SHORT DESCRIPTION, AND CALLS "FBZINCW" USING
      * THIS AREA.  FBZINCW ADDS THE JOB AND STEP NAME ITSELF,
      * OPENS OR UPDATES THE INCIDENT (SEE FBZINC), AND RETURNS:
      *     00 - NEW INCIDENT OPENED
      *     04 - RERUN - THE DAY'S OPEN INCIDENT FOR THE STEP WAS
      *          UPDATED
      *     08 - RERUN - THE DAY'S INCIDENT FOR THE STEP HAD BEEN
      *          CLOSED AND WAS REOPENED
      *     16 - THE INCIDENT CLUSTER COULD NOT BE OPENED OR
      *          WRITTEN - NOTHING RECORDED
      * THE CALL STATUS IS THE CALLER'S TO REPORT; AN INCIDENT
      * THAT CANNOT BE RECORDED NEVER CHANGES THE CALLER'S OWN
      * RETURN CODE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-INC-PARAMETER-AREA.
           05  FBZ-INL-IN-RUN-DATE     PIC X(08).
           05  FBZ-INL-IN-PROGRAM-ID   PIC X(08).
           05  FBZ-INL-IN-RETURN-CODE  PIC 9(03).
           05  FBZ-INL-IN-DESCRIPTION  PIC X(60).
           05  FBZ-INL-CALL-STATUS     PIC 9(02).
               88  FBZ-INL-OPENED           VALUE 00.
               88  FBZ-INL-UPDATED          VALUE 04.
               88  FBZ-INL-REOPENED         VALUE 08.
               88  FBZ-INL-NOT-RECORDED     VALUE 16.
           05  FBZ-INL-OUT-JOB-NAME    PIC X(08).
           05  FBZ-INL-OUT-STEP-NAME   PIC X(08).
           05  FILLER                  PIC X(03).
