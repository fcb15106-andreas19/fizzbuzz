      *=================================================================
      * FBZINLOG  -  INCIDENT LOG RECORD
      *
      * ONE RECORD APPENDED TO THE INCIDENT LOG (DD FBZINLOG) EACH
      * TIME AN INCIDENT IS OPENED, UPDATED OR REOPENED BY A
      * FAILING STEP (FBZINCW - THE OPERATOR ID IS THEN THE FAILING
      * PROGRAM'S OWN ID), AND EACH TIME AN OPERATOR ASSIGNS,
      * ANNOTATES OR CLOSES ONE THROUGH FBZINMT OR IS DENIED THE
      * ATTEMPT.  THE CLUSTER HOLDS ONLY THE LATEST NOTE; THIS LOG
      * IS THE FULL HISTORY OF EVERY INCIDENT - THE SAME CONVENTION
      * FBZOVLOG GIVES THE OVERRIDE CLUSTER.  ACTIONS: OPENED,
      * RECUR, REOPEN, ASSIGN, NOTE, CLOSE, DENIED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-INCIDENT-LOG-RECORD.
           05  FBZI-LOG-OPERATOR-ID    PIC X(08).
           05  FBZI-LOG-CHANGE-DATE    PIC X(08).
           05  FBZI-LOG-CHANGE-TIME    PIC X(06).
           05  FBZI-LOG-ACTION         PIC X(08).
           05  FBZI-LOG-RUN-DATE       PIC X(08).
           05  FBZI-LOG-JOB-NAME       PIC X(08).
           05  FBZI-LOG-STEP-NAME      PIC X(08).
           05  FBZI-LOG-PROGRAM-ID     PIC X(08).
           05  FBZI-LOG-RETURN-CODE    PIC 9(03).
           05  FBZI-LOG-ASSIGNED-TO    PIC X(08).
           05  FBZI-LOG-ROOT-CAUSE     PIC X(04).
           05  FBZI-LOG-TEXT           PIC X(60).
           05  FILLER                  PIC X(13).
