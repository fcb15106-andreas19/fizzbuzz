      *=================================================================
      * PROGRAM-ID: FBZINCW
      *
      * CALLABLE INCIDENT SUBPROGRAM.  FBZMON FLAGS A FAILED OR
      * LATE CHAIN, FBZBAL A BALANCE BREAK, FBZRECON AN AGED OR
      * OUT-OF-SEQUENCE CONFIRMATION AND FBZGATE A HELD FEED - BUT
      * ONCE THE CONSOLE HAS SCROLLED, THE FOLLOW-UP LIVED IN
      * PEOPLE'S HEADS.  EACH OF THOSE STEPS NOW CALLS THIS
      * SUBPROGRAM WHEN IT ENDS WITH A FAILURE RETURN CODE, USING
      * THE FBZINCL PARAMETER AREA, AND AN INCIDENT IS OPENED ON
      * THE FBZINCF CLUSTER (SEE FBZINC) UNDER THE PROCESSING DATE,
      * JOB NAME, STEP NAME AND PROGRAM-ID.  THE JOB AND STEP NAME
      * COME FROM THE RUNTIME ENVIRONMENT THE SAME WAY THE VARIANTS
      * TAKE THE JOB NAME FOR THEIR AUDIT RECORDS.  A RERUN OF THE
      * SAME STEP FOR THE SAME DATE FINDS THE KEY ALREADY ON FILE
      * AND UPDATES THAT INCIDENT - LATEST RETURN CODE AND
      * DESCRIPTION, ONE MORE OCCURRENCE - REOPENING IT IF IT HAD
      * BEEN CLOSED, RATHER THAN OPENING A DUPLICATE.  EVERY OPEN,
      * UPDATE AND REOPEN IS ALSO APPENDED TO THE FBZINLOG INCIDENT
      * LOG.  THE CLUSTER IS OPENED AND CLOSED ON EACH CALL - A
      * STEP FAILS ONCE - SO NOTHING IS HELD OPEN ACROSS THE
      * CALLER'S OWN CLOSE-DOWN.  A CLUSTER THAT WILL NOT OPEN OR
      * WRITE IS REPORTED BACK AS CALL STATUS 16; IT IS NEVER THIS
      * SUBPROGRAM'S TO ABEND THE CALLER.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE FBZINCF OPEN NO LONGER ACCEPTS STATUS
      *                   05 - THE FILE IS NOT SELECTED OPTIONAL, SO
      *                   ONLY 00 IS A GOOD OPEN.
      *=================================================================
       identification division.
       program-id. FBZINCW.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-INCIDENT-FILE assign to FBZINCF
               organization is indexed
               access mode is random
               record key is FBZ-INC-KEY
               file status is WS-INC-STATUS.
           select optional FBZ-INCIDENT-LOG-FILE assign to FBZINLOG
               organization is line sequential
               file status is WS-ILOG-STATUS.

       data division.
       file section.
       fd  FBZ-INCIDENT-FILE
           block contains 0 records.
           copy FBZINC.

       fd  FBZ-INCIDENT-LOG-FILE
           recording mode is F.
           copy FBZINLOG.

       working-storage section.
       01  WS-INC-STATUS           pic X(02).
       01  WS-ILOG-STATUS          pic X(02).
       01  WS-TODAY                pic X(08).
       01  WS-TIME-NOW             pic X(08).
       01  WS-JOB-NAME             pic X(08).
       01  WS-STEP-NAME            pic X(08).
       01  WS-LOG-ACTION           pic X(08).
       01  WS-INC-FOUND-SWITCH     pic X(01).
           88  FBZIW-INC-FOUND          value "Y".
           88  FBZIW-INC-NOT-FOUND      value "N".

       linkage section.
       copy FBZINCL.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division using FBZ-INC-PARAMETER-AREA.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           if FBZ-INL-NOT-RECORDED
               goback
           end-if
           perform 2000-READ-INCIDENT
               thru 2000-EXIT
           if FBZIW-INC-FOUND
               perform 3000-UPDATE-INCIDENT
                   thru 3000-EXIT
           else
               perform 4000-OPEN-NEW-INCIDENT
                   thru 4000-EXIT
           end-if
           close FBZ-INCIDENT-FILE
           if not FBZ-INL-NOT-RECORDED
               perform 7000-WRITE-INCIDENT-LOG
                   thru 7000-EXIT
           end-if
           goback.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - TAKE THE DATE AND TIME, PICK UP THE JOB
      * AND STEP NAME THE CALLER IS RUNNING UNDER AND OPEN THE
      * INCIDENT CLUSTER FOR KEYED READ AND UPDATE.  THE CLUSTER IS
      * DEFINED ONCE BY FBZGDG, SO AN OPEN FAILURE IS A REAL I/O
      * PROBLEM - CALL STATUS 16, NOTHING RECORDED.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to FBZ-INL-CALL-STATUS
           accept WS-TODAY from date YYYYMMDD
           accept WS-TIME-NOW from time
           move spaces to WS-JOB-NAME
           display "JOBNAME" upon environment-name
           accept WS-JOB-NAME from environment-value
           move spaces to WS-STEP-NAME
           display "STEPNAME" upon environment-name
           accept WS-STEP-NAME from environment-value
           move WS-JOB-NAME to FBZ-INL-OUT-JOB-NAME
           move WS-STEP-NAME to FBZ-INL-OUT-STEP-NAME
           open i-o FBZ-INCIDENT-FILE
           if WS-INC-STATUS not = "00"
               display "FBZINCW - FBZINCF OPEN FAILED, STATUS "
                   WS-INC-STATUS " - INCIDENT NOT RECORDED"
               move 16 to FBZ-INL-CALL-STATUS
           end-if.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-READ-INCIDENT - KEYED READ FOR THE STEP'S INCIDENT ON
      * THE PROCESSING DATE, SETTING THE FOUND SWITCH.
      *-----------------------------------------------------------------
       2000-READ-INCIDENT.
           set FBZIW-INC-FOUND to true
           move FBZ-INL-IN-RUN-DATE to FBZ-INC-RUN-DATE
           move WS-JOB-NAME to FBZ-INC-JOB-NAME
           move WS-STEP-NAME to FBZ-INC-STEP-NAME
           move FBZ-INL-IN-PROGRAM-ID to FBZ-INC-PROGRAM-ID
           read FBZ-INCIDENT-FILE
               invalid key
                   set FBZIW-INC-NOT-FOUND to true
           end-read.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-UPDATE-INCIDENT - A RERUN FAILED AGAIN: CARRY THE
      * LATEST RETURN CODE AND DESCRIPTION AND COUNT THE
      * OCCURRENCE.  AN INCIDENT ALREADY CLOSED IS REOPENED - THE
      * CAUSE IT WAS CLOSED UNDER DID NOT HOLD - AND GOES BACK TO
      * ITS OWNER IF IT HAD ONE.
      *-----------------------------------------------------------------
       3000-UPDATE-INCIDENT.
           move FBZ-INL-IN-RETURN-CODE to FBZ-INC-RETURN-CODE
           move FBZ-INL-IN-DESCRIPTION to FBZ-INC-DESCRIPTION
           if FBZ-INC-OCCURRENCES < 999
               add 1 to FBZ-INC-OCCURRENCES
           end-if
           move WS-TODAY to FBZ-INC-LAST-DATE
           move WS-TIME-NOW(1:6) to FBZ-INC-LAST-TIME
           if FBZ-INC-IS-CLOSED
               if FBZ-INC-ASSIGNED-TO = spaces
                   set FBZ-INC-IS-OPEN to true
               else
                   set FBZ-INC-IS-ASSIGNED to true
               end-if
               move spaces to FBZ-INC-ROOT-CAUSE
               move spaces to FBZ-INC-CLOSED-BY
               move spaces to FBZ-INC-CLOSED-DATE
               move "REOPEN" to WS-LOG-ACTION
               move 8 to FBZ-INL-CALL-STATUS
           else
               move "RECUR" to WS-LOG-ACTION
               move 4 to FBZ-INL-CALL-STATUS
           end-if
           rewrite FBZ-INCIDENT-RECORD
           if WS-INC-STATUS not = "00"
               display "FBZINCW - FBZINCF REWRITE FAILED, STATUS "
                   WS-INC-STATUS " - INCIDENT NOT UPDATED"
               move 16 to FBZ-INL-CALL-STATUS
           end-if.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-OPEN-NEW-INCIDENT - FIRST FAILURE OF THE STEP FOR THE
      * DATE: WRITE A NEW, UNASSIGNED INCIDENT.
      *-----------------------------------------------------------------
       4000-OPEN-NEW-INCIDENT.
           move spaces to FBZ-INCIDENT-RECORD
           move FBZ-INL-IN-RUN-DATE to FBZ-INC-RUN-DATE
           move WS-JOB-NAME to FBZ-INC-JOB-NAME
           move WS-STEP-NAME to FBZ-INC-STEP-NAME
           move FBZ-INL-IN-PROGRAM-ID to FBZ-INC-PROGRAM-ID
           move FBZ-INL-IN-RETURN-CODE to FBZ-INC-RETURN-CODE
           move FBZ-INL-IN-DESCRIPTION to FBZ-INC-DESCRIPTION
           set FBZ-INC-IS-OPEN to true
           move 1 to FBZ-INC-OCCURRENCES
           move WS-TODAY to FBZ-INC-OPENED-DATE
           move WS-TIME-NOW(1:6) to FBZ-INC-OPENED-TIME
           move WS-TODAY to FBZ-INC-LAST-DATE
           move WS-TIME-NOW(1:6) to FBZ-INC-LAST-TIME
           move "OPENED" to WS-LOG-ACTION
           move 0 to FBZ-INL-CALL-STATUS
           write FBZ-INCIDENT-RECORD
           if WS-INC-STATUS not = "00"
               display "FBZINCW - FBZINCF WRITE FAILED, STATUS "
                   WS-INC-STATUS " - INCIDENT NOT RECORDED"
               move 16 to FBZ-INL-CALL-STATUS
           end-if.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7000-WRITE-INCIDENT-LOG - APPEND ONE RECORD TO FBZINLOG
      * NOTING THE OPEN, RECURRENCE OR REOPEN, IN THE NAME OF THE
      * PROGRAM THAT FAILED.  OPENED EXTEND WITH THE SAME
      * CREATE-ON-FIRST-RUN FALLBACK THE OTHER LOGS USE.
      *-----------------------------------------------------------------
       7000-WRITE-INCIDENT-LOG.
           move spaces to FBZ-INCIDENT-LOG-RECORD
           move FBZ-INL-IN-PROGRAM-ID to FBZI-LOG-OPERATOR-ID
           move WS-TODAY to FBZI-LOG-CHANGE-DATE
           move WS-TIME-NOW(1:6) to FBZI-LOG-CHANGE-TIME
           move WS-LOG-ACTION to FBZI-LOG-ACTION
           move FBZ-INC-RUN-DATE to FBZI-LOG-RUN-DATE
           move FBZ-INC-JOB-NAME to FBZI-LOG-JOB-NAME
           move FBZ-INC-STEP-NAME to FBZI-LOG-STEP-NAME
           move FBZ-INC-PROGRAM-ID to FBZI-LOG-PROGRAM-ID
           move FBZ-INC-RETURN-CODE to FBZI-LOG-RETURN-CODE
           move FBZ-INC-ASSIGNED-TO to FBZI-LOG-ASSIGNED-TO
           move FBZ-INC-DESCRIPTION to FBZI-LOG-TEXT
           open extend FBZ-INCIDENT-LOG-FILE
           if WS-ILOG-STATUS not = "00"
               open output FBZ-INCIDENT-LOG-FILE
           end-if
           write FBZ-INCIDENT-LOG-RECORD
           close FBZ-INCIDENT-LOG-FILE.
       7000-EXIT.
           exit.
