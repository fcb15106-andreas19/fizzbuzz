      *=================================================================
      * FBZALR  -  FIZZBUZZ MONITOR ALERT LOG RECORD
      *
      * ONE RECORD APPENDED TO THE ALERT LOG (DD FBZALERT) BY FBZMON
      * FOR EVERY ALERT IT RAISES, BESIDE THE WTO AND THE STATUS
      * REPORT LINE - THE CONSOLE SCROLLS AND THE REPORT IS A PRINT
      * GENERATION, SO THIS IS THE COPY THE FBZNOTE NOTIFICATION
      * STEP READS TO PASS THE ALERT ON TO THE ON-CALL LIST.  THE
      * ALERT DATE IS THE PROCESSING DATE THE MONITOR JUDGED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-ALERT-RECORD.
           05  FBZ-ALR-DATE            PIC X(08).
           05  FBZ-ALR-TIME            PIC X(06).
           05  FBZ-ALR-TEXT            PIC X(80).
           05  FILLER                  PIC X(06).
