      *=================================================================
      * FBZNTF  -  E-MAIL GATEWAY NOTIFICATION RECORD
      *
      * ONE RECORD PER RECIPIENT PER EVENT WRITTEN BY FBZNOTE TO THE
      * DAY'S NOTIFICATION FILE (DD FBZNTOUT) IN THE FIXED 200-BYTE
      * LAYOUT THE CORPORATE MAIL GATEWAY PICKS UP: THE ADDRESS, A
      * SUBJECT LINE AND ONE LINE OF BODY TEXT.  THE RECIPIENT TYPE
      * SAYS WHERE THE ADDRESS CAME FROM - R FOR A REQUESTOR'S
      * FBZRQMST CONTACT, O FOR THE OPERATIONS ON-CALL LIST.  EVENT
      * TYPES:
      *   REQBOUNC  RANGE REQUEST REJECTED BY FBZREDT (FBZRACK)
      *   FEEDHELD  SLOTTING FEED HELD BY FBZGATE (FBZGTLOG)
      *   PENDAPPR  PARAMETER CHANGE WAITING ON APPROVAL (FBZPEND)
      *   PENDEXPR  PARAMETER CHANGE ABOUT TO EXPIRE UNAPPROVED
      *   SUBEXPIR  STANDING REQUEST EXPIRING WITHIN SEVEN DAYS
      *   MONALERT  END-OF-CHAIN MONITOR ALERT (FBZALERT)
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-NOTIFY-RECORD.
           05  FBZ-NTF-ADDRESS         PIC X(40).
           05  FBZ-NTF-RECIPIENT-TYPE  PIC X(01).
               88  FBZ-NTF-TO-REQUESTOR     VALUE "R".
               88  FBZ-NTF-TO-ONCALL        VALUE "O".
           05  FBZ-NTF-EVENT-TYPE      PIC X(08).
           05  FBZ-NTF-EVENT-DATE      PIC X(08).
           05  FBZ-NTF-SOURCE          PIC X(08).
           05  FBZ-NTF-SUBJECT         PIC X(50).
           05  FBZ-NTF-BODY            PIC X(80).
           05  FILLER                  PIC X(05).
