      *=================================================================
      * FBZONC  -  OPERATIONS ON-CALL DISTRIBUTION LIST RECORD
      *
      * ONE RECORD PER PERSON OR MAILBOX ON THE OPERATIONS ON-CALL
      * DISTRIBUTION LIST (DD FBZONCAL), KEPT IN PARMLIB BY THE
      * OPERATIONS GROUP.  FBZNOTE SENDS EVERY OPERATIONS EVENT - A
      * HELD FEED, A PENDING PARAMETER CHANGE, A MONITOR ALERT - TO
      * EACH ACTIVE ENTRY.  AN INACTIVE ENTRY STAYS ON THE LIST SO A
      * ROTATION CAN BE SWITCHED BACK ON WITHOUT RE-KEYING IT.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-ONCALL-RECORD.
           05  FBZ-ONC-ID              PIC X(08).
           05  FBZ-ONC-NAME            PIC X(20).
           05  FBZ-ONC-ADDRESS         PIC X(40).
           05  FBZ-ONC-ACTIVE          PIC X(01).
               88  FBZ-ONC-IS-ACTIVE        VALUE "Y".
               88  FBZ-ONC-IS-INACTIVE      VALUE "N".
           05  FILLER                  PIC X(11).
