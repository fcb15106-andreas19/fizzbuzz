      * REQUIRES A SECOND, DIFFERENT OPERATOR TO APPROVE IT BEFORE
      * IT IS APPLIED ON OR AFTER ITS EFFECTIVE DATE; A CHANGE
      * STILL PENDING SEVEN DAYS AFTER IT WAS REQUESTED EXPIRES
      * UNAPPLIED.  AN APPROVAL A LEVEL-3 OPERATOR GAVE UNDER THE
      * EMERGENCY OVERRIDE OF A CHANGE FREEZE (SEE FBZFRZ) IS
      * MARKED SO THAT THE CHANGE IS APPLIED THROUGH THE FREEZE;
      * ANY OTHER APPROVED CHANGE DUE INSIDE A FREEZE WAITS FOR IT
      * TO END.
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL COPYBOOK.
      *   2026-10-15  AS  FBZ-PND-FREEZE-OVERRIDE CARVED FROM THE
      *                   FILLER.
      *=================================================================
       01  FBZ-PENDING-RECORD.
           05  FBZ-PND-STATUS          PIC X(01).
           05  FBZ-PND-APPROVE-OPER    PIC X(08).
           05  FBZ-PND-APPROVE-DATE    PIC X(08).
           05  FBZ-PND-PARM-IMAGE      PIC X(128).
           05  FBZ-PND-FREEZE-OVERRIDE PIC X(01).
               88  FBZ-PND-OVERRIDES-FREEZE VALUE "Y".
           05  FILLER                  PIC X(10).
