      *=================================================================
      * FBZSRLOG  -  REFERENCE-FILE RESTORE LOG RECORD
      *
      * ONE RECORD APPENDED TO THE RESTORE LOG (DD FBZSRLOG) BY
      * FBZSNRS FOR EVERY FILE IT RESTORES OR VERIFIES, EVERY FILE
      * IT REFUSES TO RESTORE BECAUSE THE SNAPSHOT DOES NOT MATCH
      * ITS MANIFEST, AND EVERY RUN DENIED FOR WANT OF AUTHORITY -
      * SO A REFERENCE FILE THAT CHANGED OVERNIGHT CAN BE TRACED TO
      * THE RESTORE, THE SNAPSHOT AND THE OPERATOR BEHIND IT, THE
      * SAME CONVENTION FBZMLOG GIVES THE PARAMETER FILE.  ACTIONS:
      *   RESTORED  FILE REPLACED FROM THE SNAPSHOT
      *   VERIFIED  SNAPSHOT CHECKED AGAINST THE MANIFEST ONLY
      *   REFUSED   SNAPSHOT INCOMPLETE - NOTHING RESTORED
      *   FAILED    RESTORE WRITE FAILED OR COUNT DID NOT MATCH
      *   SKIPPED   FILE WAS ABSENT WHEN THE SNAPSHOT WAS TAKEN -
      *             THE CURRENT FILE IS LEFT AS IT IS
      *   DENIED    OPERATOR NOT AUTHORIZED - NOTHING RESTORED
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-RESTORE-LOG-RECORD.
           05  FBZR-LOG-OPERATOR-ID    PIC X(08).
           05  FBZR-LOG-CHANGE-DATE    PIC X(08).
           05  FBZR-LOG-CHANGE-TIME    PIC X(06).
           05  FBZR-LOG-ACTION         PIC X(08).
           05  FBZR-LOG-FILE-ID        PIC X(08).
           05  FBZR-LOG-SNAP-DATE      PIC X(08).
           05  FBZR-LOG-SNAP-TIME      PIC X(06).
           05  FBZR-LOG-MANIFEST-COUNT PIC 9(07).
           05  FBZR-LOG-RECORD-COUNT   PIC 9(07).
           05  FILLER                  PIC X(14).
