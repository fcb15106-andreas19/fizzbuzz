      *=================================================================
      * FBZSRP  -  REFERENCE-FILE RESTORE PARAMETER RECORD
      *
      * ONE-RECORD PARAMETER FILE (DD FBZSRPRM) READ BY FBZSNRS.
      * NAMES THE OPERATOR THE RESTORE IS RUN UNDER (HELD TO THE
      * FBZOPER PRIVILEGE CHECK AND WRITTEN TO EVERY FBZSRLOG
      * RECORD), THE DATE OF THE SNAPSHOT TO PUT BACK (THE LATEST
      * SNAPSHOT TAKEN THAT DAY), AND THE FILE - ITS DD NAME, OR
      * "ALL" (OR BLANK) FOR THE WHOLE SET.  MODE "V" ONLY CHECKS
      * THE SNAPSHOT AGAINST ITS MANIFEST AND RESTORES NOTHING;
      * BLANK OR "R" RESTORES.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-SRP-RECORD.
           05  FBZ-SRP-OPERATOR-ID     PIC X(08).
           05  FBZ-SRP-SNAP-DATE       PIC X(08).
           05  FBZ-SRP-FILE-ID         PIC X(08).
           05  FBZ-SRP-MODE            PIC X(01).
               88  FBZ-SRP-RESTORE          VALUE "R" " ".
               88  FBZ-SRP-VERIFY-ONLY      VALUE "V".
           05  FILLER                  PIC X(15).
