      *=================================================================
      * FBZSNP  -  REFERENCE-FILE SNAPSHOT RECORD
      *
      * THE RECORD OF THE NIGHTLY REFERENCE-FILE SNAPSHOT (DD
      * FBZSNOUT, WRITTEN BY FBZSNAP) AND OF ITS RESTORE (DD
      * FBZSNAP, READ BY FBZSNRS).  ONE SNAPSHOT IS ONE DATED SET:
      *   H  ONE HEADER - FBZ-SNP-COUNT IS THE NUMBER OF FILES;
      *   D  ONE RECORD PER RECORD OF EACH FILE, THE FILE NAMED BY
      *      ITS DD NAME IN FBZ-SNP-FILE-ID, FBZ-SNP-COUNT NUMBERING
      *      THE RECORDS OF THE FILE FROM 1, AND THE RECORD ITSELF,
      *      AS READ, IN FBZ-SNP-DATA;
      *   M  THE MANIFEST - ONE RECORD PER FILE, FBZ-SNP-COUNT
      *      HOLDING HOW MANY RECORDS WERE UNLOADED AND
      *      FBZ-SNP-PRESENT WHETHER THE FILE WAS THERE AT ALL.
      * EVERY RECORD OF A SET CARRIES THE SAME SNAPSHOT DATE AND
      * TIME, WHICH IS WHAT A RESTORE SELECTS THE SET BY.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-SNAP-RECORD.
           05  FBZ-SNP-SNAP-DATE       PIC X(08).
           05  FBZ-SNP-SNAP-TIME       PIC X(06).
           05  FBZ-SNP-TYPE            PIC X(01).
               88  FBZ-SNP-HEADER           VALUE "H".
               88  FBZ-SNP-DATA-RECORD      VALUE "D".
               88  FBZ-SNP-MANIFEST         VALUE "M".
           05  FBZ-SNP-FILE-ID         PIC X(08).
           05  FBZ-SNP-COUNT           PIC 9(07).
           05  FBZ-SNP-PRESENT         PIC X(01).
               88  FBZ-SNP-FILE-PRESENT     VALUE "Y".
               88  FBZ-SNP-FILE-ABSENT      VALUE "N".
           05  FBZ-SNP-DATA            PIC X(180).
           05  FILLER                  PIC X(09).
