      *=================================================================
      * FBZSRC  -  LOAD SOURCE SELECTION RECORD
      *
      * ONE RECORD APPENDED TO THE LOAD-SOURCE FILE (DD FBZSRCSL) BY
      * FBZSRCS EACH TIME IT DECIDES WHICH VARIANT'S GENERATION IS
      * THE DAY'S SYSTEM OF RECORD: FIZZBUZ1 WHEN IT RAN CLEAN AND
      * RECONCILED, OTHERWISE THE FIRST OF FIZZBUZ2/FIZZBUZ3 THAT
      * DID (A FALLBACK).  FBZLOAD, FBZBAL, FBZDELTA, FBZXMIT,
      * FBZBOSR AND FBZMON READ BACK THE LATEST RECORD FOR THE
      * PROCESSING DATE, SO THE LOAD, THE BALANCING, THE DELTA AND
      * THE FEED ALL WORK FROM THE SAME GENERATION.  THE THREE
      * DATASET NAMES ARE THE CHOSEN VARIANT'S LISTING (TODAY'S AND
      * THE PRIOR GENERATION) AND ITS FEED STAGING FILE, READY TO
      * BE ALLOCATED IN PLACE OF THE FIZZBUZ1 DEFAULTS IN THE JCL.
      * A VARIANT OF ZERO MEANS NO VARIANT QUALIFIED AND THE CHAIN
      * STOPPED AT THE SELECTION.  EACH VARIANT'S STATE SAYS WHY IT
      * WAS OR WAS NOT USABLE: S SELECTED, C CLEAN BUT NOT NEEDED,
      * F FAILED OR DID NOT RUN, B OUT OF BALANCE, U UNRECONCILED
      * (NO CLEAN VARIANT AGREED WITH IT), N NOT A LOAD SOURCE
      * (FIZZBUZ4, JUDGED ONLY ON ITS VALIDATION).
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-SRC-RECORD.
           05  FBZ-SRC-RUN-DATE        PIC X(08).
           05  FBZ-SRC-SITE            PIC X(02).
           05  FBZ-SRC-SELECT-TIME     PIC X(06).
           05  FBZ-SRC-VARIANT         PIC 9(01).
               88  FBZ-SRC-NO-SOURCE        VALUE 0.
               88  FBZ-SRC-HAS-SOURCE       VALUE 1 THRU 3.
           05  FBZ-SRC-PROGRAM-ID      PIC X(08).
           05  FBZ-SRC-FALLBACK        PIC X(01).
               88  FBZ-SRC-IS-FALLBACK      VALUE "Y".
               88  FBZ-SRC-NOT-FALLBACK     VALUE "N".
           05  FBZ-SRC-VARIANT-STATES.
               10  FBZ-SRC-STATE       PIC X(01) OCCURS 4 TIMES.
                   88  FBZ-SRC-ST-SELECTED  VALUE "S".
                   88  FBZ-SRC-ST-CLEAN     VALUE "C".
                   88  FBZ-SRC-ST-FAILED    VALUE "F".
                   88  FBZ-SRC-ST-UNBALANCED VALUE "B".
                   88  FBZ-SRC-ST-UNRECONCILED VALUE "U".
                   88  FBZ-SRC-ST-NOT-SOURCE VALUE "N".
           05  FBZ-SRC-REASON          PIC X(30).
           05  FBZ-SRC-LISTING-DSN     PIC X(44).
           05  FBZ-SRC-PRIOR-DSN       PIC X(44).
           05  FBZ-SRC-STAGE-DSN       PIC X(44).
           05  FILLER                  PIC X(08).
