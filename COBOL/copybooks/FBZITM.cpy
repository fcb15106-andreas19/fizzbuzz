      *=================================================================
      * FBZITM  -  ITEM MASTER RECORD
      *
      * ONE RECORD PER STOCKED ITEM ON THE ITEM MASTER CLUSTER (DD
      * FBZITEM), A VSAM KSDS KEYED BY THE FIVE-DIGIT ITEM NUM -
      * THE SAME KEY FBZIDX CARRIES.  THE VARIANTS CATEGORIZE EVERY
      * NUM FROM 1 TO THE FBZPARM LIMIT, BUT ONLY A NUM WITH AN
      * ACTIVE ROW HERE IS A REAL ITEM THE WAREHOUSE STOCKS, SO
      * ONLY THOSE ARE SENT TO SLOTTING ON THE FBZFEED FEED.  A
      * PENDING ITEM IS SET UP BUT NOT YET STOCKED; A DISCONTINUED
      * ITEM KEEPS ITS ROW (AND ITS DISCONTINUED DATE) SO HISTORY
      * STILL HAS A DESCRIPTION FOR IT.  MAINTAINED BY FBZIMNT.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-ITEM-RECORD.
           05  FBZ-ITM-NUM             PIC 9(05).
           05  FBZ-ITM-DESC            PIC X(30).
           05  FBZ-ITM-UOM             PIC X(04).
           05  FBZ-ITM-STATUS          PIC X(01).
               88  FBZ-ITM-IS-ACTIVE        VALUE "A".
               88  FBZ-ITM-IS-DISCONTINUED  VALUE "D".
               88  FBZ-ITM-IS-PENDING       VALUE "P".
               88  FBZ-ITM-STATUS-VALID     VALUE "A" "D" "P".
           05  FBZ-ITM-INTRO-DATE      PIC X(08).
           05  FBZ-ITM-DISC-DATE       PIC X(08).
           05  FILLER                  PIC X(24).
