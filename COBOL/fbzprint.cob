      * PROGRAM-ID: FBZPRINT
      *
      * FORMATTED PRINT REPORT FOR THE DAILY LISTING.  FIZZOUT IS A
      * RAW 120-BYTE DATA RECORD - RIGHT FOR DOWNSTREAM PROGRAMS,
      * WRONG FOR PEOPLE - SO THIS PROGRAM READS A FIZZOUT
      * GENERATION AND PRODUCES THE COPY WE ACTUALLY DISTRIBUTE:
      * PAGE HEADINGS WITH THE RUN DATE, THE PRODUCING VARIANT
      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  DETAIL LINES NOW CARRY THE ITEM
      *                   DESCRIPTION FROM FBZ-REC-ITEM-DESC, SO
      *                   THE DISTRIBUTED LISTING SAYS WHAT EACH
      *                   ITEM IS.  FIZZOUT IS NOW A 120-BYTE
      *                   RECORD.
      *=================================================================
       identification division.
       program-id. FBZPRINT.
           05  filler              pic X(05) value "NUM".
           05  filler              pic X(02) value spaces.
           05  filler              pic X(10) value "CATEGORY".
           05  filler              pic X(42) value "TEXT".
           05  filler              pic X(30) value "DESCRIPTION".
           05  filler              pic X(38) value spaces.

       01  WS-DETAIL-LINE.
           05  filler              pic X(05) value spaces.
           05  WS-DTL-CATEGORY     pic X(08).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-TEXT         pic X(40).
           05  filler              pic X(02) value spaces.
           05  WS-DTL-ITEM-DESC    pic X(30).
           05  filler              pic X(38) value spaces.

       01  WS-TOTAL-LINE.
           05  filler              pic X(02) value spaces.
           move FBZ-REC-NUM to WS-DTL-NUM
           move FBZ-REC-CATEGORY to WS-DTL-CATEGORY
           move FBZ-REC-TEXT to WS-DTL-TEXT
           move FBZ-REC-ITEM-DESC to WS-DTL-ITEM-DESC
           move WS-DETAIL-LINE to FBZ-PRINT-LINE
           write FBZ-PRINT-LINE after advancing 1 line
           add 1 to WS-LINE-COUNT
