      *
      * MODIFICATION HISTORY
      *   2026-08-23  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  FBZREC GREW TO 120 BYTES FOR THE ITEM
      *                   DESCRIPTION; ITS NEW FIELD IS RENAMED IN
      *                   THE COPY REPLACING LIKE THE OTHERS.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW OVERRIDE FLAG
      *                   FIELD AND ITS 88-LEVEL ALONG WITH THE REST.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW RULE-SET
      *                   VERSION AND PROFILE FIELDS WITH THE REST.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE NEW SITE FIELD WITH
      *                   THE REST.
      *   2026-10-15  AS  FBZREC COPIES RENAME THE RUN DATE FIELD WITH
      *                   THE REST, AS THE RENAME-EVERYTHING RULE ASKS.
      *=================================================================
       identification division.
       program-id. FBZINQ.
               FBZ-REC-TEXT by FBZ-IDX-TEXT
               FBZ-REC-PRODUCER by FBZ-IDX-PRODUCER
               FBZ-REC-REQUESTOR by FBZ-IDX-REQUESTOR
               FBZ-REC-ITEM-DESC by FBZ-IDX-ITEM-DESC
               FBZ-REC-OVERRIDE-FLAG by FBZ-IDX-OVERRIDE-FLAG
               FBZ-REC-PARM-VERSION by FBZ-IDX-PARM-VERSION
               FBZ-REC-PROFILE by FBZ-IDX-PROFILE
               FBZ-REC-SITE by FBZ-IDX-SITE
               FBZ-REC-RUN-DATE by FBZ-IDX-RUN-DATE
               FBZ-REC-IS-OVERRIDE by FBZ-IDX-IS-OVERRIDE
               FBZ-CAT-FIZZ by FBZ-IDX-CAT-FIZZ
               FBZ-CAT-BUZZ by FBZ-IDX-CAT-BUZZ
               FBZ-CAT-FIZZBUZZ by FBZ-IDX-CAT-FIZZBUZZ
