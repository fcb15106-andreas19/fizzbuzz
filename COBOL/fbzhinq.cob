      *
      * MODIFICATION HISTORY
      *   2026-09-02  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  A HIT NOW ALSO ANSWERS WITH THE ROW'S
      *                   FBZPHIST RULE-SET VERSION AND FBZPRF
      *                   PROFILE ID (PARM_VERSION, PROFILE_ID), SO
      *                   "WHICH RULES MADE THAT CATEGORY" NO LONGER
      *                   MEANS MATCHING DATES AGAINST FBZMLOG.  THE
      *                   RESPONSE RECORD GREW TO 100 BYTES.
      *=================================================================
       identification division.
       program-id. FBZHINQ.
       01  DCL-CATEGORY            pic X(08).
       01  DCL-REC-TEXT            pic X(40).
       01  DCL-DATE-COUNT          pic S9(09) comp.
       01  DCL-PARM-VERSION        pic S9(09) comp.
       01  DCL-PROFILE-ID          pic X(08).
           exec sql end declare section end-exec.

           exec sql
               declare HINQ-CSR cursor for
                   select PROGRAM_ID, CATEGORY, REC_TEXT,
                          PARM_VERSION, PROFILE_ID
                     from FBZHIST
                    where RUN_DATE = :DCL-RUN-DATE
                      and FBZ_NUM = :DCL-FBZ-NUM
           end-if
           exec sql
               fetch HINQ-CSR
                   into :DCL-PROGRAM-ID, :DCL-CATEGORY, :DCL-REC-TEXT,
                        :DCL-PARM-VERSION, :DCL-PROFILE-ID
           end-exec
           evaluate SQLCODE
               when zero
                   move DCL-CATEGORY to FBZ-HRS-CATEGORY
                   move DCL-REC-TEXT to FBZ-HRS-TEXT
                   move DCL-PROGRAM-ID to FBZ-HRS-PROGRAM-ID
                   move DCL-PARM-VERSION to FBZ-HRS-PARM-VERSION
                   move DCL-PROFILE-ID to FBZ-HRS-PROFILE
               when 100
                   add 1 to WS-MISS-COUNT
                   perform 3500-COUNT-OTHER-DATES
