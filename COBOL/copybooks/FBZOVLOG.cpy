      *=================================================================
      * FBZOVLOG  -  CATEGORY OVERRIDE MAINTENANCE LOG RECORD
      *
      * ONE RECORD APPENDED TO THE CATEGORY OVERRIDE MAINTENANCE
      * LOG (DD FBZOVLOG) BY FBZOMNT EACH TIME AN OPERATOR
      * REQUESTS, APPROVES OR DELETES AN OVERRIDE, OR IS DENIED THE
      * ATTEMPT, SO AN ITEM THAT LANDED IN AN UNEXPECTED CATEGORY
      * CAN BE TRACED BACK TO WHO ASKED FOR IT, WHO SIGNED IT OFF
      * AND WHY - THE SAME CONVENTION FBZITLOG GIVES THE ITEM
      * MASTER.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL COPYBOOK.
      *=================================================================
       01  FBZ-OVERRIDE-LOG-RECORD.
           05  FBZO-LOG-OPERATOR-ID    PIC X(08).
           05  FBZO-LOG-CHANGE-DATE    PIC X(08).
           05  FBZO-LOG-CHANGE-TIME    PIC X(06).
           05  FBZO-LOG-ACTION         PIC X(08).
           05  FBZO-LOG-ITEM-NUM       PIC 9(05).
           05  FBZO-LOG-CATEGORY       PIC X(08).
           05  FBZO-LOG-TEXT           PIC X(40).
           05  FBZO-LOG-REASON         PIC X(30).
           05  FBZO-LOG-EFF-DATE       PIC X(08).
           05  FBZO-LOG-EXP-DATE       PIC X(08).
           05  FBZO-LOG-REQ-OPER       PIC X(08).
           05  FBZO-LOG-APPR-OPER      PIC X(08).
           05  FILLER                  PIC X(05).
