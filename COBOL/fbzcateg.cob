      *                   RETURNS CALL STATUS 08 WITH THE BIN CODE
      *                   SPACES - AN ONLINE CALLER'S TRANSACTION
      *                   IS NOT THIS SUBPROGRAM'S TO ABEND.
      *   2026-10-15  AS  EACH NUM IS NOW LOOKED UP ON THE FBZITEM
      *                   ITEM MASTER (OPENED ONCE, ON THE FIRST
      *                   CALL).  THE DESCRIPTION AND STATUS ARE
      *                   RETURNED, AND A NUM THAT IS NOT AN ACTIVE
      *                   ITEM GETS CALL STATUS 12 WITH NO BIN CODE
      *                   - THE FEED WRITERS ONLY SLOT ACTIVE ITEMS.
      *                   AN UNOPENABLE MASTER RETURNS STATUS 16.
      *   2026-10-15  AS  AN APPROVED PER-ITEM OVERRIDE ON THE
      *                   OPTIONAL FBZOVRD CLUSTER, IN FORCE TODAY,
      *                   NOW REPLACES THE RULES' CATEGORY AND TEXT
      *                   (AND SO THE BIN CODE) AND IS FLAGGED IN
      *                   FBZ-CTL-OUT-OVERRIDE-FLAG.
      *   2026-10-15  AS  ONLY THE FBZCMAP MAPPINGS OF THE SITE NAMED ON
      *                   FBZPARM ARE LOADED, SO A CALLER GETS THAT
      *                   WAREHOUSE'S BIN CODES.
      *=================================================================
       identification division.
       program-id. FBZCATEG.
           select optional FBZ-MAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-MAP-STATUS.
           select FBZ-ITEM-MASTER-FILE assign to FBZITEM
               organization is indexed
               access mode is random
               record key is FBZ-ITM-NUM
               file status is WS-ITEM-STATUS.
           select optional FBZ-OVERRIDE-FILE assign to FBZOVRD
               organization is indexed
               access mode is random
               record key is FBZ-OVR-NUM
               file status is WS-OVR-STATUS.

       data division.
       file section.
           recording mode is F.
           copy FBZMAP.

       fd  FBZ-ITEM-MASTER-FILE
           block contains 0 records.
           copy FBZITM.

       fd  FBZ-OVERRIDE-FILE
           block contains 0 records.
           copy FBZOVR.

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-MAP-STATUS           pic X(02).
       01  WS-ITEM-STATUS          pic X(02).
       01  WS-ITEM-OPEN-SWITCH     pic X(01).
           88  FBZCT-ITEM-OPEN          value "Y".
           88  FBZCT-ITEM-NOT-OPEN      value "N".
       01  WS-OVR-STATUS           pic X(02).
       01  WS-OVR-OPEN-SWITCH      pic X(01).
           88  FBZCT-OVR-OPEN           value "Y".
           88  FBZCT-OVR-NOT-OPEN       value "N".
       01  WS-RUN-DATE             pic X(08).
       01  WS-SITE-CODE            pic X(02).
       01  WS-ROW-SITE             pic X(02).
       01  WS-MAP-EOF-SWITCH       pic X(01).
           88  FBZCT-MAP-EOF            value "Y".
           88  FBZCT-MAP-NOT-EOF        value "N".
           move spaces to FBZ-CTL-OUT-CATEGORY
           move spaces to FBZ-CTL-OUT-TEXT
           move spaces to FBZ-CTL-OUT-BIN-CODE
           move spaces to FBZ-CTL-OUT-ITEM-DESC
           move spaces to FBZ-CTL-OUT-ITEM-STATUS
           move spaces to FBZ-CTL-OUT-OVERRIDE-FLAG
           if FBZ-CTL-IN-NUM is not numeric
               or FBZ-CTL-IN-NUM = zero
               or FBZ-CTL-IN-NUM > WS-LIMIT
           move FBZ-CTL-IN-NUM to Num
           perform 2000-APPLY-RULE-TABLE
               thru 2000-EXIT
           perform 2200-APPLY-OVERRIDE
               thru 2200-EXIT
           move 00 to FBZ-CTL-CALL-STATUS
           perform 2500-LOOKUP-ITEM
               thru 2500-EXIT
           if FBZ-CTL-CALL-STATUS not = 00
               goback
           end-if
           perform 3000-DERIVE-BIN-CODE
               thru 3000-EXIT
           goback.
      * LIFE OF THE RUN UNIT, WITH THE VARIANTS' OWN DEFAULTS WHEN
      * THE FILE IS MISSING OR EMPTY.  ONE LOAD PER RUN UNIT IS
      * DELIBERATE - A CALLER MID-TRANSACTION SHOULD NOT SEE THE
      * RULES CHANGE BETWEEN TWO CALLS.  THE FBZPARM MEMBER ALSO
      * NAMES THE WAREHOUSE SITE WHOSE MAPPINGS APPLY (SPACES OR NO
      * RECORD MEANING SITE 01), AS IT DOES FOR THE VARIANTS.
      *-----------------------------------------------------------------
       1000-LOAD-RULE-TABLE.
           move 100 to WS-LIMIT
           move "01" to WS-SITE-CODE
           open input FBZ-PARM-FILE
           if WS-PARM-STATUS = "00"
               read FBZ-PARM-FILE
               if WS-PARM-STATUS = "00"
                   move FBZ-PARM-LIMIT to WS-LIMIT
                   if FBZ-PARM-SITE not = spaces
                       move FBZ-PARM-SITE to WS-SITE-CODE
                   end-if
               end-if
               close FBZ-PARM-FILE
           end-if
           end-if
           perform 1500-LOAD-BIN-MAP
               thru 1500-EXIT
           set FBZCT-ITEM-OPEN to true
           open input FBZ-ITEM-MASTER-FILE
           if WS-ITEM-STATUS not = "00"
               display "FBZCATEG - FBZITEM OPEN FAILED, STATUS "
                   WS-ITEM-STATUS
               set FBZCT-ITEM-NOT-OPEN to true
           end-if
           accept WS-RUN-DATE from date YYYYMMDD
           set FBZCT-OVR-NOT-OPEN to true
           open input FBZ-OVERRIDE-FILE
           if WS-OVR-STATUS = "00"
               set FBZCT-OVR-OPEN to true
           end-if
           set FBZCT-RULES-LOADED to true.
       1000-EXIT.
           exit.
           exit.

      *-----------------------------------------------------------------
      * 1550-LOAD-ONE-MAP-ROW - LOAD ONE MAPPING ROW OF THE SITE;
      * AN OVERFLOWING ROW IS REPORTED RATHER THAN SILENTLY DROPPED.
      *-----------------------------------------------------------------
       1550-LOAD-ONE-MAP-ROW.
           read FBZ-MAP-FILE
                   set FBZCT-MAP-EOF to true
                   go to 1550-EXIT
           end-read
           move FBZ-MAP-SITE to WS-ROW-SITE
           if WS-ROW-SITE = spaces
               move "01" to WS-ROW-SITE
           end-if
           if WS-ROW-SITE not = WS-SITE-CODE
               go to 1550-EXIT
           end-if
           if WS-MAP-COUNT >= 50
               display "FBZCATEG - BIN MAP TABLE FULL - "
                   FBZ-MAP-CATEGORY " IGNORED"
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-APPLY-OVERRIDE - KEYED READ OF THE FBZOVRD PER-ITEM
      * CATEGORY OVERRIDE CLUSTER FOR THE CALLER'S NUM.  AN APPROVED
      * OVERRIDE IN FORCE TODAY REPLACES THE CATEGORY AND TEXT THE
      * RULES GAVE, AND IS FLAGGED, EXACTLY AS THE VARIANTS' OWN
      * 2400-APPLY-OVERRIDE DOES IT - SO THE BIN CODE RETURNED
      * BELOW IS THE ONE THE FEED WOULD CARRY.  NO CLUSTER (THE DD
      * IS OPTIONAL) MEANS NO OVERRIDES.
      *-----------------------------------------------------------------
       2200-APPLY-OVERRIDE.
           if FBZCT-OVR-NOT-OPEN
               go to 2200-EXIT
           end-if
           move Num to FBZ-OVR-NUM
           read FBZ-OVERRIDE-FILE
               invalid key
                   go to 2200-EXIT
           end-read
           if not FBZ-OVR-IS-APPROVED
               or FBZ-OVR-EFF-DATE > WS-RUN-DATE
               or FBZ-OVR-EXP-DATE < WS-RUN-DATE
               go to 2200-EXIT
           end-if
           move FBZ-OVR-CATEGORY to FBZ-CTL-OUT-CATEGORY
           move FBZ-OVR-TEXT to FBZ-CTL-OUT-TEXT
           set FBZ-CTL-IS-OVERRIDE to true.
       2200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2500-LOOKUP-ITEM - KEYED READ OF THE FBZITEM ITEM MASTER
      * FOR THE CALLER'S NUM.  THE DESCRIPTION AND STATUS ARE
      * RETURNED WHEN THE NUM IS ON FILE; ANYTHING BUT AN ACTIVE
      * ITEM GETS CALL STATUS 12, SO THE CALLER IS NEVER HANDED A
      * BIN CODE THE SLOTTING FEED WOULD NOT CARRY.  AN UNOPENED
      * MASTER GETS CALL STATUS 16.
      *-----------------------------------------------------------------
       2500-LOOKUP-ITEM.
           if FBZCT-ITEM-NOT-OPEN
               move 16 to FBZ-CTL-CALL-STATUS
               go to 2500-EXIT
           end-if
           move Num to FBZ-ITM-NUM
           read FBZ-ITEM-MASTER-FILE
               invalid key
                   move 12 to FBZ-CTL-CALL-STATUS
                   go to 2500-EXIT
           end-read
           move FBZ-ITM-DESC to FBZ-CTL-OUT-ITEM-DESC
           move FBZ-ITM-STATUS to FBZ-CTL-OUT-ITEM-STATUS
           if not FBZ-ITM-IS-ACTIVE
               move 12 to FBZ-CTL-CALL-STATUS
           end-if.
       2500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-DERIVE-BIN-CODE - THE SLOTTING BIN CODE FOR THE
      * CATEGORY JUST COMPUTED: THE FBZCMAP MAPPING FIRST, THE
