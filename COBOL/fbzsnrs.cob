      *=================================================================
      * PROGRAM-ID: FBZSNRS
      *
      * REFERENCE-FILE RESTORE.  PUTS ONE REFERENCE FILE, OR THE
      * WHOLE SET, BACK AS IT STOOD IN THE FBZSNAP SNAPSHOT OF A
      * GIVEN DATE (THE LATEST SNAPSHOT TAKEN THAT DAY IF THERE
      * WAS MORE THAN ONE).  THE PARAMETER FILE (DD FBZSRPRM, SEE
      * FBZSRP) NAMES THE OPERATOR, THE SNAPSHOT DATE, THE FILE
      * (ITS DD NAME, OR ALL) AND WHETHER TO RESTORE OR ONLY
      * VERIFY.  THE SNAPSHOT IS READ TWICE:
      *   PASS 1 - FIND THE SET, COUNT EACH FILE'S RECORDS AND
      *            CHECK THEIR NUMBERING, AND PICK UP THE HEADER
      *            AND THE MANIFEST;
      *   PASS 2 - ONLY IF EVERY SELECTED FILE MATCHES ITS
      *            MANIFEST, REWRITE THE SELECTED FILES FROM IT.
      * A SNAPSHOT THAT DOES NOT MATCH ITS MANIFEST RESTORES
      * NOTHING AT ALL - A HALF-RESTORED SET IS WORSE THAN THE
      * DAMAGE IT WAS MEANT TO REPAIR.  A RESTORE NEEDS FBZOPER
      * PRIVILEGE LEVEL 3.  EVERY FILE RESTORED, VERIFIED, SKIPPED,
      * REFUSED OR FAILED, AND EVERY DENIED RUN, IS LOGGED TO
      * FBZSRLOG WITH THE OPERATOR AND THE SNAPSHOT IT CAME FROM.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  AS  ORIGINAL PROGRAM.
      *   2026-10-15  AS  THE BIN OUT-OF-SERVICE WINDOWS (FBZBOOS, SEE
      *                   FBZBOS) JOIN THE SET AS ITS THIRTEENTH FILE. A
      *                   SNAPSHOT TAKEN BEFORE A FILE JOINED THE SET
      *                   STILL RESTORES - ITS HEADER NAMES FEWER FILES,
      *                   AND THE NEWER FILE IS TREATED AS ABSENT FROM
      *                   IT AND LEFT AS IT IS.
      *   2026-10-15  AS  THE BIN MASTER ROW IS 80 BYTES NOW (THE LONG
      *                   DESCRIPTION, SEE FBZBIN) AND IS RESTORED
      *                   WHOLE; AN OLDER SNAPSHOT'S 40-BYTE ROWS COME
      *                   BACK WITH NO LONG DESCRIPTION.
      *=================================================================
       identification division.
       program-id. FBZSNRS.
       author. Andreas Suhre.
       installation. DATA PROCESSING.
       date-written. 2026-10-15.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select FBZ-SRP-PARM-FILE assign to FBZSRPRM
               organization is line sequential
               file status is WS-PARM-STATUS.
           select optional FBZ-SNAP-FILE assign to FBZSNAP
               organization is line sequential
               file status is WS-SNAP-STATUS.
           select optional FBZ-RESTORE-LOG-FILE assign to FBZSRLOG
               organization is line sequential
               file status is WS-SLOG-STATUS.
           select FBZ-PARM-FILE assign to FBZPARM
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-PHIST-FILE assign to FBZPHIST
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-PEND-FILE assign to FBZPEND
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-PROF-FILE assign to FBZPROF
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-BMAST-FILE assign to FBZBMAST
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-CMAP-FILE assign to FBZCMAP
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-RQMST-FILE assign to FBZRQMST
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-SUBS-FILE assign to FBZSUBS
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-OPERATOR-FILE assign to FBZOPER
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-SCHED-FILE assign to FBZSCHED
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-RUNCT-FILE assign to FBZRUNCT
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-RSCTL-FILE assign to FBZRSCTL
               organization is line sequential
               file status is WS-TGT-STATUS.
           select FBZ-BOOS-FILE assign to FBZBOOS
               organization is line sequential
               file status is WS-TGT-STATUS.

       data division.
       file section.
       fd  FBZ-SRP-PARM-FILE
           recording mode is F.
           copy FBZSRP.

       fd  FBZ-SNAP-FILE
           recording mode is F.
           copy FBZSNP.

       fd  FBZ-RESTORE-LOG-FILE
           recording mode is F.
           copy FBZSRLOG.

      *-----------------------------------------------------------------
      * THE FILES ARE REWRITTEN RECORD FOR RECORD FROM THE
      * SNAPSHOT, SO EACH IS WRITTEN AS A PLAIN RECORD OF ITS OWN
      * LENGTH.  FBZOPER ALONE IS ALSO READ, FOR THE AUTHORITY
      * CHECK, AND SO CARRIES ITS LAYOUT.
      *-----------------------------------------------------------------
       fd  FBZ-PARM-FILE
           recording mode is F.
       01  FBZ-RS-PARM-REC             pic X(128).

       fd  FBZ-PHIST-FILE
           recording mode is F.
       01  FBZ-RS-PHIST-REC            pic X(160).

       fd  FBZ-PEND-FILE
           recording mode is F.
       01  FBZ-RS-PEND-REC             pic X(180).

       fd  FBZ-PROF-FILE
           recording mode is F.
       01  FBZ-RS-PROF-REC             pic X(140).

       fd  FBZ-BMAST-FILE
           recording mode is F.
       01  FBZ-RS-BMAST-REC            pic X(80).

       fd  FBZ-CMAP-FILE
           recording mode is F.
       01  FBZ-RS-CMAP-REC             pic X(20).

       fd  FBZ-RQMST-FILE
           recording mode is F.
       01  FBZ-RS-RQMST-REC            pic X(70).

       fd  FBZ-SUBS-FILE
           recording mode is F.
       01  FBZ-RS-SUBS-REC             pic X(48).

       fd  FBZ-OPERATOR-FILE
           recording mode is F.
           copy FBZOPER.

       fd  FBZ-SCHED-FILE
           recording mode is F.
       01  FBZ-RS-SCHED-REC            pic X(40).

       fd  FBZ-RUNCT-FILE
           recording mode is F.
       01  FBZ-RS-RUNCT-REC            pic X(30).

       fd  FBZ-RSCTL-FILE
           recording mode is F.
       01  FBZ-RS-RSCTL-REC            pic X(20).

       fd  FBZ-BOOS-FILE
           recording mode is F.
       01  FBZ-RS-BOOS-REC             pic X(80).

       working-storage section.
       01  WS-PARM-STATUS          pic X(02).
       01  WS-SNAP-STATUS          pic X(02).
       01  WS-SLOG-STATUS          pic X(02).
       01  WS-TGT-STATUS           pic X(02).
       01  WS-SNAP-EOF-SWITCH      pic X(01).
           88  FBZSR-SNAP-EOF           value "Y".
           88  FBZSR-SNAP-NOT-EOF       value "N".
       01  WS-OPER-EOF-SWITCH      pic X(01).
           88  FBZSR-OPER-EOF           value "Y".
           88  FBZSR-OPER-NOT-EOF       value "N".
       01  WS-HEADER-SWITCH        pic X(01).
           88  FBZSR-HEADER-SEEN        value "Y".
           88  FBZSR-HEADER-NOT-SEEN    value "N".
       01  WS-MODE-SWITCH          pic X(01).
           88  FBZSR-VERIFY-ONLY        value "V".
           88  FBZSR-RESTORE            value "R".
       01  WS-OPER-COUNT           pic 9(03) comp.
       01  WS-OPER-SUB             pic 9(03) comp.
       01  WS-OPER-PRIV            pic 9(01).
       01  WS-SNAP-OPER-PRIV       pic 9(01).
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY   occurs 100 times.
               10  WS-OPT-ID           pic X(08).
               10  WS-OPT-PRIV         pic 9(01).
       01  WS-TIME-NOW             pic X(08).
       01  WS-OPERATOR-ID          pic X(08).
       01  WS-REQ-DATE             pic X(08).
       01  WS-REQ-FILE-ID          pic X(08).
       01  WS-SET-TIME             pic X(06).
       01  WS-HEADER-FILES         pic 9(07).
       01  WS-LOG-ACTION           pic X(08).
       01  WS-LOG-FILE-ID          pic X(08).
       01  WS-LOG-MAN-COUNT        pic 9(07).
       01  WS-LOG-REC-COUNT        pic 9(07).
       01  WS-FILE-SUB             pic 9(02) comp.
       01  WS-FILE-COUNT           pic 9(02) comp value 13.
       01  WS-SELECTED-COUNT       pic 9(02) comp.
       01  WS-REFUSED-COUNT        pic 9(02) comp.
       01  WS-RESTORED-COUNT       pic 9(02) comp.
       01  WS-SKIPPED-COUNT        pic 9(02) comp.
       01  WS-FAILED-COUNT         pic 9(02) comp.
       01  WS-SNAP-READ            pic 9(09) comp.
       01  WS-RECORDS-WRITTEN      pic 9(09) comp.

      *-----------------------------------------------------------------
      * THE FILES OF THE SET, IN THE ORDER FBZSNAP UNLOADS THEM -
      * FILLED IN BY 1100-SET-FILE-TABLE.  PASS 1 FILLS IN WHAT THE
      * SNAPSHOT HOLDS FOR EACH; PASS 2 WHAT WAS WRITTEN BACK.
      *-----------------------------------------------------------------
       01  WS-FILE-TABLE.
           05  WS-FT-ENTRY         occurs 13 times.
               10  WS-FT-ID            pic X(08).
               10  WS-FT-SELECTED      pic X(01).
               10  WS-FT-MAN-SEEN      pic X(01).
               10  WS-FT-PRESENT       pic X(01).
               10  WS-FT-MAN-COUNT     pic 9(07).
               10  WS-FT-FOUND         pic 9(07) comp.
               10  WS-FT-SEQ-BREAK     pic X(01).
               10  WS-FT-OPENED        pic X(01).
               10  WS-FT-WRITE-FAILED  pic X(01).
               10  WS-FT-WRITTEN       pic 9(07) comp.

      *=================================================================
      * PROCEDURE DIVISION
      *=================================================================
       procedure division.

       0000-MAINLINE.
           perform 1000-INITIALIZE
               thru 1000-EXIT
           perform 2000-SCAN-SNAPSHOT
               thru 2000-EXIT
           perform 2800-CHECK-AUTHORITY
               thru 2800-EXIT
           perform 3000-VERIFY-SNAPSHOT
               thru 3000-EXIT
           if FBZSR-VERIFY-ONLY
               perform 3500-LOG-VERIFIED
                   thru 3500-EXIT
                   varying WS-FILE-SUB from 1 by 1
                   until WS-FILE-SUB > WS-FILE-COUNT
           else
               perform 4000-RESTORE-FILES
                   thru 4000-EXIT
           end-if
           perform 6000-WRITE-SUMMARY-REPORT
               thru 6000-EXIT
           if WS-FAILED-COUNT > 0
               move 20 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - READ AND CHECK THE PARAMETER FILE, MARK
      * THE FILES TO BE RESTORED AND LOAD THE LIVE AUTHORIZED
      * OPERATORS.  A PARAMETER FILE THAT IS MISSING OR WRONG ENDS
      * THE RUN WITH RETURN-CODE 16 BEFORE ANYTHING IS READ.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           move 0 to WS-SELECTED-COUNT
           move 0 to WS-REFUSED-COUNT
           move 0 to WS-RESTORED-COUNT
           move 0 to WS-SKIPPED-COUNT
           move 0 to WS-FAILED-COUNT
           move 0 to WS-SNAP-READ
           move 0 to WS-RECORDS-WRITTEN
           perform 1100-SET-FILE-TABLE
               thru 1100-EXIT
           open input FBZ-SRP-PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "FBZSNRS - FBZSRPRM OPEN FAILED - STATUS "
                   WS-PARM-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           read FBZ-SRP-PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "FBZSNRS - FBZSRPRM READ FAILED - STATUS "
                   WS-PARM-STATUS
               move 16 to return-code
               go to 9999-ABEND
           end-if
           close FBZ-SRP-PARM-FILE
           move FBZ-SRP-OPERATOR-ID to WS-OPERATOR-ID
           move FBZ-SRP-SNAP-DATE to WS-REQ-DATE
           move FBZ-SRP-FILE-ID to WS-REQ-FILE-ID
           if WS-REQ-FILE-ID = spaces
               move "ALL" to WS-REQ-FILE-ID
           end-if
           if WS-OPERATOR-ID = spaces
               display "FBZSNRS - OPERATOR ID REQUIRED -"
                   " RESTORE REJECTED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           if WS-REQ-DATE not numeric
               display "FBZSNRS - SNAPSHOT DATE " WS-REQ-DATE
                   " NOT VALID - RESTORE REJECTED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           evaluate true
               when FBZ-SRP-VERIFY-ONLY
                   set FBZSR-VERIFY-ONLY to true
               when FBZ-SRP-RESTORE
                   set FBZSR-RESTORE to true
               when other
                   display "FBZSNRS - MODE " FBZ-SRP-MODE
                       " NOT VALID - RESTORE REJECTED"
                   move 16 to return-code
                   go to 9999-ABEND
           end-evaluate
           perform 1200-SELECT-ONE-FILE
               thru 1200-EXIT
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > WS-FILE-COUNT
           if WS-SELECTED-COUNT = 0
               display "FBZSNRS - FILE " WS-REQ-FILE-ID
                   " IS NOT IN THE SNAPSHOT SET - RESTORE REJECTED"
               move 16 to return-code
               go to 9999-ABEND
           end-if
           perform 1800-LOAD-OPERATORS
               thru 1800-EXIT.
       1000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1100-SET-FILE-TABLE - NAME THE FILES OF THE SET, IN
      * THE ORDER OF THE EVALUATES IN 4100, 4200 AND 4300.
      *-----------------------------------------------------------------
       1100-SET-FILE-TABLE.
           move spaces to WS-FILE-TABLE
           move "FBZPARM"  to WS-FT-ID(1)
           move "FBZPHIST" to WS-FT-ID(2)
           move "FBZPEND"  to WS-FT-ID(3)
           move "FBZPROF"  to WS-FT-ID(4)
           move "FBZBMAST" to WS-FT-ID(5)
           move "FBZCMAP"  to WS-FT-ID(6)
           move "FBZRQMST" to WS-FT-ID(7)
           move "FBZSUBS"  to WS-FT-ID(8)
           move "FBZOPER"  to WS-FT-ID(9)
           move "FBZSCHED" to WS-FT-ID(10)
           move "FBZRUNCT" to WS-FT-ID(11)
           move "FBZRSCTL" to WS-FT-ID(12)
           move "FBZBOOS"  to WS-FT-ID(13).
       1100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1200-SELECT-ONE-FILE - MARK ONE FILE FOR RESTORE IF IT IS
      * THE ONE NAMED, OR IF THE WHOLE SET WAS ASKED FOR.
      *-----------------------------------------------------------------
       1200-SELECT-ONE-FILE.
           if WS-REQ-FILE-ID = "ALL"
               or WS-REQ-FILE-ID = WS-FT-ID(WS-FILE-SUB)
               move "Y" to WS-FT-SELECTED(WS-FILE-SUB)
               add 1 to WS-SELECTED-COUNT
           else
               move "N" to WS-FT-SELECTED(WS-FILE-SUB)
           end-if.
       1200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1800-LOAD-OPERATORS - LOAD THE ACTIVE ROWS OF THE SHARED
      * AUTHORIZED-OPERATOR FILE INTO THE LOOKUP TABLE.  A MISSING
      * OR EMPTY FILE LEAVES THE TABLE EMPTY - SEE 2800.
      *-----------------------------------------------------------------
       1800-LOAD-OPERATORS.
           move 0 to WS-OPER-COUNT
           set FBZSR-OPER-NOT-EOF to true
           open input FBZ-OPERATOR-FILE
           if WS-TGT-STATUS not = "00"
               set FBZSR-OPER-EOF to true
           end-if
           perform 1850-LOAD-ONE-OPERATOR
               thru 1850-EXIT
               until FBZSR-OPER-EOF
           close FBZ-OPERATOR-FILE
           if WS-OPER-COUNT = zero
               display "FBZSNRS - NO ACTIVE OPERATORS ON FBZOPER -"
                   " THE SNAPSHOT'S OPERATOR FILE WILL BE USED"
           end-if.
       1800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 1850-LOAD-ONE-OPERATOR - LOAD ONE ACTIVE OPERATOR ROW INTO
      * THE LOOKUP TABLE; INACTIVE ROWS ARE SKIPPED.
      *-----------------------------------------------------------------
       1850-LOAD-ONE-OPERATOR.
           read FBZ-OPERATOR-FILE
               at end
                   set FBZSR-OPER-EOF to true
                   go to 1850-EXIT
           end-read
           if not FBZ-OPR-IS-ACTIVE
               go to 1850-EXIT
           end-if
           if WS-OPER-COUNT >= 100
               display "FBZSNRS - OPERATOR TABLE FULL - "
                   FBZ-OPR-ID " IGNORED"
               go to 1850-EXIT
           end-if
           add 1 to WS-OPER-COUNT
           move FBZ-OPR-ID to WS-OPT-ID(WS-OPER-COUNT)
           move FBZ-OPR-PRIV-LEVEL to WS-OPT-PRIV(WS-OPER-COUNT).
       1850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2000-SCAN-SNAPSHOT - PASS 1.  THE FBZSNAP DD HOLDS EVERY
      * SNAPSHOT GENERATION, IN NO ORDER THIS PROGRAM RELIES ON.
      * ONLY THE REQUESTED DATE COUNTS, AND OF THAT DATE ONLY THE
      * LATEST SNAPSHOT TIME: A LATER TIME STARTS THE COUNTS AGAIN,
      * AN EARLIER ONE IS PASSED OVER.
      *-----------------------------------------------------------------
       2000-SCAN-SNAPSHOT.
           move spaces to WS-SET-TIME
           perform 2200-RESET-SET
               thru 2200-EXIT
           set FBZSR-SNAP-NOT-EOF to true
           open input FBZ-SNAP-FILE
           if WS-SNAP-STATUS not = "00"
               set FBZSR-SNAP-EOF to true
           end-if
           perform 2100-SCAN-ONE-RECORD
               thru 2100-EXIT
               until FBZSR-SNAP-EOF
           close FBZ-SNAP-FILE.
       2000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2100-SCAN-ONE-RECORD - TAKE ONE SNAPSHOT RECORD INTO THE
      * COUNTS IF IT BELONGS TO THE SET BEING RESTORED.
      *-----------------------------------------------------------------
       2100-SCAN-ONE-RECORD.
           read FBZ-SNAP-FILE
               at end
                   set FBZSR-SNAP-EOF to true
                   go to 2100-EXIT
           end-read
           add 1 to WS-SNAP-READ
           if FBZ-SNP-SNAP-DATE not = WS-REQ-DATE
               go to 2100-EXIT
           end-if
           if FBZ-SNP-SNAP-TIME < WS-SET-TIME
               go to 2100-EXIT
           end-if
           if FBZ-SNP-SNAP-TIME > WS-SET-TIME
               move FBZ-SNP-SNAP-TIME to WS-SET-TIME
               perform 2200-RESET-SET
                   thru 2200-EXIT
           end-if
           if FBZ-SNP-HEADER
               set FBZSR-HEADER-SEEN to true
               move FBZ-SNP-COUNT to WS-HEADER-FILES
               go to 2100-EXIT
           end-if
           perform 2300-FIND-FILE
               thru 2300-EXIT
           if WS-FILE-SUB > WS-FILE-COUNT
               display "FBZSNRS - SNAPSHOT RECORD FOR UNKNOWN FILE "
                   FBZ-SNP-FILE-ID " IGNORED"
               go to 2100-EXIT
           end-if
           if FBZ-SNP-MANIFEST
               move "Y" to WS-FT-MAN-SEEN(WS-FILE-SUB)
               move FBZ-SNP-PRESENT to WS-FT-PRESENT(WS-FILE-SUB)
               move FBZ-SNP-COUNT to WS-FT-MAN-COUNT(WS-FILE-SUB)
               go to 2100-EXIT
           end-if
           add 1 to WS-FT-FOUND(WS-FILE-SUB)
           if FBZ-SNP-COUNT not = WS-FT-FOUND(WS-FILE-SUB)
               move "Y" to WS-FT-SEQ-BREAK(WS-FILE-SUB)
           end-if
           if FBZ-SNP-FILE-ID = "FBZOPER"
               perform 2400-NOTE-SNAP-OPERATOR
                   thru 2400-EXIT
           end-if.
       2100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2200-RESET-SET - FORGET EVERYTHING COUNTED SO FAR; A LATER
      * SNAPSHOT OF THE SAME DATE HAS TURNED UP.
      *-----------------------------------------------------------------
       2200-RESET-SET.
           set FBZSR-HEADER-NOT-SEEN to true
           move 0 to WS-HEADER-FILES
           move 0 to WS-SNAP-OPER-PRIV
           perform 2250-RESET-ONE-FILE
               thru 2250-EXIT
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > WS-FILE-COUNT.
       2200-EXIT.
           exit.

       2250-RESET-ONE-FILE.
           move "N" to WS-FT-MAN-SEEN(WS-FILE-SUB)
           move "N" to WS-FT-PRESENT(WS-FILE-SUB)
           move 0 to WS-FT-MAN-COUNT(WS-FILE-SUB)
           move 0 to WS-FT-FOUND(WS-FILE-SUB)
           move "N" to WS-FT-SEQ-BREAK(WS-FILE-SUB)
           move "N" to WS-FT-OPENED(WS-FILE-SUB)
           move "N" to WS-FT-WRITE-FAILED(WS-FILE-SUB)
           move 0 to WS-FT-WRITTEN(WS-FILE-SUB).
       2250-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2300-FIND-FILE - LOCATE THE CURRENT SNAPSHOT RECORD'S FILE
      * IN THE TABLE; WS-FILE-SUB ENDS PAST THE TABLE IF IT IS
      * NOT THERE.
      *-----------------------------------------------------------------
       2300-FIND-FILE.
           move 1 to WS-FILE-SUB.
       2300-NEXT.
           if WS-FILE-SUB > WS-FILE-COUNT
               go to 2300-EXIT
           end-if
           if WS-FT-ID(WS-FILE-SUB) = FBZ-SNP-FILE-ID
               go to 2300-EXIT
           end-if
           add 1 to WS-FILE-SUB
           go to 2300-NEXT.
       2300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2400-NOTE-SNAP-OPERATOR - PICK UP THE RESTORE OPERATOR'S
      * PRIVILEGE FROM THE SNAPSHOT'S OWN COPY OF FBZOPER, LAID OUT
      * AS FBZOPER (ID 1-8, LEVEL 29, ACTIVE FLAG 30).  ONLY USED
      * WHEN THE LIVE FILE HAS NO ACTIVE OPERATORS - SEE 2800.
      *-----------------------------------------------------------------
       2400-NOTE-SNAP-OPERATOR.
           if FBZ-SNP-DATA(1:8) = WS-OPERATOR-ID
               and FBZ-SNP-DATA(30:1) = "Y"
               and FBZ-SNP-DATA(29:1) numeric
               move FBZ-SNP-DATA(29:1) to WS-SNAP-OPER-PRIV
           end-if.
       2400-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2800-CHECK-AUTHORITY - A RESTORE, OR A VERIFY, NEEDS FBZOPER
      * PRIVILEGE LEVEL 3.  THE LIVE FILE IS THE AUTHORITY; ONLY
      * WHEN IT HAS NO ACTIVE OPERATORS AT ALL - THE VERY DAMAGE
      * A RESTORE MAY BE RUN TO REPAIR - IS THE OPERATOR HELD TO
      * THE SNAPSHOT'S COPY OF IT INSTEAD.  A DENIED RUN IS LOGGED
      * WITH ACTION "DENIED" AND ENDS WITH RETURN-CODE 16.
      *-----------------------------------------------------------------
       2800-CHECK-AUTHORITY.
           move 0 to WS-OPER-PRIV
           if WS-OPER-COUNT = zero
               move WS-SNAP-OPER-PRIV to WS-OPER-PRIV
           else
               perform 2850-MATCH-ONE-OPERATOR
                   thru 2850-EXIT
                   varying WS-OPER-SUB from 1 by 1
                   until WS-OPER-SUB > WS-OPER-COUNT
           end-if
           if WS-OPER-PRIV >= 3
               go to 2800-EXIT
           end-if
           move "DENIED" to WS-LOG-ACTION
           move WS-REQ-FILE-ID to WS-LOG-FILE-ID
           move 0 to WS-LOG-MAN-COUNT
           move 0 to WS-LOG-REC-COUNT
           perform 7100-WRITE-RESTORE-LOG
               thru 7100-EXIT
           display "FBZSNRS - OPERATOR " WS-OPERATOR-ID
               " NOT AUTHORIZED FOR RESTORES - NOTHING RESTORED"
           move 16 to return-code
           go to 9999-ABEND.
       2800-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 2850-MATCH-ONE-OPERATOR - PICK UP THE PRIVILEGE LEVEL FOR
      * THE RESTORE'S OPERATOR ID, IF IT IS ON FILE AND ACTIVE.
      *-----------------------------------------------------------------
       2850-MATCH-ONE-OPERATOR.
           if WS-OPT-ID(WS-OPER-SUB) = WS-OPERATOR-ID
               move WS-OPT-PRIV(WS-OPER-SUB) to WS-OPER-PRIV
           end-if.
       2850-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3000-VERIFY-SNAPSHOT - HOLD EVERY SELECTED FILE TO THE
      * MANIFEST.  NO SNAPSHOT FOR THE DATE, A MISSING HEADER, OR
      * ANY SELECTED FILE WHOSE RECORDS DO NOT MATCH ITS MANIFEST,
      * REFUSES THE WHOLE RESTORE WITH RETURN-CODE 12.
      *-----------------------------------------------------------------
       3000-VERIFY-SNAPSHOT.
           if WS-SET-TIME = spaces
               display "FBZSNRS - NO SNAPSHOT DATED " WS-REQ-DATE
                   " - NOTHING RESTORED"
               move "REFUSED" to WS-LOG-ACTION
               move WS-REQ-FILE-ID to WS-LOG-FILE-ID
               move 0 to WS-LOG-MAN-COUNT
               move 0 to WS-LOG-REC-COUNT
               perform 7100-WRITE-RESTORE-LOG
                   thru 7100-EXIT
               move 12 to return-code
               go to 9999-ABEND
           end-if
           perform 3100-VERIFY-ONE-FILE
               thru 3100-EXIT
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > WS-FILE-COUNT
           if FBZSR-HEADER-NOT-SEEN
               or WS-HEADER-FILES = zero
               or WS-HEADER-FILES > WS-FILE-COUNT
               display "FBZSNRS - SNAPSHOT " WS-REQ-DATE " "
                   WS-SET-TIME " HEADER MISSING OR WRONG"
               add 1 to WS-REFUSED-COUNT
           end-if
           if WS-REFUSED-COUNT > 0
               display "FBZSNRS - SNAPSHOT " WS-REQ-DATE " "
                   WS-SET-TIME " INCOMPLETE - NOTHING RESTORED"
               perform 6000-WRITE-SUMMARY-REPORT
                   thru 6000-EXIT
               move 12 to return-code
               go to 9999-ABEND
           end-if.
       3000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3100-VERIFY-ONE-FILE - ONE SELECTED FILE MUST HAVE A
      * MANIFEST RECORD, EXACTLY THE NUMBER OF RECORDS IT NAMES,
      * AND THOSE RECORDS NUMBERED WITHOUT A GAP.  A FILE THAT
      * FAILS IS LOGGED "REFUSED".  A FILE ADDED TO THE SET AFTER
      * THE SNAPSHOT WAS TAKEN (PAST THE COUNT ITS HEADER NAMES)
      * HAS NO MANIFEST RECORD AND IS TREATED AS ABSENT FROM IT -
      * 4300 LEAVES IT AS IT IS.
      *-----------------------------------------------------------------
       3100-VERIFY-ONE-FILE.
           if WS-FT-SELECTED(WS-FILE-SUB) not = "Y"
               go to 3100-EXIT
           end-if
           if WS-FILE-SUB > WS-HEADER-FILES
               and WS-FT-MAN-SEEN(WS-FILE-SUB) = "N"
               go to 3100-EXIT
           end-if
           if WS-FT-MAN-SEEN(WS-FILE-SUB) = "Y"
               and WS-FT-FOUND(WS-FILE-SUB)
                   = WS-FT-MAN-COUNT(WS-FILE-SUB)
               and WS-FT-SEQ-BREAK(WS-FILE-SUB) = "N"
               go to 3100-EXIT
           end-if
           add 1 to WS-REFUSED-COUNT
           display "FBZSNRS - " WS-FT-ID(WS-FILE-SUB)
               " DOES NOT MATCH THE SNAPSHOT MANIFEST"
           move "REFUSED" to WS-LOG-ACTION
           move WS-FT-ID(WS-FILE-SUB) to WS-LOG-FILE-ID
           move WS-FT-MAN-COUNT(WS-FILE-SUB) to WS-LOG-MAN-COUNT
           move WS-FT-FOUND(WS-FILE-SUB) to WS-LOG-REC-COUNT
           perform 7100-WRITE-RESTORE-LOG
               thru 7100-EXIT.
       3100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 3500-LOG-VERIFIED - A VERIFY-ONLY RUN LOGS EACH SELECTED
      * FILE THAT MATCHED ITS MANIFEST, AND RESTORES NOTHING.
      *-----------------------------------------------------------------
       3500-LOG-VERIFIED.
           if WS-FT-SELECTED(WS-FILE-SUB) not = "Y"
               go to 3500-EXIT
           end-if
           move "VERIFIED" to WS-LOG-ACTION
           move WS-FT-ID(WS-FILE-SUB) to WS-LOG-FILE-ID
           move WS-FT-MAN-COUNT(WS-FILE-SUB) to WS-LOG-MAN-COUNT
           move WS-FT-FOUND(WS-FILE-SUB) to WS-LOG-REC-COUNT
           perform 7100-WRITE-RESTORE-LOG
               thru 7100-EXIT.
       3500-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4000-RESTORE-FILES - PASS 2.  OPEN EVERY SELECTED FILE THAT
      * WAS PRESENT WHEN THE SNAPSHOT WAS TAKEN, WRITE ITS RECORDS
      * BACK FROM THE SET, CLOSE IT, AND LOG THE OUTCOME.  A FILE
      * THAT WAS ABSENT FROM THE SNAPSHOT IS LEFT AS IT IS.
      *-----------------------------------------------------------------
       4000-RESTORE-FILES.
           perform 4100-OPEN-TARGET
               thru 4100-EXIT
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > WS-FILE-COUNT
           set FBZSR-SNAP-NOT-EOF to true
           open input FBZ-SNAP-FILE
           if WS-SNAP-STATUS not = "00"
               set FBZSR-SNAP-EOF to true
           end-if
           perform 4200-RESTORE-ONE-RECORD
               thru 4200-EXIT
               until FBZSR-SNAP-EOF
           close FBZ-SNAP-FILE
           perform 4300-CLOSE-TARGET
               thru 4300-EXIT
               varying WS-FILE-SUB from 1 by 1
               until WS-FILE-SUB > WS-FILE-COUNT.
       4000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4100-OPEN-TARGET - OPEN ONE SELECTED FILE FOR OUTPUT.  A
      * FILE THAT WILL NOT OPEN IS MARKED FAILED; ITS RECORDS ARE
      * PASSED OVER AND 4300 LOGS IT.
      *-----------------------------------------------------------------
       4100-OPEN-TARGET.
           if WS-FT-SELECTED(WS-FILE-SUB) not = "Y"
               go to 4100-EXIT
           end-if
           if WS-FT-PRESENT(WS-FILE-SUB) not = "Y"
               go to 4100-EXIT
           end-if
           evaluate WS-FILE-SUB
               when 1
                   open output FBZ-PARM-FILE
               when 2
                   open output FBZ-PHIST-FILE
               when 3
                   open output FBZ-PEND-FILE
               when 4
                   open output FBZ-PROF-FILE
               when 5
                   open output FBZ-BMAST-FILE
               when 6
                   open output FBZ-CMAP-FILE
               when 7
                   open output FBZ-RQMST-FILE
               when 8
                   open output FBZ-SUBS-FILE
               when 9
                   open output FBZ-OPERATOR-FILE
               when 10
                   open output FBZ-SCHED-FILE
               when 11
                   open output FBZ-RUNCT-FILE
               when 12
                   open output FBZ-RSCTL-FILE
               when 13
                   open output FBZ-BOOS-FILE
           end-evaluate
           if WS-TGT-STATUS = "00"
               move "Y" to WS-FT-OPENED(WS-FILE-SUB)
           else
               display "FBZSNRS - " WS-FT-ID(WS-FILE-SUB)
                   " OPEN FAILED - STATUS " WS-TGT-STATUS
               move "Y" to WS-FT-WRITE-FAILED(WS-FILE-SUB)
           end-if.
       4100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4200-RESTORE-ONE-RECORD - WRITE ONE DATA RECORD OF THE SET
      * BACK TO ITS FILE, IF THAT FILE IS BEING RESTORED.
      *-----------------------------------------------------------------
       4200-RESTORE-ONE-RECORD.
           read FBZ-SNAP-FILE
               at end
                   set FBZSR-SNAP-EOF to true
                   go to 4200-EXIT
           end-read
           if FBZ-SNP-SNAP-DATE not = WS-REQ-DATE
               or FBZ-SNP-SNAP-TIME not = WS-SET-TIME
               or not FBZ-SNP-DATA-RECORD
               go to 4200-EXIT
           end-if
           perform 2300-FIND-FILE
               thru 2300-EXIT
           if WS-FILE-SUB > WS-FILE-COUNT
               go to 4200-EXIT
           end-if
           if WS-FT-OPENED(WS-FILE-SUB) not = "Y"
               or WS-FT-WRITE-FAILED(WS-FILE-SUB) = "Y"
               go to 4200-EXIT
           end-if
           evaluate WS-FILE-SUB
               when 1
                   write FBZ-RS-PARM-REC from FBZ-SNP-DATA
               when 2
                   write FBZ-RS-PHIST-REC from FBZ-SNP-DATA
               when 3
                   write FBZ-RS-PEND-REC from FBZ-SNP-DATA
               when 4
                   write FBZ-RS-PROF-REC from FBZ-SNP-DATA
               when 5
                   write FBZ-RS-BMAST-REC from FBZ-SNP-DATA
               when 6
                   write FBZ-RS-CMAP-REC from FBZ-SNP-DATA
               when 7
                   write FBZ-RS-RQMST-REC from FBZ-SNP-DATA
               when 8
                   write FBZ-RS-SUBS-REC from FBZ-SNP-DATA
               when 9
                   write FBZ-OPERATOR-RECORD from FBZ-SNP-DATA
               when 10
                   write FBZ-RS-SCHED-REC from FBZ-SNP-DATA
               when 11
                   write FBZ-RS-RUNCT-REC from FBZ-SNP-DATA
               when 12
                   write FBZ-RS-RSCTL-REC from FBZ-SNP-DATA
               when 13
                   write FBZ-RS-BOOS-REC from FBZ-SNP-DATA
           end-evaluate
           if WS-TGT-STATUS = "00"
               add 1 to WS-FT-WRITTEN(WS-FILE-SUB)
               add 1 to WS-RECORDS-WRITTEN
           else
               display "FBZSNRS - " WS-FT-ID(WS-FILE-SUB)
                   " WRITE FAILED - STATUS " WS-TGT-STATUS
               move "Y" to WS-FT-WRITE-FAILED(WS-FILE-SUB)
           end-if.
       4200-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 4300-CLOSE-TARGET - CLOSE ONE RESTORED FILE AND LOG IT:
      * RESTORED WHEN EVERY RECORD THE MANIFEST NAMES WAS WRITTEN
      * BACK, FAILED OTHERWISE, SKIPPED IF THE FILE WAS ABSENT
      * FROM THE SNAPSHOT.
      *-----------------------------------------------------------------
       4300-CLOSE-TARGET.
           if WS-FT-SELECTED(WS-FILE-SUB) not = "Y"
               go to 4300-EXIT
           end-if
           move WS-FT-ID(WS-FILE-SUB) to WS-LOG-FILE-ID
           move WS-FT-MAN-COUNT(WS-FILE-SUB) to WS-LOG-MAN-COUNT
           move WS-FT-WRITTEN(WS-FILE-SUB) to WS-LOG-REC-COUNT
           if WS-FT-PRESENT(WS-FILE-SUB) not = "Y"
               display "FBZSNRS - " WS-FT-ID(WS-FILE-SUB)
                   " ABSENT FROM THE SNAPSHOT - LEFT AS IT IS"
               add 1 to WS-SKIPPED-COUNT
               move "SKIPPED" to WS-LOG-ACTION
               perform 7100-WRITE-RESTORE-LOG
                   thru 7100-EXIT
               go to 4300-EXIT
           end-if
           if WS-FT-OPENED(WS-FILE-SUB) = "Y"
               evaluate WS-FILE-SUB
                   when 1
                       close FBZ-PARM-FILE
                   when 2
                       close FBZ-PHIST-FILE
                   when 3
                       close FBZ-PEND-FILE
                   when 4
                       close FBZ-PROF-FILE
                   when 5
                       close FBZ-BMAST-FILE
                   when 6
                       close FBZ-CMAP-FILE
                   when 7
                       close FBZ-RQMST-FILE
                   when 8
                       close FBZ-SUBS-FILE
                   when 9
                       close FBZ-OPERATOR-FILE
                   when 10
                       close FBZ-SCHED-FILE
                   when 11
                       close FBZ-RUNCT-FILE
                   when 12
                       close FBZ-RSCTL-FILE
                   when 13
                       close FBZ-BOOS-FILE
               end-evaluate
           end-if
           if WS-FT-WRITE-FAILED(WS-FILE-SUB) = "N"
               and WS-FT-WRITTEN(WS-FILE-SUB)
                   = WS-FT-MAN-COUNT(WS-FILE-SUB)
               add 1 to WS-RESTORED-COUNT
               move "RESTORED" to WS-LOG-ACTION
           else
               display "FBZSNRS - " WS-FT-ID(WS-FILE-SUB)
                   " RESTORE FAILED - " WS-LOG-REC-COUNT
                   " OF " WS-LOG-MAN-COUNT " RECORDS WRITTEN"
               add 1 to WS-FAILED-COUNT
               move "FAILED" to WS-LOG-ACTION
           end-if
           perform 7100-WRITE-RESTORE-LOG
               thru 7100-EXIT.
       4300-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 6000-WRITE-SUMMARY-REPORT - DISPLAY THE END-OF-RUN COUNTS
      * FOR THE JOB LOG.
      *-----------------------------------------------------------------
       6000-WRITE-SUMMARY-REPORT.
           display "FBZSNRS CONTROL/SUMMARY REPORT"
           display "  OPERATOR. . . . . . . . . " WS-OPERATOR-ID
           display "  SNAPSHOT DATE/TIME. . . . " WS-REQ-DATE " "
               WS-SET-TIME
           display "  FILE REQUESTED. . . . . . " WS-REQ-FILE-ID
           if FBZSR-VERIFY-ONLY
               display "  MODE. . . . . . . . . . . VERIFY ONLY"
           else
               display "  MODE. . . . . . . . . . . RESTORE"
           end-if
           display "  SNAPSHOT RECORDS READ . . " WS-SNAP-READ
           display "  FILES SELECTED. . . . . . " WS-SELECTED-COUNT
           display "  FILES REFUSED . . . . . . " WS-REFUSED-COUNT
           display "  FILES RESTORED. . . . . . " WS-RESTORED-COUNT
           display "  FILES SKIPPED . . . . . . " WS-SKIPPED-COUNT
           display "  FILES FAILED. . . . . . . " WS-FAILED-COUNT
           display "  RECORDS WRITTEN BACK. . . " WS-RECORDS-WRITTEN.
       6000-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 7100-WRITE-RESTORE-LOG - APPEND ONE RECORD TO FBZSRLOG,
      * OPENED EXTEND WITH THE USUAL CREATE-ON-FIRST-RUN FALLBACK.
      *-----------------------------------------------------------------
       7100-WRITE-RESTORE-LOG.
           move spaces to FBZ-RESTORE-LOG-RECORD
           move WS-OPERATOR-ID to FBZR-LOG-OPERATOR-ID
           accept FBZR-LOG-CHANGE-DATE from date YYYYMMDD
           accept WS-TIME-NOW from time
           move WS-TIME-NOW(1:6) to FBZR-LOG-CHANGE-TIME
           move WS-LOG-ACTION to FBZR-LOG-ACTION
           move WS-LOG-FILE-ID to FBZR-LOG-FILE-ID
           move WS-REQ-DATE to FBZR-LOG-SNAP-DATE
           move WS-SET-TIME to FBZR-LOG-SNAP-TIME
           move WS-LOG-MAN-COUNT to FBZR-LOG-MANIFEST-COUNT
           move WS-LOG-REC-COUNT to FBZR-LOG-RECORD-COUNT
           open extend FBZ-RESTORE-LOG-FILE
           if WS-SLOG-STATUS not = "00"
               open output FBZ-RESTORE-LOG-FILE
           end-if
           write FBZ-RESTORE-LOG-RECORD
           close FBZ-RESTORE-LOG-FILE.
       7100-EXIT.
           exit.

      *-----------------------------------------------------------------
      * 9999-ABEND - COMMON FATAL-ERROR EXIT.  REACHED BY GO TO WITH
      * RETURN-CODE ALREADY SET (12 - NO SNAPSHOT FOR THE DATE, OR
      * IT DOES NOT MATCH ITS MANIFEST; 16 - PARAMETER FILE MISSING
      * OR WRONG, OR OPERATOR NOT AUTHORIZED).  NOTHING HAS BEEN
      * WRITTEN BACK TO ANY REFERENCE FILE WHEN A RUN ENDS HERE.
      *-----------------------------------------------------------------
       9999-ABEND.
           stop run.
