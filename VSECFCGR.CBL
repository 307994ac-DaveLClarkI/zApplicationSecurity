      *               UNCHANGED.  WHILE A BATCH PASS HOLDS THE
      *               IESLOCK INTERLOCK THE GRANT IS DEFERRED WITH A
      *               CLEAN RETURN CODE - THE CALLER RETRIES ONCE THE
      *               LOCK CLEARS.  EVERY GRANT IS FIRST PUT THROUGH
      *               THE SODCHKO SEPARATION-OF-DUTIES CHECK.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *                IESJRNL WITH ITS FULL BEFORE/AFTER IMAGES, SO
      *                THE IESJRNAP FORWARD RECOVERY CAN ROLL A
      *                RESTORED BACKUP PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN THROUGH THE IESAUCH
      *                ANCHOR (HELD LOCKED ACROSS THE APPEND) BEFORE
      *                IT IS WRITTEN.
      * 10/15/2026 DLC EVERY GRANT IS NOW CHECKED AGAINST THE IESSODR
      *                SEPARATION-OF-DUTIES RULES THROUGH SODCHKO,
      *                AHEAD OF THE INTERLOCK CHECK.  A CONFLICT IS
      *                REFUSED WITH THE NEW RETURN CODE 32; ONE COVERED
      *                BY AN IESSODX OVERRIDE GOES AHEAD AND THE
      *                OVERRIDE IS AUDITED (ACTION 'O').
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      * primed from this instead
         03  BSM-MAX-RECLEN            PIC S9(04)   BINARY VALUE +1046.
         03  AUDT-RBA                  PIC S9(08)   BINARY VALUE ZEROES.
         03  IESAUCH                   PIC  X(08)   VALUE 'IESAUCH'.
         03  AUDT-RESP                 PIC S9(08)   BINARY VALUE ZEROES.
         03  ANCHOR-SW                 PIC  X(01)   VALUE 'N'.
           88  ANCHOR-NONE                          VALUE 'N'.
           88  ANCHOR-LOCKED                        VALUE 'L'.
           88  ANCHOR-NEW                           VALUE 'W'.
         03  BSM-MAX-SEQUENCE          PIC  9(03)   VALUE ZEROES.
         03  BSM-GRP-FOUND             PIC  X(01)   VALUE 'N'.
           88  TARGET-GROUP-FOUND                   VALUE 'Y'.
      * PERMANENT PURGE/REVOKE AUDIT LOG LAYOUT (ESDS, WRITTEN BY RBA)
       COPY IESAUDT.

      * AUDIT-LOG CHAIN ANCHOR LAYOUT (READ FOR UPDATE PER ENTRY)
       COPY IESAUCH.

       COPY AUDTCHN.

      * USERID-TO-RESOURCE CROSS-REFERENCE LAYOUT (KEPT IN STEP)
       COPY IESXREF.

      * SECURITY-FILE CHANGE JOURNAL LAYOUT (WRITTEN PER CHANGE)
       COPY IESJRNL.

      * SEPARATION-OF-DUTIES CHECK COMMAREA (LINKED TO SODCHKO)
       COPY SODCHK.

       COPY BSMCHEK.

       COPY DATETIME.
             88  FCGR-RECORD-FULL                  VALUE 20.
             88  FCGR-UPDATE-DEFERRED              VALUE 24.
             88  FCGR-NOT-AUTHORIZED               VALUE 28.
             88  FCGR-SOD-CONFLICT                 VALUE 32.
         03  FCGR-USERID               PIC  X(08).
         03  FCGR-TYPE                 PIC  X(01).
             88  FCGR-TYPE-GROUP                   VALUE 'G'.
               EXEC CICS RETURN END-EXEC
           END-IF.

      * emergency access does not get around a separation-of-duties
      * rule either
           PERFORM A20-CHECK-SOD THRU A25-EXIT.
           IF  NOT FCGR-SUCCESS
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE FCGR-USERID            TO WORK-DEFER-USER.
           MOVE BSTCNTL                TO WORK-DEFER-FILE.
      * capture who asked, so a deferral names the approver to
               PERFORM E00-WRITE-FIRE-RECORD THRU E99-EXIT
           END-IF.

           IF  FCGR-SUCCESS
           AND SOD-CONFLICT-OVERRIDDEN
               PERFORM A30-AUDIT-OVERRIDE THRU A35-EXIT
           END-IF.

      * the regions enforce stale rules until their dataspaces are
      * refreshed - drive VSECREFR now, so the access is live before
      * the caller hangs up
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    WOULD THE GRANT PUT THE USER ON BOTH SIDES OF AN IESSODR    *
      *    RULE - THE SIGNED-ON OPERATOR STANDS AS THE GRANTOR (AND    *
      *    THE ABSENT APPROVER TOO, UNDER A DELEGATION), SO NEITHER    *
      *    CAN ALSO BE THE OVERRIDE'S APPROVER.  A CHECK THAT CANNOT   *
      *    BE MADE REFUSES THE GRANT                                   *
      ******************************************************************
       A20-CHECK-SOD.
           INITIALIZE SODCHK-PARMS.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE FCGR-USERID            TO SOD-USRIDNT.
           MOVE FCGR-TYPE              TO SOD-TYPE.
           IF  FCGR-TYPE-GROUP
               MOVE FCGR-RESOURCE(1:8) TO SOD-RSRC
           ELSE
               MOVE FCGR-APPL          TO SOD-APPL
               MOVE FCGR-TRANS         TO SOD-TRANS
               MOVE FCGR-RESOURCE      TO SOD-RSRC
               MOVE FCGR-ACCESS        TO SOD-ACCESS
           END-IF.
           MOVE CICS-USERID            TO SOD-GRANTOR.
           MOVE WORK-PRINCIPAL         TO SOD-GRANTOR2.

           EXEC CICS LINK
                     PROGRAM  (SODCHKO-PGM)
                     COMMAREA (SODCHK-PARMS)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  SOD-CHECK-FAILED   TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN SOD-GRANT-ALLOWED
                   CONTINUE
               WHEN SOD-CHECK-FAILED
                   SET  FCGR-IO-ERROR       TO TRUE
               WHEN OTHER
                   SET  FCGR-SOD-CONFLICT   TO TRUE
           END-EVALUATE.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    AUDIT A GRANT MADE UNDER A SEPARATION-OF-DUTIES OVERRIDE -  *
      *    THE RULE IN THE OLD VALUE, THE APPROVER AND THE START OF    *
      *    THEIR JUSTIFICATION IN THE NEW                              *
      ******************************************************************
       A30-AUDIT-OVERRIDE.
           SET  AUDT-ACTION-SOD-OVERRIDE TO TRUE.
           IF  FCGR-TYPE-GROUP
               SET  AUDT-TYPE-GROUPMBR TO TRUE
           ELSE
               SET  AUDT-TYPE-PERMIT   TO TRUE
           END-IF.
           MOVE SOD-RULE-DESC          TO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           STRING SOD-OVR-APPROVER     DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  SOD-OVR-REASON       DELIMITED BY SIZE
               INTO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    OPEN THE EMERGENCY GROUP MEMBERSHIP                         *
      ******************************************************************
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain -
      * the anchor stays locked across the append so the chain order
      * is the file order
           PERFORM K50-LINK-AUDIT-CHAIN THRU K55-EXIT.

           EXEC CICS WRITE
                     DATASET  (IESAUDT)
                     FROM     (IESAUDT-RECORD)
                     RBA
                     NOHANDLE
           END-EXEC.
           MOVE EIBRESP                TO AUDT-RESP.
           PERFORM K60-ADVANCE-AUDIT-CHAIN THRU K65-EXIT.
      * best effort - the grant itself already stands, so an audit-
      * append failure is left to DTLG-style monitoring rather than
      * backed out here
       K99-EXIT.
           EXIT.

      /*****************************************************************
      *    LOCK THE IESAUCH ANCHOR, CARRY ITS LAST CHECK VALUE INTO    *
      *    THE NEW ENTRY, AND COMPUTE THE ENTRY'S OWN VALUE            *
      ******************************************************************
       K50-LINK-AUDIT-CHAIN.
           SET  ANCHOR-NONE            TO TRUE.
           MOVE ZEROES                 TO AUDT-CHAIN-PREV
                                          AUDT-CHAIN-VALUE.
           MOVE 'IESAUDT'              TO AUCH-FILE.
           EXEC CICS READ UPDATE
                     DATASET  (IESAUCH)
                     INTO     (IESAUCH-RECORD)
                     RIDFLD   (AUCH-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
             WHEN EIBRESP = DFHRESP(NORMAL)
               SET  ANCHOR-LOCKED      TO TRUE
             WHEN EIBRESP = DFHRESP(NOTFND)
      * the very first chained entry starts the chain from zero
               SET  ANCHOR-NEW         TO TRUE
               MOVE SPACES             TO IESAUCH-RECORD
               MOVE 'IESAUDT'          TO AUCH-FILE
               MOVE ZEROES             TO AUCH-LAST-VALUE
                                          AUCH-COUNT
             WHEN OTHER
      * no anchor, no link - the entry goes out unchained and the
      * next IESAUDVF run reports the break
               GO TO K55-EXIT
           END-EVALUATE.

           MOVE AUCH-LAST-VALUE        TO AUDT-CHAIN-PREV.
           CALL AUDTCHN             USING AUDTCHN-PARMS
                                          IESAUDT-RECORD.
           MOVE CHN-VALUE              TO AUDT-CHAIN-VALUE.
       K55-EXIT.
           EXIT.

      /*****************************************************************
      *    ADVANCE THE ANCHOR TO THE ENTRY JUST APPENDED - OR LET GO   *
      *    OF IT UNCHANGED IF THE APPEND FAILED                        *
      ******************************************************************
       K60-ADVANCE-AUDIT-CHAIN.
           IF  ANCHOR-NONE
               GO TO K65-EXIT
           END-IF.

           IF  AUDT-RESP NOT = DFHRESP(NORMAL)
               IF  ANCHOR-LOCKED
                   EXEC CICS UNLOCK
                             DATASET  (IESAUCH)
                             NOHANDLE
                   END-EXEC
               END-IF
               GO TO K65-EXIT
           END-IF.

           MOVE AUDT-CHAIN-VALUE       TO AUCH-LAST-VALUE.
           ADD  1                      TO AUCH-COUNT.
           MOVE THIS-PGM               TO AUCH-LAST-PGM.
           MOVE AUDT-DATE              TO AUCH-LAST-DATE.
           MOVE AUDT-TIME              TO AUCH-LAST-TIME.

           IF  ANCHOR-LOCKED
               EXEC CICS REWRITE
                         DATASET  (IESAUCH)
                         FROM     (IESAUCH-RECORD)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                         DATASET  (IESAUCH)
                         FROM     (IESAUCH-RECORD)
                         RIDFLD   (AUCH-KEY)
                         NOHANDLE
               END-EXEC
           END-IF.
       K65-EXIT.
           EXIT.

      /*****************************************************************
      *    KEEP THE IESXREF INDEX IN STEP - BEST EFFORT, THE BSTCNTL   *
      *    CHANGE ITSELF ALREADY STANDS AND A DRIFTED INDEX IS         *
