
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN THROUGH THE IESAUCH
      *                ANCHOR (HELD LOCKED ACROSS THE APPEND) BEFORE
      *                IT IS WRITTEN.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************

         03  AUDT-RBA                  PIC S9(08)   BINARY VALUE
                                                    ZEROES.
         03  IESAUCH                   PIC  X(08)   VALUE 'IESAUCH'.
         03  AUDT-RESP                 PIC S9(08)   BINARY VALUE ZEROES.
         03  ANCHOR-SW                 PIC  X(01)   VALUE 'N'.
           88  ANCHOR-NONE                          VALUE 'N'.
           88  ANCHOR-LOCKED                        VALUE 'L'.
           88  ANCHOR-NEW                           VALUE 'W'.
         03  CICS-USERID               PIC  X(08).
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-NOW                  PIC  9(06)   VALUE ZEROES.
      * PERMANENT PURGE/REVOKE AUDIT LOG LAYOUT (WRITTEN PER CHANGE)
       COPY IESAUDT.

      * AUDIT-LOG CHAIN ANCHOR LAYOUT (READ FOR UPDATE PER ENTRY)
       COPY IESAUCH.

       COPY AUDTCHN.

       COPY BITMAN.

      * CRITICAL-EVENT ALERT COMMAREA (LINKED TO SECALRTO)
           MOVE WORK-TODAY             TO AUDT-DATE.
           MOVE WORK-NOW               TO AUDT-TIME.

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
      * best effort - the freeze change itself already stands, so an
      * audit-append failure is left to monitoring rather than
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
      *    RAISE THE IMMEDIATE OPERATOR-CONSOLE/EMAIL ALERT.  CALLER   *
      *    FORMATS ALR-TEXT FIRST                                      *
