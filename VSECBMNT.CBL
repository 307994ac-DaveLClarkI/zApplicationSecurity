      *               LIST, SO A RECORD CAN NEVER BE GROWN PAST THE
      *               CEILING IT WARNS ABOUT.  EVERY CHANGE WRITES AN
      *               IESAUDT ENTRY CARRYING THE SIGNED-ON CICS
      *               OPERATOR IN THE JOB-NAME FIELD.  EVERY ADD OR
      *               CHANGE THAT GRANTS ACCESS IS FIRST PUT THROUGH
      *               THE SODCHKO SEPARATION-OF-DUTIES CHECK.  AN
      *               ADD OR CHANGE TOUCHING AN IESSENS SENSITIVE
      *               GROUP OR FACILITY IS HELD ON IESHOLD INSTEAD OF
      *               APPLIED, UNTIL A SECOND, DIFFERENT OPERATOR
      *               APPROVES IT WITH FUNCTION 'V'.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *                BATCH-INTERLOCK CHECK, SO AN UNAUTHORIZED ADD
      *                IS REFUSED INSTEAD OF CAPTURED AS A DEFERRAL
      *                THE IESLKRPL REPLAY WOULD LATER APPLY.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN THROUGH THE IESAUCH
      *                ANCHOR (HELD LOCKED ACROSS THE APPEND) BEFORE
      *                IT IS WRITTEN.
      * 10/15/2026 DLC A MEMBERSHIP ADD, PERMIT ADD, OR PERMIT CHANGE
      *                IS NOW CHECKED AGAINST THE IESSODR SEPARATION-
      *                OF-DUTIES RULES THROUGH SODCHKO, AHEAD OF THE
      *                INTERLOCK CHECK THE SAME AS THE OWNERSHIP GATE.
      *                A CONFLICT IS REFUSED WITH THE NEW RETURN CODE
      *                36; ONE COVERED BY AN IESSODX OVERRIDE GOES
      *                AHEAD AND THE OVERRIDE IS AUDITED (ACTION 'O').
      * 10/15/2026 DLC FOUR-EYES HOLD - A MEMBERSHIP ADD, PERMIT ADD,
      *                OR PERMIT CHANGE ON A GROUP OR FACILITY IN THE
      *                NEW IESSENS SENSITIVE-RESOURCE LIST IS WRITTEN
      *                TO IESHOLD AND REFUSED WITH THE NEW RETURN CODE
      *                40 INSTEAD OF APPLIED.  THE NEW FUNCTION 'V'
      *                LETS A SECOND OPERATOR APPROVE IT, WHICH
      *                APPLIES IT THROUGH THE SAME OWNER, SOD, AND
      *                INTERLOCK CHECKS, WITH THE APPROVER IN THE
      *                AUDIT JOB-NAME AND THE REQUESTER IN THE OLD
      *                VALUE.  THE REQUESTER CANNOT APPROVE THEIR OWN
      *                HOLD (48), ONE TARGET HOLDS ONE CHANGE AT A
      *                TIME (44), AND A HOLD NOT APPROVED WITHIN THE
      *                IESAGEC 'VSECBMNT' EXPIRE DAYS LAPSES (52).
      *                REMOVALS ARE NEVER HELD.
      * 10/15/2026 DLC A HELD CHANGE BEING APPROVED NOW GOES THROUGH
      *                SODCHKO WITH THE REQUESTER AS THE GRANTOR AND
      *                THE APPROVING OPERATOR AS THE SECOND PARTY, SO
      *                NEITHER CAN STAND AS THE OVERRIDE'S APPROVER -
      *                AND THE TWO MUST BE DIFFERENT OPERATORS (48).
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  IESXREF                   PIC  X(08)   VALUE 'IESXREF'.
         03  IESGOWN                   PIC  X(08)   VALUE 'IESGOWN'.
         03  IESCNTL                   PIC  X(08)   VALUE 'IESCNTL'.
         03  IESSENS                   PIC  X(08)   VALUE 'IESSENS'.
         03  IESHOLD                   PIC  X(08)   VALUE 'IESHOLD'.
         03  IESAGEC                   PIC  X(08)   VALUE 'IESAGEC'.
         03  SAVE-XREF-SEQ             PIC  9(03)   VALUE ZEROES.
         03  SAVE-XREF-ACC             PIC  X(01)   VALUE SPACE.

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
           88  USER-ALREADY-A-MEMBER                VALUE 'Y'.
         03  BSM-MEMBER-KEY            PIC  X(56).

      * FOUR-EYES HOLD WORK FIELDS - HOW MANY DAYS A HELD CHANGE MAY
      * WAIT FOR ITS SECOND OPERATOR IS NORMALLY LOADED FROM THE
      * IESAGEC ENTRY KEYED BY THIS PROGRAM'S NAME; THIS VALUE IS
      * THE FALLBACK WHEN NONE IS ON FILE
         03  HOLD-EXPIRE-DAYS          PIC  9(03)   VALUE 003.
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-FACILITY.
           05  WORK-FAC-APPL           PIC  X(04).
           05  WORK-FAC-TRANS          PIC  X(04).
           05  WORK-FAC-RSRC           PIC  X(44).
         03  WORK-SENS-NAME            PIC  X(08)   VALUE SPACES.
         03  WORK-HELD-NOTE            PIC  X(21)   VALUE SPACES.
         03  SENSITIVE-SW              PIC  X(01)   VALUE 'N'.
           88  TARGET-IS-SENSITIVE                  VALUE 'Y'.
         03  HELD-APPLY-SW             PIC  X(01)   VALUE 'N'.
           88  APPLYING-HELD-CHANGE                 VALUE 'Y'.
         03  HOLD-WRITE-SW             PIC  X(01)   VALUE 'W'.
           88  HOLD-IS-NEW                          VALUE 'W'.
           88  HOLD-IS-REUSED                       VALUE 'R'.

      * CHANGE-JOURNAL WORK FIELDS - THE UNMODIFIED IMAGE IS STAGED
      * AT THE READ FOR UPDATE SO THE REWRITE CAN JOURNAL BOTH SIDES
         03  IESJRNL                   PIC  X(08)   VALUE 'IESJRNL'.
      * PERMANENT PURGE/REVOKE AUDIT LOG LAYOUT (ESDS, WRITTEN BY RBA)
       COPY IESAUDT.

      * AUDIT-LOG CHAIN ANCHOR LAYOUT (READ FOR UPDATE PER ENTRY)
       COPY IESAUCH.

       COPY AUDTCHN.

      * USERID-TO-RESOURCE CROSS-REFERENCE LAYOUT (KEPT IN STEP)
       COPY IESXREF.

      * OWNER MUST STILL HAVE A LIVE PROFILE)
       COPY IESCNTL.

      * SEPARATION-OF-DUTIES CHECK COMMAREA (LINKED TO SODCHKO)
       COPY SODCHK.

      * SENSITIVE-RESOURCE LIST LAYOUT (BROWSED INTO AREA)
       COPY IESSENS.

      * HELD FOUR-EYES CHANGE LAYOUT (READ/WRITTEN IN PLACE)
       COPY IESHOLD.

      * APPROVAL AGING CONTROL LAYOUT (READ INTO AREA)
       COPY IESAGEC.

       COPY BSMCHEK.

       COPY DATETIME.

       COPY DTEMAN.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
             88  BMNT-FUNC-ADD-PERMIT              VALUE 'P'.
             88  BMNT-FUNC-CHG-PERMIT              VALUE 'C'.
             88  BMNT-FUNC-DEL-PERMIT              VALUE 'D'.
             88  BMNT-FUNC-APPROVE-HELD            VALUE 'V'.
         03  BMNT-RETURN-CODE          PIC  9(02).
             88  BMNT-SUCCESS                      VALUE 00.
             88  BMNT-NOT-FOUND                    VALUE 04.
             88  BMNT-UPDATE-DEFERRED              VALUE 24.
             88  BMNT-NO-GROUP-OWNER               VALUE 28.
             88  BMNT-OWNER-GONE                   VALUE 32.
             88  BMNT-SOD-CONFLICT                 VALUE 36.
             88  BMNT-HELD-FOR-APPROVAL            VALUE 40.
             88  BMNT-ALREADY-HELD                 VALUE 44.
             88  BMNT-SAME-OPERATOR                VALUE 48.
             88  BMNT-HOLD-EXPIRED                 VALUE 52.
         03  BMNT-USERID               PIC  X(08).
         03  BMNT-GROUP                PIC  X(08).
         03  BMNT-APPL                 PIC  X(04).
                     NOHANDLE
           END-EXEC.

      * an approval takes the function and access from the held
      * change itself, so everything below treats it as that change
           IF  BMNT-FUNC-APPROVE-HELD
               PERFORM H10-LOAD-HELD-CHANGE THRU H15-EXIT
               IF  NOT BMNT-SUCCESS
                   EXEC CICS RETURN END-EXEC
               END-IF
           END-IF.

           MOVE BMNT-USERID            TO WORK-DEFER-USER.
           MOVE BSTCNTL                TO WORK-DEFER-FILE.
      * capture the update content so a deferral can be replayed by
               END-IF
           END-IF.

      * so is a grant that would break a separation-of-duties rule
           INITIALIZE SODCHK-PARMS.
           IF  BMNT-FUNC-ADD-MEMBER
           OR  BMNT-FUNC-ADD-PERMIT
           OR  BMNT-FUNC-CHG-PERMIT
               PERFORM B30-CHECK-SOD THRU B35-EXIT
               IF  NOT BMNT-SUCCESS
                   EXEC CICS RETURN END-EXEC
               END-IF
           END-IF.

      * a grant on a sensitive group or facility is parked for a
      * second operator instead of applied - removals never wait
           IF  NOT APPLYING-HELD-CHANGE
           AND (BMNT-FUNC-ADD-MEMBER
           OR   BMNT-FUNC-ADD-PERMIT
           OR   BMNT-FUNC-CHG-PERMIT)
               PERFORM H20-CHECK-SENSITIVE THRU H25-EXIT
               IF  NOT BMNT-SUCCESS
                   EXEC CICS RETURN END-EXEC
               END-IF
               IF  TARGET-IS-SENSITIVE
                   PERFORM H30-HOLD-CHANGE THRU H35-EXIT
                   EXEC CICS RETURN END-EXEC
               END-IF
           END-IF.

           PERFORM Q50-CHECK-INTERLOCK THRU Q55-EXIT.

           IF  UPDATES-LOCKED
               SET  BMNT-INVALID-FUNCTION TO TRUE
           END-IF END-IF END-IF END-IF.

           IF  APPLYING-HELD-CHANGE
               PERFORM H40-CLOSE-HELD-CHANGE THRU H45-EXIT
           END-IF.

           IF  BMNT-SUCCESS
           AND SOD-CONFLICT-OVERRIDDEN
               PERFORM B40-AUDIT-OVERRIDE THRU B45-EXIT
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.
       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    WOULD THE GRANT PUT THE USER ON BOTH SIDES OF AN IESSODR    *
      *    RULE - THE SIGNED-ON OPERATOR STANDS AS THE GRANTOR, SO     *
      *    THEY CANNOT ALSO BE THE OVERRIDE'S APPROVER.  WHEN A HELD   *
      *    CHANGE IS BEING APPROVED THE REQUESTER IS THE GRANTOR AND   *
      *    THE APPROVING OPERATOR THE SECOND PARTY, WHO MUST BE A      *
      *    DIFFERENT ID - NEITHER MAY BE THE OVERRIDE'S APPROVER.  A   *
      *    CHECK THAT CANNOT BE MADE REFUSES THE GRANT                 *
      ******************************************************************
       B30-CHECK-SOD.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE BMNT-USERID            TO SOD-USRIDNT.
           IF  BMNT-FUNC-ADD-MEMBER
               MOVE 'G'                TO SOD-TYPE
               MOVE BMNT-GROUP         TO SOD-RSRC
           ELSE
               MOVE 'F'                TO SOD-TYPE
               MOVE BMNT-APPL          TO SOD-APPL
               MOVE BMNT-TRANS         TO SOD-TRANS
               MOVE BMNT-RESOURCE      TO SOD-RSRC
               MOVE BMNT-ACCESS        TO SOD-ACCESS
           END-IF.
           IF  APPLYING-HELD-CHANGE
               IF  HOLD-REQ-BY = CICS-USERID
                   SET  BMNT-SAME-OPERATOR TO TRUE
                   GO TO B35-EXIT
               END-IF
               MOVE HOLD-REQ-BY        TO SOD-GRANTOR
               MOVE CICS-USERID        TO SOD-GRANTOR2
           ELSE
               MOVE CICS-USERID        TO SOD-GRANTOR
           END-IF.

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
                   SET  BMNT-IO-ERROR       TO TRUE
               WHEN OTHER
                   SET  BMNT-SOD-CONFLICT   TO TRUE
           END-EVALUATE.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    AUDIT A GRANT MADE UNDER A SEPARATION-OF-DUTIES OVERRIDE -  *
      *    THE RULE IN THE OLD VALUE, THE APPROVER AND THE START OF    *
      *    THEIR JUSTIFICATION IN THE NEW                              *
      ******************************************************************
       B40-AUDIT-OVERRIDE.
           SET  AUDT-ACTION-SOD-OVERRIDE TO TRUE.
           IF  BMNT-FUNC-ADD-MEMBER
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
       B45-EXIT.
           EXIT.

      /*****************************************************************
      *    APPROVE A HELD CHANGE - THE HOLD ON THIS TARGET MUST STILL  *
      *    BE PENDING, NOT PAST ITS EXPIRY, AND ASKED FOR BY SOMEBODY  *
      *    OTHER THAN THE SIGNED-ON OPERATOR.  THE HOLD STAYS LOCKED   *
      *    UNTIL H40 RECORDS HOW THE APPLY WENT                        *
      ******************************************************************
       H10-LOAD-HELD-CHANGE.
           SET  BMNT-SUCCESS           TO TRUE.
           PERFORM H90-BUILD-HOLD-KEY THRU H95-EXIT.

           EXEC CICS READ UPDATE
                     DATASET  (IESHOLD)
                     INTO     (IESHOLD-RECORD)
                     RIDFLD   (HOLD-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               IF  EIBRESP = DFHRESP(NOTFND)
                   SET  BMNT-NOT-FOUND TO TRUE
               ELSE
                   SET  BMNT-IO-ERROR  TO TRUE
               END-IF
               GO TO H15-EXIT
           END-IF.

           IF  NOT HOLD-PENDING
               EXEC CICS UNLOCK
                         DATASET  (IESHOLD)
                         NOHANDLE
               END-EXEC
               SET  BMNT-NOT-FOUND     TO TRUE
               GO TO H15-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO WORK-TODAY.
           IF  WORK-TODAY NOT < HOLD-EXPIRES
      * too late - mark it lapsed so it is not offered again
               SET  HOLD-EXPIRED       TO TRUE
               EXEC CICS REWRITE
                         DATASET  (IESHOLD)
                         FROM     (IESHOLD-RECORD)
                         NOHANDLE
               END-EXEC
               SET  BMNT-HOLD-EXPIRED  TO TRUE
               GO TO H15-EXIT
           END-IF.

           IF  HOLD-REQ-BY = CICS-USERID
               EXEC CICS UNLOCK
                         DATASET  (IESHOLD)
                         NOHANDLE
               END-EXEC
               SET  BMNT-SAME-OPERATOR TO TRUE
               GO TO H15-EXIT
           END-IF.

           MOVE HOLD-FUNCTION          TO BMNT-FUNCTION.
           MOVE HOLD-GROUP             TO BMNT-GROUP.
           MOVE HOLD-APPL              TO BMNT-APPL.
           MOVE HOLD-TRANS             TO BMNT-TRANS.
           MOVE HOLD-RESOURCE          TO BMNT-RESOURCE.
           MOVE HOLD-ACCESS            TO BMNT-ACCESS.
           SET  APPLYING-HELD-CHANGE   TO TRUE.
           MOVE SPACES                 TO WORK-HELD-NOTE.
           STRING 'HELD BY '              DELIMITED BY SIZE
                  HOLD-REQ-BY             DELIMITED BY SPACE
               INTO WORK-HELD-NOTE.
       H15-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE TARGET GROUP OR FACILITY ON THE IESSENS SENSITIVE-   *
      *    RESOURCE LIST - NO LIST FILE (OR AN EMPTY ONE) MEANS        *
      *    NOTHING IS HELD; A LIST THAT CANNOT BE READ REFUSES THE     *
      *    GRANT                                                       *
      ******************************************************************
       H20-CHECK-SENSITIVE.
           MOVE 'N'                    TO SENSITIVE-SW.
           MOVE SPACES                 TO WORK-SENS-NAME.
           SET  BMNT-SUCCESS           TO TRUE.
           MOVE BMNT-APPL              TO WORK-FAC-APPL.
           MOVE BMNT-TRANS             TO WORK-FAC-TRANS.
           MOVE BMNT-RESOURCE          TO WORK-FAC-RSRC.

           MOVE LOW-VALUES             TO SENS-KEY.
           EXEC CICS STARTBR
                     DATASET  (IESSENS)
                     RIDFLD   (SENS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               IF  EIBRESP NOT = DFHRESP(NOTFND)
               AND EIBRESP NOT = DFHRESP(FILENOTFOUND)
                   SET  BMNT-IO-ERROR  TO TRUE
               END-IF
               GO TO H25-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL EIBRESP NOT = DFHRESP(NORMAL)
                OR TARGET-IS-SENSITIVE
               EXEC CICS READNEXT
                         DATASET  (IESSENS)
                         INTO     (IESSENS-RECORD)
                         RIDFLD   (SENS-KEY)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   IF  BMNT-FUNC-ADD-MEMBER
                       IF  SENS-TYPE-GROUP
                       AND SENS-GROUP = BMNT-GROUP
                           SET  TARGET-IS-SENSITIVE TO TRUE
                       END-IF
                   ELSE
                       IF  SENS-TYPE-FACILITY
                       AND WORK-FACILITY NOT < SENS-FAC-FROM
                       AND WORK-FACILITY NOT > SENS-FAC-TO
                           SET  TARGET-IS-SENSITIVE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  TARGET-IS-SENSITIVE
               MOVE SENS-NAME          TO WORK-SENS-NAME
           ELSE
               IF  EIBRESP NOT = DFHRESP(ENDFILE)
                   SET  BMNT-IO-ERROR  TO TRUE
               END-IF
           END-IF.

           EXEC CICS ENDBR
                     DATASET  (IESSENS)
                     NOHANDLE
           END-EXEC.
       H25-EXIT.
           EXIT.

      /*****************************************************************
      *    PARK THE CHANGE ON IESHOLD FOR A SECOND OPERATOR - A        *
      *    PENDING, UNEXPIRED HOLD ALREADY ON THE TARGET IS LEFT       *
      *    ALONE; AN APPROVED OR LAPSED ONE IS REPLACED                *
      ******************************************************************
       H30-HOLD-CHANGE.
           MOVE THIS-PGM               TO AGEC-PGM.
           EXEC CICS READ
                     DATASET  (IESAGEC)
                     INTO     (IESAGEC-RECORD)
                     RIDFLD   (AGEC-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND AGEC-EXPIRE-DAYS NUMERIC
           AND AGEC-EXPIRE-DAYS > ZEROES
               MOVE AGEC-EXPIRE-DAYS   TO HOLD-EXPIRE-DAYS
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO WORK-TODAY.

           PERFORM H90-BUILD-HOLD-KEY THRU H95-EXIT.
           EXEC CICS READ UPDATE
                     DATASET  (IESHOLD)
                     INTO     (IESHOLD-RECORD)
                     RIDFLD   (HOLD-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
             WHEN EIBRESP = DFHRESP(NORMAL)
               IF  HOLD-PENDING
               AND WORK-TODAY < HOLD-EXPIRES
                   EXEC CICS UNLOCK
                             DATASET  (IESHOLD)
                             NOHANDLE
                   END-EXEC
                   SET  BMNT-ALREADY-HELD TO TRUE
                   GO TO H35-EXIT
               END-IF
               SET  HOLD-IS-REUSED     TO TRUE
             WHEN EIBRESP = DFHRESP(NOTFND)
               SET  HOLD-IS-NEW        TO TRUE
             WHEN OTHER
               SET  BMNT-IO-ERROR      TO TRUE
               GO TO H35-EXIT
           END-EVALUATE.

           MOVE SPACES                 TO IESHOLD-RECORD.
           PERFORM H90-BUILD-HOLD-KEY THRU H95-EXIT.
           MOVE BMNT-FUNCTION          TO HOLD-FUNCTION.
           IF  BMNT-FUNC-ADD-MEMBER
               MOVE SPACE              TO HOLD-ACCESS
           ELSE
               MOVE BMNT-ACCESS        TO HOLD-ACCESS
           END-IF.
           SET  HOLD-PENDING           TO TRUE.
           MOVE WORK-SENS-NAME         TO HOLD-SENS-NAME.
           MOVE CICS-USERID            TO HOLD-REQ-BY.
           MOVE WORK-TODAY             TO HOLD-REQ-DATE.
           MOVE NUM-TIME               TO HOLD-REQ-TIME.
           MOVE SPACES                 TO HOLD-APV-BY.
           MOVE ZEROES                 TO HOLD-APV-DATE
                                          HOLD-APV-TIME.

      * the first day the hold can no longer be approved
           SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE.
           CALL DTEMAN              USING DTEMAN-PARMS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           ADD  HOLD-EXPIRE-DAYS       TO DTE-TOTD.
           CALL DTEMAN              USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO HOLD-EXPIRES.

           IF  HOLD-IS-REUSED
               EXEC CICS REWRITE
                         DATASET  (IESHOLD)
                         FROM     (IESHOLD-RECORD)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                         DATASET  (IESHOLD)
                         FROM     (IESHOLD-RECORD)
                         RIDFLD   (HOLD-KEY)
                         NOHANDLE
               END-EXEC
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
               SET  BMNT-HELD-FOR-APPROVAL TO TRUE
           ELSE
               SET  BMNT-IO-ERROR      TO TRUE
           END-IF.
       H35-EXIT.
           EXIT.

      /*****************************************************************
      *    RECORD THE APPROVAL ON THE HOLD LOCKED BY H10 - A CHANGE    *
      *    APPLIED (OR DEFERRED BEHIND THE BATCH LOCK FOR IESLKRPL TO  *
      *    APPLY) CLOSES IT; ANY REFUSAL LEAVES IT PENDING             *
      ******************************************************************
       H40-CLOSE-HELD-CHANGE.
           IF  NOT BMNT-SUCCESS
           AND NOT BMNT-UPDATE-DEFERRED
               EXEC CICS UNLOCK
                         DATASET  (IESHOLD)
                         NOHANDLE
               END-EXEC
               GO TO H45-EXIT
           END-IF.

           SET  HOLD-APPROVED          TO TRUE.
           MOVE CICS-USERID            TO HOLD-APV-BY.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO HOLD-APV-DATE.
           MOVE NUM-TIME               TO HOLD-APV-TIME.

      * best effort - the change itself already stands
           EXEC CICS REWRITE
                     DATASET  (IESHOLD)
                     FROM     (IESHOLD-RECORD)
                     NOHANDLE
           END-EXEC.
       H45-EXIT.
           EXIT.

      /*****************************************************************
      *    THE HOLD KEY IS THE TARGET - USERID AND GROUP FOR A         *
      *    MEMBERSHIP, USERID AND FACILITY FOR A PERMIT.  AN APPROVAL  *
      *    NAMING A GROUP IS TAKEN AS A MEMBERSHIP                     *
      ******************************************************************
       H90-BUILD-HOLD-KEY.
           MOVE SPACES                 TO HOLD-KEY.
           MOVE BMNT-USERID            TO HOLD-USRIDNT.
           IF  BMNT-FUNC-ADD-MEMBER
           OR (BMNT-FUNC-APPROVE-HELD
           AND BMNT-GROUP NOT = SPACES)
               MOVE BMNT-GROUP         TO HOLD-GROUP
           ELSE
               MOVE BMNT-APPL          TO HOLD-APPL
               MOVE BMNT-TRANS         TO HOLD-TRANS
               MOVE BMNT-RESOURCE      TO HOLD-RESOURCE
           END-IF.
       H95-EXIT.
           EXIT.

      /*****************************************************************
      *    APPEND ONE ENTRY TO THE PERMANENT PURGE/REVOKE AUDIT LOG -  *
      *    THE SIGNED-ON CICS OPERATOR RIDES IN THE JOB-NAME FIELD     *
           MOVE CICS-USERID            TO AUDT-JOB-NAME.
           MOVE ZEROES                 TO AUDT-JOB-NUMB.

      * a grant applied from a four-eyes hold also names the operator
      * who asked for it - after the 'PERMIT a ' of a change, or in
      * place of the empty old value of an add
           IF  APPLYING-HELD-CHANGE
           AND (AUDT-ACTION-CREATE
           OR   AUDT-ACTION-UPDATE)
               IF  AUDT-OLD-VALUE = SPACES
                   MOVE WORK-HELD-NOTE TO AUDT-OLD-VALUE
               ELSE
                   MOVE WORK-HELD-NOTE TO AUDT-OLD-VALUE(10:)
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
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
      * best effort - the maintenance change itself already stands,
      * so an audit-append failure is left to the caller's DTLG-style
      * monitoring rather than backed out here
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
      *    JOURNAL THE BSTCNTL CHANGE FOR THE IESJRNAP FORWARD         *
      *    RECOVERY - BEST EFFORT, THE CHANGE ITSELF ALREADY STANDS.   *
