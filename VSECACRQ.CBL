      *               REQUIRES FOR PURGES.  THE IESACFUL BATCH PASS
      *               FULFILLS APPROVED ENTRIES INTO BSTCNTL.  DENIED
      *               AND FULFILLED ENTRIES STAY ON FILE FOR THE
      *               AUDIT QUESTION A YEAR LATER.  A REQUEST THAT
      *               WOULD PUT THE USER ON BOTH SIDES OF AN IESSODR
      *               SEPARATION-OF-DUTIES RULE IS REFUSED AT FILING
      *               (RETURN CODE 36) UNLESS A SECOND REGISTERED
      *               APPROVER HAS RECORDED A JUSTIFIED OVERRIDE FOR
      *               IT THROUGH THE 'O' FUNCTION.  ONLY A RESOURCE ON
      *               THE IESRCAT CATALOG AND MARKED REQUESTABLE MAY
      *               BE ASKED FOR (RETURN CODE 40) - A REQUEST TO
      *               GIVE A PERMIT UP (ACCESS LEVEL N) NEEDS NO
      *               CATALOG ENTRY - AND A TIER-3
      *               RESOURCE'S OWNER - OR THE OWNER'S ACTIVE IESAPRR
      *               DELEGATE - MUST SUPPLY ONE OF ITS APPROVALS
      *               (RETURN CODE 44 NAMES THE OWNER).  THE OWNER
      *               MAY DECIDE A REQUEST FOR THEIR OWN RESOURCE
      *               WITHOUT BEING A REGISTERED APPROVER.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC CHECK EACH NEW REQUEST AGAINST THE IESSODR
      *                SEPARATION-OF-DUTIES RULES THROUGH SODCHKO AND
      *                REFUSE A CONFLICT WITH THE NEW RETURN CODE 36.
      *                NEW FUNCTION 'O' LETS A REGISTERED APPROVER
      *                (NOT A DELEGATE, NOT THE USER) RECORD A 30-DAY
      *                IESSODX OVERRIDE WITH A JUSTIFICATION.  THE
      *                JUSTIFICATION AND RULE TRAVEL IN NEW FIELDS AT
      *                THE END OF THE COMMAREA - SHORTER CALLERS STILL
      *                WORK FOR THE ORIGINAL FUNCTIONS.
      * 10/15/2026 DLC REFUSE A REQUEST FOR A RESOURCE NOT ON THE NEW
      *                IESRCAT CATALOG, OR NOT REQUESTABLE, WITH THE
      *                NEW RETURN CODE 40.  A TIER-3 RESOURCE NEEDS
      *                ITS OWNER (OR THE OWNER'S ACTIVE DELEGATE) AS
      *                ONE OF THE APPROVERS - ANY OTHER FINAL APPROVAL
      *                GETS THE NEW RETURN CODE 44 WITH THE OWNER IN
      *                ACRM-DECIDED-BY.  THE OWNER MAY DECIDE A
      *                REQUEST FOR THEIR OWN RESOURCE WITHOUT AN
      *                IESAPRR REGISTRATION.
      * 10/15/2026 DLC STAMP THE NEW ACRQ-FIRST-DECIDED DATE AND TIME
      *                WHEN A DECISION TAKES A REQUEST OUT OF PENDING -
      *                THE SECOND HALF OF A TWO-APPROVER DECISION
      *                RESTAMPS ONLY ACRQ-DECIDED.
      * 10/15/2026 DLC A PERMIT REQUEST AT ACCESS LEVEL N GIVES ACCESS
      *                BACK, SO IT IS NO LONGER REFUSED (40) FOR AN
      *                UNCATALOGUED OR NON-REQUESTABLE RESOURCE, AT
      *                FILING OR AT APPROVAL.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      * the decision carries
         03  WORK-PRINCIPAL            PIC  X(08)   VALUE SPACES.
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  IESSODX                   PIC  X(08)   VALUE 'IESSODX'.
         03  WORK-SODX-RESP            PIC S9(08)   BINARY VALUE ZEROES.
      * the commarea as it was before the separation-of-duties fields
      * were added - callers that stop there still work
         03  ACRM-BASE-LEN             PIC S9(04)   BINARY VALUE +100.
      * how long a separation-of-duties override stands
         03  SODX-LIFE-DAYS            PIC  9(03)   VALUE 30.
         03  IESRCAT                   PIC  X(08)   VALUE 'IESRCAT'.
         03  CATALOG-SW                PIC  X(01)   VALUE 'N'.
           88  CATALOG-ENTRY-FOUND                  VALUE 'Y'.
      * set when the decision carries the resource owner's authority
      * - the owner themselves, or the owner's active delegate
         03  OWNER-SW                  PIC  X(01)   VALUE 'N'.
           88  OWNER-IS-ACTING                      VALUE 'Y'.
      * set when the decision takes the request out of pending - only
      * that first decision is stamped in ACRQ-FIRST-DECIDED
         03  FIRST-DECISION-SW         PIC  X(01)   VALUE 'N'.
           88  FIRST-DECISION                       VALUE 'Y'.

      * UPDATE-INTERLOCK WORK FIELDS - THE TYPE 'L' IESLOCK RECORD IS
      * READ BEFORE ANY QUEUE UPDATE AND, WHILE A BATCH RUN HOLDS IT,
      * IS REFUSED AT ENTRY)
       COPY IESCNTL.

      * SEPARATION-OF-DUTIES OVERRIDE RECORD LAYOUT (READ/WRITTEN
      * IN PLACE)
       COPY IESSODX.

      * REQUESTABLE-RESOURCE CATALOG RECORD LAYOUT (READ INTO AREA)
       COPY IESRCAT.

      * SEPARATION-OF-DUTIES CHECK COMMAREA (LINKED TO SODCHKO)
       COPY SODCHK.

       COPY BITMAN.

       COPY DTEMAN.

       COPY DATETIME.

      /*****************************************************************
             88  ACRM-FUNC-BROWSE-NEXT             VALUE 'N'.
             88  ACRM-FUNC-APPROVE                 VALUE 'A'.
             88  ACRM-FUNC-REJECT                  VALUE 'R'.
             88  ACRM-FUNC-OVERRIDE                VALUE 'O'.
         03  ACRM-RETURN-CODE          PIC  9(02).
             88  ACRM-SUCCESS                      VALUE 00.
             88  ACRM-FIRST-APPROVAL               VALUE 02.
             88  ACRM-NOT-AUTHORIZED               VALUE 24.
             88  ACRM-SAME-APPROVER                VALUE 28.
             88  ACRM-INVALID-REQUEST              VALUE 32.
             88  ACRM-SOD-CONFLICT                 VALUE 36.
             88  ACRM-NOT-CATALOGUED               VALUE 40.
             88  ACRM-OWNER-REQUIRED               VALUE 44.

      * ON A FILE, THE CALLER FILLS USERID/TYPE/APPL/TRANS/RESOURCE/
      * ACCESS AND RECEIVES THE NEW ENTRY'S STAMP BACK.  ON A BROWSE,
         03  ACRM-ACCESS               PIC  X(01).
         03  ACRM-REQUESTED-BY         PIC  X(08).
         03  ACRM-DECIDED-BY           PIC  X(08).
      * ON AN OVERRIDE, THE CALLER FILLS THE REQUEST FIELDS ABOVE AND
      * THE JUSTIFICATION.  ON A FILE OR OVERRIDE THAT MEETS A
      * SEPARATION-OF-DUTIES RULE, THE RULE COMES BACK FOR DISPLAY
         03  ACRM-SOD-REASON           PIC  X(50).
         03  ACRM-SOD-RULE             PIC  X(26).

      /*****************************************************************
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

           IF  EIBCALEN < ACRM-BASE-LEN
               EXEC CICS ABEND
                         ABCODE('CALN')
                         CANCEL
           IF  ACRM-FUNC-APPROVE
           OR  ACRM-FUNC-REJECT
               PERFORM A50-DECIDE-REQUEST THRU A55-EXIT
           ELSE
           IF  ACRM-FUNC-OVERRIDE
           AND EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               PERFORM A90-RECORD-OVERRIDE THRU A95-EXIT
           ELSE
               SET  ACRM-INVALID-FUNCTION TO TRUE
           END-IF END-IF END-IF END-IF.

           EXEC CICS RETURN END-EXEC.

               GO TO A15-EXIT
           END-IF.

      * only a catalogued resource marked requestable may be asked
      * for - a group is catalogued by its name alone.  giving a
      * permit up (access level N) is always allowed; the access
      * statement sends users here for uncatalogued permits too
           MOVE SPACES                 TO RCAT-KEY.
           MOVE ACRM-TYPE              TO RCAT-TYPE.
           IF  ACRM-TYPE = 'G'
               MOVE ACRM-RESOURCE(1:8) TO RCAT-RESOURCE
           ELSE
               MOVE ACRM-APPL          TO RCAT-APPL
               MOVE ACRM-TRANS         TO RCAT-TRANS
               MOVE ACRM-RESOURCE      TO RCAT-RESOURCE
           END-IF.
           PERFORM A40-READ-CATALOG THRU A45-EXIT.
           IF  ACRM-IO-ERROR
               GO TO A15-EXIT
           END-IF.
           IF  (NOT CATALOG-ENTRY-FOUND
           OR   NOT RCAT-IS-REQUESTABLE)
           AND NOT (ACRM-TYPE = 'F' AND ACRM-ACCESS = 'N')
               SET  ACRM-NOT-CATALOGUED TO TRUE
               GO TO A15-EXIT
           END-IF.

      * a request that would break a separation-of-duties rule is
      * refused here, before anyone is asked to approve it
           PERFORM A80-CHECK-SOD THRU A85-EXIT.
           IF  SOD-CHECK-FAILED
               SET  ACRM-IO-ERROR      TO TRUE
               GO TO A15-EXIT
           END-IF.
           IF  NOT SOD-GRANT-ALLOWED
               SET  ACRM-SOD-CONFLICT  TO TRUE
               GO TO A15-EXIT
           END-IF.

           MOVE ACRM-USERID            TO WORK-DEFER-USER.
           MOVE IESACRQ                TO WORK-DEFER-FILE.
           MOVE ACRM-FUNCTION          TO WORK-DEFER-FUNC.
           MOVE CICS-USERID            TO ACRQ-REQUESTED-BY.
           MOVE ZEROES                 TO ACRQ-DECIDED-DATE
                                          ACRQ-DECIDED-TIME
                                          ACRQ-FIRST-DECIDED-DATE
                                          ACRQ-FIRST-DECIDED-TIME
                                          ACRQ-FULFILLED-DATE
                                          ACRQ-FULFILLED-TIME.
           MOVE SPACES                 TO ACRQ-DECIDED-BY
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE CATALOG ENTRY NAMED BY RCAT-KEY                    *
      ******************************************************************
       A40-READ-CATALOG.
           MOVE 'N'                    TO CATALOG-SW.

           EXEC CICS READ
                     DATASET  (IESRCAT)
                     INTO     (IESRCAT-RECORD)
                     RIDFLD   (RCAT-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   SET  CATALOG-ENTRY-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
      * no entry, no owner and no tier to enforce
                   MOVE SPACES         TO RCAT-OWNER
                                          RCAT-BACKUP
                   MOVE ZERO           TO RCAT-TIER
               WHEN OTHER
                   SET  ACRM-IO-ERROR  TO TRUE
           END-EVALUATE.
       A45-EXIT.
           EXIT.

      /*****************************************************************
      *    APPROVE OR REJECT ONE QUEUED REQUEST                        *
      ******************************************************************
               SET  ACRM-NOT-FOUND     TO TRUE
               GO TO A55-EXIT
           END-IF.
           MOVE 'N'                    TO FIRST-DECISION-SW.
           IF  ACRQ-PENDING
               SET  FIRST-DECISION     TO TRUE
           END-IF.

      * the catalog entry decides whether the owner must take part
           MOVE SPACES                 TO RCAT-KEY.
           MOVE ACRQ-TYPE              TO RCAT-TYPE.
           IF  ACRQ-TYPE-GROUP
               MOVE ACRQ-RESOURCE(1:8) TO RCAT-RESOURCE
           ELSE
               MOVE ACRQ-APPL          TO RCAT-APPL
               MOVE ACRQ-TRANS         TO RCAT-TRANS
               MOVE ACRQ-RESOURCE      TO RCAT-RESOURCE
           END-IF.
           PERFORM A40-READ-CATALOG THRU A45-EXIT.
           IF  ACRM-IO-ERROR
               GO TO A55-EXIT
           END-IF.

      * only a registered approver (or an active delegate) may decide
      * - or the resource's owner (or the owner's active delegate),
      * for a request against their own catalogued resource
           PERFORM A60-CHECK-REGISTRY THRU A63-EXIT.
           IF  ACRM-IO-ERROR
               GO TO A55-EXIT
           END-IF.
           PERFORM A65-CHECK-OWNER THRU A65-EXIT.
           IF  ACRM-IO-ERROR
               GO TO A55-EXIT
           END-IF.
           IF  ACRM-NOT-AUTHORIZED
           AND OWNER-IS-ACTING
               SET  ACRM-SUCCESS       TO TRUE
           END-IF.
           IF  ACRM-NOT-AUTHORIZED
               GO TO A55-EXIT
           END-IF.

               MOVE CICS-USERID        TO ACRQ-DECIDED-BY
               MOVE WORK-PRINCIPAL     TO ACRQ-DECIDED-BY2
           ELSE
      * a resource dropped from the catalog, or no longer
      * requestable, since the request was filed is not granted -
      * giving a permit up is never held back
               IF  (NOT CATALOG-ENTRY-FOUND
               OR   NOT RCAT-IS-REQUESTABLE)
               AND NOT (ACRQ-TYPE-PERMIT AND ACRQ-ACCESS = 'N')
                   SET  ACRM-NOT-CATALOGUED TO TRUE
                   GO TO A55-EXIT
               END-IF
               PERFORM A70-CHECK-ADMIN THRU A75-EXIT
               IF  ACRM-IO-ERROR
                   GO TO A55-EXIT
                       SET  ACRM-SAME-APPROVER TO TRUE
                       GO TO A55-EXIT
                   END-IF
      * a tier-3 resource's owner must have given one of the halves
                   IF  RCAT-TIER-HIGH
                   AND NOT OWNER-IS-ACTING
                   AND ACRQ-DECIDED-BY  NOT = RCAT-OWNER
                   AND ACRQ-DECIDED-BY2 NOT = RCAT-OWNER
                       SET  ACRM-OWNER-REQUIRED TO TRUE
                       MOVE RCAT-OWNER TO ACRM-DECIDED-BY
                       GO TO A55-EXIT
                   END-IF
                   SET  ACRQ-APPROVED  TO TRUE
                   MOVE CICS-USERID    TO ACRQ-DECIDED-BY2

                   MOVE CICS-USERID    TO ACRQ-DECIDED-BY
                   MOVE WORK-PRINCIPAL TO ACRQ-DECIDED-BY2

                 WHEN RCAT-TIER-HIGH AND NOT OWNER-IS-ACTING
      * a tier-3 resource's single approval must be the owner's
                   SET  ACRM-OWNER-REQUIRED TO TRUE
                   MOVE RCAT-OWNER     TO ACRM-DECIDED-BY
                   GO TO A55-EXIT

                 WHEN OTHER
                   SET  ACRQ-APPROVED  TO TRUE
                   MOVE CICS-USERID    TO ACRQ-DECIDED-BY
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO ACRQ-DECIDED-DATE.
           MOVE NUM-TIME               TO ACRQ-DECIDED-TIME.
           IF  FIRST-DECISION
               MOVE ACRQ-DECIDED-DATE  TO ACRQ-FIRST-DECIDED-DATE
               MOVE ACRQ-DECIDED-TIME  TO ACRQ-FIRST-DECIDED-TIME
           END-IF.

           EXEC CICS REWRITE
                     DATASET  (IESACRQ)
       A62-EXIT.
           EXIT.

      /*****************************************************************
      *    DOES THE DECISION CARRY THE RESOURCE OWNER'S AUTHORITY -    *
      *    THE OPERATOR IS THE CATALOGUED OWNER, OR IS NAMED AS THE    *
      *    OWNER'S DELEGATE ON THE OWNER'S IESAPRR ENTRY AND TODAY     *
      *    FALLS INSIDE THE DELEGATION WINDOW (THE SAME RULE A62       *
      *    APPLIES).  ACTING FOR THE OWNER MAKES THE OWNER THE         *
      *    PRINCIPAL THE DECISION IS RECORDED UNDER                    *
      ******************************************************************
       A65-CHECK-OWNER.
           MOVE 'N'                    TO OWNER-SW.
           IF  NOT CATALOG-ENTRY-FOUND
           OR  RCAT-OWNER = SPACES
               GO TO A65-EXIT
           END-IF.
           IF  CICS-USERID = RCAT-OWNER
               SET  OWNER-IS-ACTING    TO TRUE
               GO TO A65-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO WORK-TODAY.
           MOVE RCAT-OWNER             TO APRR-USRIDNT.

           EXEC CICS READ
                     DATASET  (IESAPRR)
                     INTO     (IESAPRR-RECORD)
                     RIDFLD   (APRR-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   IF  APRR-DELEGATE = CICS-USERID
                   AND APRR-DELEG-FROM NUMERIC
                   AND APRR-DELEG-TO NUMERIC
                   AND WORK-TODAY NOT < APRR-DELEG-FROM
                   AND WORK-TODAY NOT > APRR-DELEG-TO
                       SET  OWNER-IS-ACTING TO TRUE
                       MOVE RCAT-OWNER TO WORK-PRINCIPAL
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET  ACRM-IO-ERROR  TO TRUE
           END-EVALUATE.
       A65-EXIT.
           EXIT.

      /*****************************************************************
      *    DOES THE TARGET USERID'S PROFILE CARRY THE ADMINISTRATOR    *
      *    BIT - THE SAME IUI-US-IESINFO TEST VSECAPRV AND IESCNTLY    *
       A75-EXIT.
           EXIT.

      /*****************************************************************
      *    RUN THE REQUEST THROUGH THE SEPARATION-OF-DUTIES CHECK -    *
      *    THE OPERATOR FILING IT STANDS AS THE GRANTOR, SO THEY       *
      *    CANNOT BE THE OVERRIDE'S APPROVER.  A CONFLICT'S RULE GOES  *
      *    BACK TO A CALLER WITH THE LONGER COMMAREA                   *
      ******************************************************************
       A80-CHECK-SOD.
           INITIALIZE SODCHK-PARMS.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE ACRM-USERID            TO SOD-USRIDNT.
           MOVE ACRM-TYPE              TO SOD-TYPE.
           MOVE ACRM-APPL              TO SOD-APPL.
           MOVE ACRM-TRANS             TO SOD-TRANS.
           MOVE ACRM-RESOURCE          TO SOD-RSRC.
           MOVE ACRM-ACCESS            TO SOD-ACCESS.
           MOVE CICS-USERID            TO SOD-GRANTOR.

           EXEC CICS LINK
                     PROGRAM  (SODCHKO-PGM)
                     COMMAREA (SODCHK-PARMS)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  SOD-CHECK-FAILED   TO TRUE
           END-IF.

           IF  EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE SOD-RULE-DESC      TO ACRM-SOD-RULE
           END-IF.
       A85-EXIT.
           EXIT.

      /*****************************************************************
      *    RECORD A SEPARATION-OF-DUTIES OVERRIDE.  ONLY A REGISTERED  *
      *    APPROVER IN THEIR OWN RIGHT MAY - A DELEGATE'S AUTHORITY    *
      *    DOES NOT STRETCH TO THIS - AND NEVER FOR THEMSELVES.  THE   *
      *    REQUEST MUST ACTUALLY MEET A RULE, AND THE JUSTIFICATION    *
      *    IS REQUIRED.  A LATER OVERRIDE FOR THE SAME GRANT REPLACES  *
      *    THE EARLIER ONE                                             *
      ******************************************************************
       A90-RECORD-OVERRIDE.
           MOVE SPACES                 TO ACRM-SOD-RULE.
           IF  ACRM-USERID = SPACES
           OR  ACRM-RESOURCE = SPACES
           OR  ACRM-SOD-REASON = SPACES
           OR (ACRM-TYPE NOT = 'G' AND ACRM-TYPE NOT = 'F')
               SET  ACRM-INVALID-REQUEST TO TRUE
               GO TO A95-EXIT
           END-IF.

           PERFORM A60-CHECK-REGISTRY THRU A63-EXIT.
           IF  ACRM-IO-ERROR
               GO TO A95-EXIT
           END-IF.
           IF  ACRM-NOT-AUTHORIZED
           OR  WORK-PRINCIPAL > SPACES
           OR  ACRM-USERID = CICS-USERID
               SET  ACRM-NOT-AUTHORIZED TO TRUE
               GO TO A95-EXIT
           END-IF.

           PERFORM A80-CHECK-SOD THRU A85-EXIT.
           IF  SOD-CHECK-FAILED
               SET  ACRM-IO-ERROR      TO TRUE
               GO TO A95-EXIT
           END-IF.
           IF  SOD-NO-CONFLICT
      * nothing to override
               SET  ACRM-INVALID-REQUEST TO TRUE
               GO TO A95-EXIT
           END-IF.

           MOVE ACRM-USERID            TO WORK-DEFER-USER.
           MOVE IESSODX                TO WORK-DEFER-FILE.
           MOVE ACRM-FUNCTION          TO WORK-DEFER-FUNC.
           MOVE SPACES                 TO WORK-DEFER-DATA.
           MOVE ACRM-USERID            TO WORK-DEFER-DATA(1:8).
           MOVE CICS-USERID            TO WORK-DEFER-DATA(9:8).
           MOVE 16                     TO WORK-DEFER-RECLEN.
           PERFORM Q50-CHECK-INTERLOCK THRU Q55-EXIT.
           IF  UPDATES-LOCKED
               SET  ACRM-UPDATE-DEFERRED TO TRUE
               GO TO A95-EXIT
           END-IF.

      * keyed the way SODCHKO looks it up - a group by name alone
           MOVE SPACES                 TO IESSODX-RECORD.
           MOVE ACRM-USERID            TO SODX-USRIDNT.
           MOVE ACRM-TYPE              TO SODX-TYPE.
           IF  ACRM-TYPE = 'G'
               MOVE ACRM-RESOURCE(1:8) TO SODX-RSRC
           ELSE
               MOVE ACRM-APPL          TO SODX-APPL
               MOVE ACRM-TRANS         TO SODX-TRANS
               MOVE ACRM-RESOURCE      TO SODX-RSRC
           END-IF.

           EXEC CICS READ UPDATE
                     DATASET  (IESSODX)
                     INTO     (IESSODX-RECORD)
                     RIDFLD   (SODX-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           AND EIBRESP NOT = DFHRESP(NOTFND)
               SET  ACRM-IO-ERROR      TO TRUE
               GO TO A95-EXIT
           END-IF.
           MOVE EIBRESP                TO WORK-SODX-RESP.

           MOVE CICS-USERID            TO SODX-APPROVER.
           MOVE ACRM-SOD-REASON        TO SODX-REASON.
           MOVE SOD-RULE-DESC          TO SODX-RULE-DESC.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO SODX-RECORDED-DATE.
           MOVE NUM-TIME               TO SODX-RECORDED-TIME.
           SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE.
           CALL DTEMAN              USING DTEMAN-PARMS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           ADD  SODX-LIFE-DAYS         TO DTE-TOTD.
           CALL DTEMAN              USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO SODX-EXPIRES.

           IF  WORK-SODX-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                         DATASET  (IESSODX)
                         FROM     (IESSODX-RECORD)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                         DATASET  (IESSODX)
                         FROM     (IESSODX-RECORD)
                         RIDFLD   (SODX-KEY)
                         NOHANDLE
               END-EXEC
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
               SET  ACRM-SUCCESS       TO TRUE
               MOVE CICS-USERID        TO ACRM-DECIDED-BY
           ELSE
               SET  ACRM-IO-ERROR      TO TRUE
           END-IF.
       A95-EXIT.
           EXIT.

      /*****************************************************************
      *    HONOR THE BATCH UPDATE-IN-PROGRESS LOCK - WHILE A BATCH     *
      *    RUN HOLDS THE TYPE 'L' IESLOCK RECORD, THE CALLER'S UPDATE  *
