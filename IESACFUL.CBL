      *               WITH-UPDATES RUN THAT CHANGED BSTCNTL ENDS BY
      *               DRIVING THE BSMREFRB DATASPACE REFRESH, THE
      *               WAY IESCNTLN ALREADY DOES.  UPSI-7 ON ACTUALLY
      *               UPDATES; OTHERWISE REPORT-ONLY.  EVERY GRANT
      *               IS FIRST PUT THROUGH THE SODCHKB SEPARATION-OF-
      *               DUTIES CHECK WITH THE APPROVERS AS AUTHORIZERS:
      *               A CONFLICT IS REFUSED (STATUS 'S', RC=4) UNLESS
      *               A SECOND REGISTERED APPROVER'S IESSODX OVERRIDE
      *               COVERS IT, IN WHICH CASE THE OVERRIDE IS AUDITED
      *               ALONGSIDE THE GRANT.  A REQUEST AT ACCESS LEVEL
      *               N FOR A FACILITY THE USER IS ALREADY PERMITTED
      *               ON GIVES THE PERMIT UP - THE USER'S OWN ENTRY IS
      *               LOWERED TO N IN PLACE RATHER THAN REFUSED AS
      *               ALREADY PERMITTED.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC EACH APPROVED ENTRY IS NOW CHECKED AGAINST THE
      *                IESSODR SEPARATION-OF-DUTIES RULES (THROUGH
      *                SODCHKB) BEFORE IT IS GRANTED.  A CONFLICT IS
      *                STAMPED 'S' AND REPORTED, AND THE RUN ENDS
      *                RC=4; ONE COVERED BY AN IESSODX OVERRIDE IS
      *                GRANTED AND THE OVERRIDE AUDITED (ACTION 'O').
      * 10/15/2026 DLC AN ACCESS-LEVEL-N REQUEST ON A PERMIT THE USER
      *                ALREADY HOLDS NOW LOWERS THAT ENTRY TO N (AUDIT
      *                ACTION 'U') INSTEAD OF BEING MARKED
      *                UNFULFILLABLE - IT IS HOW THE IESACSTM ACCESS
      *                STATEMENT TELLS USERS TO GIVE ACCESS BACK.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       COPY BSTCNTL.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

      ******************************************************************
         03  BSM-MAX-SEQUENCE          PIC  9(03)   VALUE ZEROES.
         03  FULFILL-SW                PIC  X(01)   VALUE 'N'.
           88  ENTRY-WAS-FULFILLED                  VALUE 'Y'.
           88  ENTRY-WAS-SOD-REFUSED                VALUE 'S'.

         03  WORK-OPTION               PIC  X(08).
         03  WORK-INDENT               PIC  X(17)   VALUE SPACES.
         03  WORK-OLD-ACCESS           PIC  X(01)   VALUE SPACE.

         03  ENTRY-COUNT               PIC  9(7)    VALUE ZEROES.
         03  APPROVED-COUNT            PIC  9(7)    VALUE ZEROES.
         03  GRANT-GRP-COUNT           PIC  9(7)    VALUE ZEROES.
         03  GRANT-SEC-COUNT           PIC  9(7)    VALUE ZEROES.
         03  GIVEUP-SEC-COUNT          PIC  9(7)    VALUE ZEROES.
         03  UNFUL-COUNT               PIC  9(7)    VALUE ZEROES.
         03  SODREF-COUNT              PIC  9(7)    VALUE ZEROES.
         03  SODOVR-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.


       COPY BSMREFR.

       COPY SODCHK.

       COPY DATETIME.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.
           MOVE GRANT-SEC-COUNT        TO VAR-EDIT.
           DISPLAY 'Permits granted .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GIVEUP-SEC-COUNT       TO VAR-EDIT.
           DISPLAY 'Permits given up ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNFUL-COUNT            TO VAR-EDIT.
           DISPLAY 'Marked unfulfillable ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SODREF-COUNT           TO VAR-EDIT.
           DISPLAY 'Refused, SOD conflict .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SODOVR-COUNT           TO VAR-EDIT.
           DISPLAY 'Granted under SOD override ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

               CALL LOCKMAN         USING LOCKMAN-PARMS
           END-IF.

      * a grant refused for a separation-of-duties conflict needs a
      * human - either an override or a word with the requester
           IF  RTC-CODE = ZERO
           AND SODREF-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

      * let go of the separation-of-duties check's files
           SET  SOD-REQUEST-CLOSE      TO TRUE.
           CALL SODCHK              USING SODCHK-PARMS.


           IF  RTC-CODE = ZERO
           AND BSM-WAS-CHANGED
           ADD  1                      TO APPROVED-COUNT.
           MOVE 'N'                    TO FULFILL-SW.

           PERFORM G00-CHECK-SOD THRU G05-EXIT.
           IF  ENTRY-WAS-SOD-REFUSED
               IF  WITH-UPDATES
                   PERFORM F00-STAMP-QUEUE-ENTRY THRU F99-EXIT
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           MOVE ZEROES                 TO BSM-MAX-SEQUENCE.
           IF  ACRQ-TYPE-GROUP
               PERFORM D00-GRANT-GROUP-MEMBER THRU D99-EXIT
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  ENTRY-WAS-FULFILLED
           AND SOD-CONFLICT-OVERRIDDEN
               PERFORM G10-AUDIT-OVERRIDE THRU G15-EXIT
           END-IF.

           IF  WITH-UPDATES
               PERFORM F00-STAMP-QUEUE-ENTRY THRU F99-EXIT
           END-IF.
               UNTIL SUB > BSM-SEC-PERMITS
                  OR BSM-SEC-USERID(SUB) = ACRQ-USRIDNT
           END-PERFORM.
      * access level N on a permit already held gives it up
           IF  SUB <= BSM-SEC-PERMITS
           AND ACRQ-ACCESS = 'N'
           AND BSM-SEC-AC-FLAG(SUB) NOT = 'N'
               PERFORM E50-GIVE-UP-PERMIT THRU E55-EXIT
               GO TO E99-EXIT
           END-IF.
           IF  SUB <= BSM-SEC-PERMITS
               ADD  1                  TO UNFUL-COUNT
               DISPLAY 'UNFULFILLABLE: ' ACRQ-USRIDNT
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    GIVE UP A PERMIT THE USER ALREADY HOLDS - THEIR ENTRY (SUB) *
      *    IS LOWERED TO ACCESS LEVEL N IN PLACE, SO THE RECORD DOES   *
      *    NOT GROW                                                    *
      ******************************************************************
       E50-GIVE-UP-PERMIT.
           MOVE BSM-SEC-AC-FLAG(SUB)   TO WORK-OLD-ACCESS.

           ADD  1                      TO GIVEUP-SEC-COUNT.
           DISPLAY WORK-OPTION ACRQ-USRIDNT ' PERMIT '
                   WORK-OLD-ACCESS ' TO N ON ' ACRQ-APPL '/'
                   ACRQ-TRANS '/' ACRQ-RESOURCE(1:20)
                   ' PER ' ACRQ-DECIDED-BY
                                     UPON PRINTER.

           IF  NOT WITH-UPDATES
               GO TO E55-EXIT
           END-IF.

           MOVE 'N'                    TO BSM-SEC-AC-FLAG(SUB).
           SET  BSM-WAS-CHANGED        TO TRUE.
           SET  FUNC-REWRITE(BSM)      TO TRUE.
           REWRITE BSTCNTL-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E55-EXIT
           END-IF.
           SET  JRN-REQUEST-REWRITE    TO TRUE.
           MOVE 'BSTCNTL'              TO JRN-FILE.
           MOVE LENGTH OF BSM-KEY      TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE BSM-KEY                TO JRN-REC-KEY.
           MOVE BSM-RECL               TO JRN-AFTER-LEN.
           MOVE BSTCNTL-RECORD(1:BSM-RECL)
                                       TO JRNLMAN-AFTER.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.
           SET  ENTRY-WAS-FULFILLED    TO TRUE.

           SET  AUDT-ACTION-UPDATE     TO TRUE.
           SET  AUDT-TYPE-PERMIT       TO TRUE.
           MOVE SPACES                 TO AUDT-OLD-VALUE.
           STRING 'PERMIT '                 DELIMITED BY SIZE
                  WORK-OLD-ACCESS           DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  ACRQ-RESOURCE             DELIMITED BY SPACE
               INTO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           STRING 'REQUEST FILLED, PERMIT N ' DELIMITED BY SIZE
                  ACRQ-RESOURCE             DELIMITED BY SPACE
               INTO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.

      * the index entry is rewritten in place at the new level
           SET  XRF-REQUEST-ADD        TO TRUE.
           MOVE ACRQ-USRIDNT           TO XRF-USRIDNT.
           MOVE 'F'                    TO XRF-CLASS.
           MOVE ACRQ-APPL              TO XRF-APPL.
           MOVE ACRQ-TRANS             TO XRF-TRANS.
           MOVE ACRQ-RESOURCE          TO XRF-RESOURCE.
           MOVE ZEROES                 TO XRF-SEQUENCE.
           MOVE 'N'                    TO XRF-ACCESS.
           CALL XREFMAN             USING XREFMAN-PARMS.
       E55-EXIT.
           EXIT.


      /*****************************************************************
      *    JOURNAL THE SECURITY-FILE CHANGE FOR THE IESJRNAP FORWARD   *
               GO TO F99-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN ENTRY-WAS-FULFILLED
               SET  ACRQ-FULFILLED     TO TRUE
               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE IN WRK-DATETIME
                                       TO ACRQ-FULFILLED-DATE
               MOVE NUM-TIME           TO ACRQ-FULFILLED-TIME
             WHEN ENTRY-WAS-SOD-REFUSED
               SET  ACRQ-SOD-REFUSED   TO TRUE
             WHEN OTHER
               SET  ACRQ-UNFULFILLABLE TO TRUE
           END-EVALUATE.

           SET  FUNC-REWRITE(ACRQ)     TO TRUE.
           REWRITE IESACRQ-RECORD END-REWRITE.
       F99-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT THE APPROVED GRANT THROUGH THE SEPARATION-OF-DUTIES     *
      *    CHECK, WITH BOTH APPROVERS AS ITS AUTHORIZERS - NEITHER MAY *
      *    ALSO BE THE OVERRIDE'S APPROVER.  A CHECK THAT CANNOT BE    *
      *    MADE REFUSES THE GRANT THE SAME AS A CONFLICT               *
      ******************************************************************
       G00-CHECK-SOD.
           INITIALIZE SODCHK-PARMS.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE ACRQ-USRIDNT           TO SOD-USRIDNT.
           MOVE ACRQ-TYPE              TO SOD-TYPE.
           MOVE ACRQ-APPL              TO SOD-APPL.
           MOVE ACRQ-TRANS             TO SOD-TRANS.
           MOVE ACRQ-RESOURCE          TO SOD-RSRC.
           MOVE ACRQ-ACCESS            TO SOD-ACCESS.
           MOVE ACRQ-DECIDED-BY        TO SOD-GRANTOR.
           MOVE ACRQ-DECIDED-BY2       TO SOD-GRANTOR2.
           CALL SODCHK              USING SODCHK-PARMS.

           IF  SOD-GRANT-ALLOWED
               GO TO G05-EXIT
           END-IF.

           SET  ENTRY-WAS-SOD-REFUSED  TO TRUE.
           ADD  1                      TO SODREF-COUNT.
           EVALUATE TRUE
             WHEN SOD-CHECK-FAILED
               DISPLAY 'REFUSED (SOD): ' ACRQ-USRIDNT
                       ' - CHECK COULD NOT BE MADE, SEE CONSOLE'
                                     UPON PRINTER
             WHEN SOD-OVERRIDE-UNUSABLE
               DISPLAY 'REFUSED (SOD): ' ACRQ-USRIDNT ' '
                       ACRQ-RESOURCE(1:20) ' - ' SOD-RULE-DESC
                       ' (OVERRIDE BY ' SOD-OVR-APPROVER
                       ' NOT USABLE)'
                                     UPON PRINTER
             WHEN OTHER
               DISPLAY 'REFUSED (SOD): ' ACRQ-USRIDNT ' '
                       ACRQ-RESOURCE(1:20) ' - ' SOD-RULE-DESC
                       ' WITH ' SOD-HELD-RSRC(1:20)
                                     UPON PRINTER
           END-EVALUATE.
       G05-EXIT.
           EXIT.

      /*****************************************************************
      *    AUDIT A GRANT MADE UNDER A SEPARATION-OF-DUTIES OVERRIDE -  *
      *    THE RULE IN THE OLD VALUE, THE APPROVER AND THE START OF    *
      *    THEIR JUSTIFICATION IN THE NEW                              *
      ******************************************************************
       G10-AUDIT-OVERRIDE.
           ADD  1                      TO SODOVR-COUNT.
           DISPLAY '   SOD OVERRIDE: ' SOD-RULE-DESC
                   ' ACCEPTED BY ' SOD-OVR-APPROVER
                                     UPON PRINTER.
           DISPLAY '                 ' SOD-OVR-REASON
                                     UPON PRINTER.

           SET  AUDT-ACTION-SOD-OVERRIDE TO TRUE.
           IF  ACRQ-TYPE-GROUP
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
       G15-EXIT.
           EXIT.

      /*****************************************************************
      *    SCAN THE TARGET GROUP'S RECORDS FOR EXISTENCE, MAX          *
      *    SEQUENCE, AND AN EXISTING MEMBERSHIP.  THE SCAN MOVES THE   *
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
