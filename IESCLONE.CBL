      *               REPORTED AND AUDITED.  THE TARGET MUST ALREADY
      *               HAVE AN IESCNTL PROFILE (IESCNTLN'S JOB).
      *               UPSI-7 ON ACTUALLY UPDATES; OTHERWISE THIS IS
      *               A REPORT-ONLY DRY RUN.  EACH MEMBERSHIP AND
      *               PERMIT IS FIRST PUT THROUGH THE SODCHKB
      *               SEPARATION-OF-DUTIES CHECK FOR THE TARGET - A
      *               CONFLICT THE MODEL CARRIES IS NOT CLONED.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC EVERY MEMBERSHIP AND PERMIT IS NOW CHECKED
      *                AGAINST THE IESSODR SEPARATION-OF-DUTIES RULES
      *                (THROUGH SODCHKB) BEFORE IT IS CLONED.  A
      *                CONFLICT IS REFUSED AND REPORTED, AND THE RUN
      *                ENDS RC=4; ONE COVERED BY AN IESSODX OVERRIDE
      *                IS CLONED AND THE OVERRIDE AUDITED (ACTION 'O').
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       COPY IESCNTL.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESCLNC.
         03  GRANT-SEC-COUNT           PIC  9(7)    VALUE ZEROES.
         03  SKIP-SEC-COUNT            PIC  9(7)    VALUE ZEROES.
         03  FULL-SEC-COUNT            PIC  9(7)    VALUE ZEROES.
         03  SODREF-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY BSMCHEK.

       COPY SODCHK.

       COPY DATETIME.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.
           MOVE FULL-SEC-COUNT         TO VAR-EDIT.
           DISPLAY 'Permits refused (full) ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SODREF-COUNT           TO VAR-EDIT.
           DISPLAY 'Refused, SOD conflict .... ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

      * let go of the separation-of-duties check's files
           SET  SOD-REQUEST-CLOSE      TO TRUE.
           CALL SODCHK              USING SODCHK-PARMS.

      * a grant refused for a separation-of-duties conflict needs a
      * human - either an override or a different model
           IF  RTC-CODE = ZERO
           AND SODREF-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * release the update interlock set at initialization - a run
      * that never acquired it gets a refusal back, which is fine
               GO TO E15-EXIT
           END-IF.

           INITIALIZE SODCHK-PARMS.
           MOVE 'G'                    TO SOD-TYPE.
           MOVE GRP-NAME(GSUB)         TO SOD-RSRC.
           PERFORM G00-CHECK-SOD THRU G05-EXIT.
           IF  NOT SOD-GRANT-ALLOWED
               GO TO E15-EXIT
           END-IF.

           ADD  1                      TO GRANT-GRP-COUNT.
           DISPLAY WORK-OPTION WORK-TARGET ' INTO GROUP '
                   GRP-NAME(GSUB)    UPON PRINTER.
                      GRP-NAME(GSUB)      DELIMITED BY SPACE
                   INTO AUDT-NEW-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
               IF  SOD-CONFLICT-OVERRIDDEN
                   SET  AUDT-TYPE-GROUPMBR TO TRUE
                   PERFORM G10-AUDIT-OVERRIDE THRU G15-EXIT
               END-IF
               SET  XRF-REQUEST-ADD    TO TRUE
               MOVE WORK-TARGET        TO XRF-USRIDNT
               MOVE 'G'                TO XRF-CLASS
               GO TO D99-EXIT-PROCESS
           END-IF.

           INITIALIZE SODCHK-PARMS.
           MOVE 'F'                    TO SOD-TYPE.
           MOVE BSM-APPL               TO SOD-APPL.
           MOVE BSM-TRANS              TO SOD-TRANS.
           MOVE BSM-RESOURCE           TO SOD-RSRC.
           MOVE BSM-SEC-AC-FLAG(POS-MODEL)
                                       TO SOD-ACCESS.
           PERFORM G00-CHECK-SOD THRU G05-EXIT.
           IF  NOT SOD-GRANT-ALLOWED
               GO TO D99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO GRANT-SEC-COUNT.
           DISPLAY WORK-OPTION WORK-TARGET ' PERMIT '
                   BSM-SEC-AC-FLAG(POS-MODEL) ' '
                      BSM-RESOURCE        DELIMITED BY SPACE
                   INTO AUDT-NEW-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
               IF  SOD-CONFLICT-OVERRIDDEN
                   SET  AUDT-TYPE-PERMIT   TO TRUE
                   PERFORM G10-AUDIT-OVERRIDE THRU G15-EXIT
               END-IF
               SET  XRF-REQUEST-ADD    TO TRUE
               MOVE WORK-TARGET        TO XRF-USRIDNT
               MOVE 'F'                TO XRF-CLASS
           EXIT.


      /*****************************************************************
      *    PUT ONE CLONED GRANT THROUGH THE SEPARATION-OF-DUTIES       *
      *    CHECK - CALLER FILLS THE SODCHK GRANT FIELDS FIRST.  THE    *
      *    CONTROL RECORD NAMES NO AUTHORIZER, SO ANY REGISTERED       *
      *    APPROVER BUT THE TARGET MAY STAND BEHIND AN OVERRIDE.  A    *
      *    CHECK THAT CANNOT BE MADE REFUSES THE GRANT                 *
      ******************************************************************
       G00-CHECK-SOD.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE WORK-TARGET            TO SOD-USRIDNT.
           CALL SODCHK              USING SODCHK-PARMS.

           IF  SOD-GRANT-ALLOWED
               GO TO G05-EXIT
           END-IF.

           ADD  1                      TO SODREF-COUNT.
           IF  SOD-CHECK-FAILED
               DISPLAY WORK-INDENT 'SOD CHECK FAILED, NOT GRANTED: '
                       SOD-RSRC(1:30)
                                     UPON PRINTER
           ELSE
               DISPLAY WORK-INDENT 'SOD CONFLICT, NOT GRANTED: '
                       SOD-RSRC(1:30) ' - ' SOD-RULE-DESC
                                     UPON PRINTER
           END-IF.
       G05-EXIT.
           EXIT.

      /*****************************************************************
      *    AUDIT A GRANT MADE UNDER A SEPARATION-OF-DUTIES OVERRIDE -  *
      *    CALLER SETS THE AUDT-TYPE-xxx 88.  THE RULE GOES IN THE OLD *
      *    VALUE, THE APPROVER AND THEIR JUSTIFICATION IN THE NEW      *
      ******************************************************************
       G10-AUDIT-OVERRIDE.
           DISPLAY WORK-INDENT 'SOD OVERRIDE: ' SOD-RULE-DESC
                   ' ACCEPTED BY ' SOD-OVR-APPROVER
                                     UPON PRINTER.
           SET  AUDT-ACTION-SOD-OVERRIDE TO TRUE.
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
      *    JOURNAL THE SECURITY-FILE CHANGE FOR THE IESJRNAP FORWARD   *
      *    RECOVERY - CALLER FILLS THE JRNLMAN FUNCTION, FILE, KEY,    *
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
