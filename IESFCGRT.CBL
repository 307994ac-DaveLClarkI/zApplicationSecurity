      *               TAKE THE ACCESS BACK THE MOMENT IT LAPSES.
      *               EVERY GRANT IS REPORTED AND AUDITED.  UPSI-7
      *               ON ACTUALLY UPDATES; OTHERWISE REPORT-ONLY.
      *               EVERY GRANT IS FIRST PUT THROUGH THE SODCHKB
      *               SEPARATION-OF-DUTIES CHECK - EMERGENCY ACCESS
      *               DOES NOT GET AROUND A CONFLICT EITHER.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC EVERY GRANT IS NOW CHECKED AGAINST THE IESSODR
      *                SEPARATION-OF-DUTIES RULES (THROUGH SODCHKB)
      *                FIRST.  A CONFLICT IS REFUSED AND REPORTED, AND
      *                THE RUN ENDS RC=4; ONE COVERED BY AN IESSODX
      *                OVERRIDE IS GRANTED AND THE OVERRIDE AUDITED.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       COPY IESFIRE.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

      ******************************************************************
         03  GRANT-SEC-COUNT           PIC  9(7)    VALUE ZEROES.
         03  SKIP-COUNT                PIC  9(7)    VALUE ZEROES.
         03  FULL-COUNT                PIC  9(7)    VALUE ZEROES.
         03  SODREF-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY BSMCHEK.

       COPY SODCHK.

       COPY DATETIME.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.
           MOVE FULL-COUNT             TO VAR-EDIT.
           DISPLAY 'Refused (record full) .... ' VAR-EDIT
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
      * human - either an override or a different grant
           IF  RTC-CODE = ZERO
           AND SODREF-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * release the update interlock set at initialization - a run
      * that never acquired it gets a refusal back, which is fine
               GO TO D99-EXIT
           END-IF.

           INITIALIZE SODCHK-PARMS.
           MOVE 'G'                    TO SOD-TYPE.
           MOVE FCRQ-RESOURCE(1:8)     TO SOD-RSRC.
           PERFORM G00-CHECK-SOD THRU G05-EXIT.
           IF  NOT SOD-GRANT-ALLOWED
               GO TO D99-EXIT
           END-IF.

           ADD  1                      TO GRANT-GRP-COUNT.
           ADD  1 TO BSM-MAX-SEQUENCE GIVING FIRE-SEQUENCE.
           DISPLAY WORK-OPTION FCRQ-USRIDNT ' INTO GROUP '
               PERFORM J50-WRITE-JOURNAL THRU J55-EXIT
               SET  AUDT-TYPE-GROUPMBR TO TRUE
               PERFORM F00-WRITE-FIRE-RECORD THRU F99-EXIT
               IF  SOD-CONFLICT-OVERRIDDEN
                   SET  AUDT-TYPE-GROUPMBR TO TRUE
                   PERFORM G10-AUDIT-OVERRIDE THRU G15-EXIT
               END-IF
           END-IF.
       D99-EXIT.
           EXIT.
               GO TO E99-EXIT
           END-IF.

           INITIALIZE SODCHK-PARMS.
           MOVE 'F'                    TO SOD-TYPE.
           MOVE FCRQ-APPL              TO SOD-APPL.
           MOVE FCRQ-TRANS             TO SOD-TRANS.
           MOVE FCRQ-RESOURCE          TO SOD-RSRC.
           MOVE FCRQ-ACCESS            TO SOD-ACCESS.
           PERFORM G00-CHECK-SOD THRU G05-EXIT.
           IF  NOT SOD-GRANT-ALLOWED
               GO TO E99-EXIT
           END-IF.

           ADD  1                      TO GRANT-SEC-COUNT.
           MOVE ZEROES                 TO FIRE-SEQUENCE.
           DISPLAY WORK-OPTION FCRQ-USRIDNT ' PERMIT ' FCRQ-ACCESS
               PERFORM J50-WRITE-JOURNAL THRU J55-EXIT
               SET  AUDT-TYPE-PERMIT   TO TRUE
               PERFORM F00-WRITE-FIRE-RECORD THRU F99-EXIT
               IF  SOD-CONFLICT-OVERRIDDEN
                   SET  AUDT-TYPE-PERMIT   TO TRUE
                   PERFORM G10-AUDIT-OVERRIDE THRU G15-EXIT
               END-IF
           END-IF.
       E99-EXIT.
           EXIT.
       F99-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT ONE FIRECALL GRANT THROUGH THE SEPARATION-OF-DUTIES     *
      *    CHECK - CALLER FILLS THE SODCHK GRANT FIELDS FIRST.  THE    *
      *    REQUEST NAMES NO AUTHORIZER, SO ANY REGISTERED APPROVER     *
      *    BUT THE USER MAY STAND BEHIND AN OVERRIDE.  A CHECK THAT    *
      *    CANNOT BE MADE REFUSES THE GRANT                            *
      ******************************************************************
       G00-CHECK-SOD.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE FCRQ-USRIDNT           TO SOD-USRIDNT.
           CALL SODCHK              USING SODCHK-PARMS.

           IF  SOD-GRANT-ALLOWED
               GO TO G05-EXIT
           END-IF.

           ADD  1                      TO SODREF-COUNT.
           IF  SOD-CHECK-FAILED
               DISPLAY 'REFUSED: SOD CHECK FAILED FOR ' FCRQ-USRIDNT
                       ' ' FCRQ-RESOURCE(1:20)
                                     UPON PRINTER
           ELSE
               DISPLAY 'REFUSED: SOD CONFLICT FOR ' FCRQ-USRIDNT
                       ' ' FCRQ-RESOURCE(1:20) ' - ' SOD-RULE-DESC
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
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
