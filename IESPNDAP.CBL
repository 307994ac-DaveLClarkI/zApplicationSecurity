      *               SO THE FILE NEVER SILENTLY ROTS.  FUTURE-DATED
      *               ENTRIES ARE LISTED AS STILL PENDING.  UPSI-7
      *               ON ACTUALLY UPDATES; OTHERWISE REPORT-ONLY.
      *               A SCHEDULED GRANT IS FIRST PUT THROUGH THE
      *               SODCHKB SEPARATION-OF-DUTIES CHECK; ONE IT
      *               REFUSES STAYS ON THE FILE UNTIL AN OVERRIDE IS
      *               RECORDED OR THE ENTRY IS WITHDRAWN.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC EVERY SCHEDULED GRANT IS NOW CHECKED AGAINST THE
      *                IESSODR SEPARATION-OF-DUTIES RULES (THROUGH
      *                SODCHKB) WITH THE ENTRY'S ADDED-BY AS GRANTOR.
      *                A CONFLICT IS REFUSED AND REPORTED, THE ENTRY
      *                KEPT, AND THE RUN ENDS RC=4; ONE COVERED BY AN
      *                IESSODX OVERRIDE IS APPLIED AND THE OVERRIDE
      *                AUDITED (ACTION 'O').
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       COPY IESARCH.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

      ******************************************************************
         03  BSM-MAX-SEQUENCE          PIC  9(03)   VALUE ZEROES.
         03  APPLY-SW                  PIC  X(01)   VALUE 'N'.
           88  CHANGE-WAS-APPLIED                   VALUE 'Y'.
           88  CHANGE-WAS-SOD-REFUSED               VALUE 'S'.

         03  WORK-OPTION               PIC  X(08).
         03  WORK-INDENT               PIC  X(17)   VALUE SPACES.
         03  FUTURE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  APPLIED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  NOAPPLY-COUNT             PIC  9(7)    VALUE ZEROES.
         03  SODREF-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY BSMCHEK.

       COPY SODCHK.

       COPY BSMREFR.

       COPY DATETIME.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.
           MOVE NOAPPLY-COUNT          TO VAR-EDIT.
           DISPLAY 'No longer applicable ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SODREF-COUNT           TO VAR-EDIT.
           DISPLAY 'Refused, SOD conflict .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FUTURE-COUNT           TO VAR-EDIT.
           DISPLAY 'Still pending ............ ' VAR-EDIT
                                     UPON PRINTER.
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
      * human - either an override or a withdrawn entry
           IF  RTC-CODE = ZERO
           AND SODREF-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           IF  RTC-CODE = ZERO
           AND BSM-WAS-CHANGED
               GO TO C99-EXIT-PROCESS
           END-IF.

      * a grant refused for a separation-of-duties conflict stays on
      * the file - it goes ahead once an override is recorded
           IF  CHANGE-WAS-SOD-REFUSED
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  NOT CHANGE-WAS-APPLIED
               ADD  1                  TO NOAPPLY-COUNT
           END-IF.
               GO TO E99-EXIT
           END-IF.

           INITIALIZE SODCHK-PARMS.
           MOVE 'G'                    TO SOD-TYPE.
           MOVE PNDC-RESOURCE(1:8)     TO SOD-RSRC.
           PERFORM M00-CHECK-SOD THRU M05-EXIT.
           IF  NOT SOD-GRANT-ALLOWED
               GO TO E99-EXIT
           END-IF.

           DISPLAY WORK-OPTION PNDC-USRIDNT ' INTO GROUP '
                   PNDC-RESOURCE(1:8)
                   ' EFFECTIVE ' PNDC-EFF-DATE
                      PNDC-RESOURCE(1:8)  DELIMITED BY SPACE
                   INTO AUDT-NEW-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
               IF  SOD-CONFLICT-OVERRIDDEN
                   SET  AUDT-TYPE-GROUPMBR TO TRUE
                   PERFORM M10-AUDIT-OVERRIDE THRU M15-EXIT
               END-IF
               SET  XRF-REQUEST-ADD    TO TRUE
               MOVE PNDC-USRIDNT       TO XRF-USRIDNT
               MOVE 'G'                TO XRF-CLASS
               GO TO F99-EXIT
           END-IF.

           INITIALIZE SODCHK-PARMS.
           MOVE 'F'                    TO SOD-TYPE.
           MOVE PNDC-APPL              TO SOD-APPL.
           MOVE PNDC-TRANS             TO SOD-TRANS.
           MOVE PNDC-RESOURCE          TO SOD-RSRC.
           MOVE PNDC-ACCESS            TO SOD-ACCESS.
           PERFORM M00-CHECK-SOD THRU M05-EXIT.
           IF  NOT SOD-GRANT-ALLOWED
               GO TO F99-EXIT
           END-IF.

           DISPLAY WORK-OPTION PNDC-USRIDNT ' PERMIT ' PNDC-ACCESS
                   ' ON ' PNDC-APPL '/' PNDC-TRANS '/'
                   PNDC-RESOURCE(1:20)
                      PNDC-RESOURCE       DELIMITED BY SPACE
                   INTO AUDT-NEW-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
               IF  SOD-CONFLICT-OVERRIDDEN
                   SET  AUDT-TYPE-PERMIT   TO TRUE
                   PERFORM M10-AUDIT-OVERRIDE THRU M15-EXIT
               END-IF
               SET  XRF-REQUEST-ADD    TO TRUE
               MOVE PNDC-USRIDNT       TO XRF-USRIDNT
               MOVE 'F'                TO XRF-CLASS
       F99-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT ONE SCHEDULED GRANT THROUGH THE SEPARATION-OF-DUTIES    *
      *    CHECK - CALLER FILLS THE SODCHK GRANT FIELDS FIRST.  THE    *
      *    ONE WHO SCHEDULED THE ENTRY STANDS AS THE GRANTOR, SO THEY  *
      *    CANNOT ALSO BE THE OVERRIDE'S APPROVER.  A CHECK THAT       *
      *    CANNOT BE MADE REFUSES THE GRANT                            *
      ******************************************************************
       M00-CHECK-SOD.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE PNDC-USRIDNT           TO SOD-USRIDNT.
           MOVE PNDC-ADDED-BY          TO SOD-GRANTOR.
           CALL SODCHK              USING SODCHK-PARMS.

           IF  SOD-GRANT-ALLOWED
               GO TO M05-EXIT
           END-IF.

           SET  CHANGE-WAS-SOD-REFUSED TO TRUE.
           ADD  1                      TO SODREF-COUNT.
           IF  SOD-CHECK-FAILED
               DISPLAY 'REFUSED: SOD CHECK FAILED FOR ' PNDC-USRIDNT
                       ' ' PNDC-RESOURCE(1:20) ', ENTRY KEPT'
                                     UPON PRINTER
           ELSE
               DISPLAY 'REFUSED: SOD CONFLICT FOR ' PNDC-USRIDNT
                       ' ' PNDC-RESOURCE(1:20) ' - ' SOD-RULE-DESC
                       ', ENTRY KEPT'
                                     UPON PRINTER
           END-IF.
       M05-EXIT.
           EXIT.

      /*****************************************************************
      *    AUDIT A GRANT MADE UNDER A SEPARATION-OF-DUTIES OVERRIDE -  *
      *    CALLER SETS THE AUDT-TYPE-xxx 88.  THE RULE GOES IN THE OLD *
      *    VALUE, THE APPROVER AND THEIR JUSTIFICATION IN THE NEW      *
      ******************************************************************
       M10-AUDIT-OVERRIDE.
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
       M15-EXIT.
           EXIT.

      /*****************************************************************
      *    EXECUTE A SCHEDULED GROUP-MEMBERSHIP REMOVAL - THE RECORD   *
      *    IS IMAGED TO IESARCH BEFORE THE DELETE, THE SAME TREATMENT  *
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
