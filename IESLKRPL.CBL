      *               PROCESSED DEFERRAL RECORD IS REMOVED, SO THE
      *               FILE ONLY EVER HOLDS UNPROCESSED WORK.  UPSI-7
      *               ON ACTUALLY UPDATES; OTHERWISE REPORT-ONLY.
      *               A REPLAYED GRANT IS PUT BACK THROUGH THE SODCHKB
      *               SEPARATION-OF-DUTIES CHECK FIRST, SINCE THE
      *               BATCH PASS MAY HAVE CHANGED WHAT THE USER HOLDS.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *                VUSER-ROLE ACROSS THE IMAGE OVERLAY - THE
      *                CAPTURED COMMAREA IMAGE HAS NO ROLE FIELD AND
      *                WAS BLANKING THE IESROLE STAMP.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC A REPLAYED VSECBMNT MEMBERSHIP ADD, PERMIT ADD,
      *                OR PERMIT CHANGE IS RE-CHECKED AGAINST THE
      *                IESSODR SEPARATION-OF-DUTIES RULES (THROUGH
      *                SODCHKB) - THE BATCH PASS IT WAITED ON MAY HAVE
      *                GRANTED THE OTHER SIDE OF A RULE.  A CONFLICT
      *                IS NOT REPLAYED AND THE RUN ENDS RC=4; ONE
      *                COVERED BY AN IESSODX OVERRIDE IS REPLAYED AND
      *                THE OVERRIDE AUDITED (ACTION 'O').
      * 10/15/2026 DLC REPLAY A DEFERRED VSECSGON SIGN-ON EXIT
      *                PROFILE REWRITE THE SAME WAY AS VSECFAIL'S.
      * 10/15/2026 DLC REPORT A DEFERRED VSECUNLK HELP-DESK UNLOCK FOR
      *                RE-ENTRY - THE IDENTITY CHECK WAS MADE WITH
      *                THE CALLER ON THE PHONE, AND THE PROFILE MAY
      *                HAVE CHANGED UNDER THE BATCH PASS SINCE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       01  VUSERID-OLD-RECORD          PIC  X(127).

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       SD  SORT-WKFILE.
         03  APPLIED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  NOAPPLY-COUNT             PIC  9(7)    VALUE ZEROES.
         03  REENTER-COUNT             PIC  9(7)    VALUE ZEROES.
         03  SODREF-COUNT              PIC  9(7)    VALUE ZEROES.
         03  SAVE-APPLIED-COUNT        PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY BSMCHEK.

       COPY SODCHK.

       COPY BSMREFR.

       COPY DATETIME.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.
           MOVE REENTER-COUNT          TO VAR-EDIT.
           DISPLAY 'Need manual re-entry ..... ' VAR-EDIT
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

      * a replay refused for a separation-of-duties conflict needs a
      * human - either an override or a different grant
           IF  RTC-CODE = ZERO
           AND SODREF-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           IF  RTC-CODE = ZERO
           AND BSM-WAS-CHANGED
               PERFORM F10-REPLAY-VUSRMAIN THRU F15-EXIT
             WHEN 'VSECFAIL'
             WHEN 'VSECSNTU'
             WHEN 'VSECSGON'
               PERFORM F20-REPLAY-VSECFAIL THRU F25-EXIT
             WHEN 'VSECBMNT'
               PERFORM F30-REPLAY-VSECBMNT THRU F35-EXIT
                       ' BY ' WORK-DEFER-DATA(9:8)
                       ' MUST BE RE-ENTERED THROUGH VSECFCGR'
                                     UPON PRINTER
             WHEN 'VSECUNLK'
      * and for a deferred help-desk unlock - the profile is judged
      * afresh when the help desk takes the caller through it again
               ADD  1                  TO REENTER-COUNT
               DISPLAY WORK-INDENT 'UNLOCK OF ' WORK-DEFER-DATA(1:8)
                       ' BY ' WORK-DEFER-DATA(9:8)
                       ' MUST BE RE-ENTERED THROUGH VSECUNLK'
                                     UPON PRINTER
             WHEN OTHER
               ADD  1                  TO NOAPPLY-COUNT
               DISPLAY WORK-INDENT 'UNRECOGNIZED DEFERRING PROGRAM - '
           EXIT.

      /*****************************************************************
      *    RE-APPLY A DEFERRED VSECFAIL, VSECSNTU OR VSECSGON PROFILE  *
      *    REWRITE - THE IMAGE ALREADY CARRIES WHAT THE TRANSACTION    *
      *    COMPUTED                                                    *
      ******************************************************************
       F20-REPLAY-VSECFAIL.
           MOVE WORK-DEFER-DATA(1:9)   TO IUI-KEY.
           MOVE WORK-DEFER-DATA(25:44) TO WORK-BMNT-RESOURCE.
           MOVE WORK-DEFER-DATA(69:1)  TO WORK-BMNT-ACCESS.

      * a grant waited out a batch pass that may have handed the user
      * the other side of a separation-of-duties rule - check again
           INITIALIZE SODCHK-PARMS.
           IF  WORK-DEFER-FUNC = 'A'
           OR  WORK-DEFER-FUNC = 'P'
           OR  WORK-DEFER-FUNC = 'C'
               PERFORM F40-CHECK-SOD THRU F45-EXIT
               IF  NOT SOD-GRANT-ALLOWED
                   GO TO F35-EXIT
               END-IF
           END-IF.
           MOVE APPLIED-COUNT          TO SAVE-APPLIED-COUNT.

           EVALUATE TRUE
             WHEN WORK-DEFER-FUNC = 'A'
               PERFORM G00-ADD-GROUP-MEMBER THRU G99-EXIT
                       'NOT REPLAYED'
                                     UPON PRINTER
           END-EVALUATE.

           IF  WITH-UPDATES
           AND SOD-CONFLICT-OVERRIDDEN
           AND APPLIED-COUNT > SAVE-APPLIED-COUNT
               PERFORM F50-AUDIT-OVERRIDE THRU F55-EXIT
           END-IF.
       F35-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT A REPLAYED GRANT BACK THROUGH THE SEPARATION-OF-DUTIES  *
      *    CHECK.  THE CAPTURE CARRIES NO OPERATOR, SO ANY REGISTERED  *
      *    APPROVER BUT THE USER MAY STAND BEHIND AN OVERRIDE.  A      *
      *    CHECK THAT CANNOT BE MADE LEAVES THE DEFERRAL UNREPLAYED    *
      ******************************************************************
       F40-CHECK-SOD.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE WORK-BMNT-USERID       TO SOD-USRIDNT.
           IF  WORK-DEFER-FUNC = 'A'
               MOVE 'G'                TO SOD-TYPE
               MOVE WORK-BMNT-GROUP    TO SOD-RSRC
           ELSE
               MOVE 'F'                TO SOD-TYPE
               MOVE WORK-BMNT-APPL     TO SOD-APPL
               MOVE WORK-BMNT-TRANS    TO SOD-TRANS
               MOVE WORK-BMNT-RESOURCE TO SOD-RSRC
               MOVE WORK-BMNT-ACCESS   TO SOD-ACCESS
           END-IF.
           CALL SODCHK              USING SODCHK-PARMS.

           IF  SOD-GRANT-ALLOWED
               GO TO F45-EXIT
           END-IF.

           ADD  1                      TO NOAPPLY-COUNT
                                          SODREF-COUNT.
           IF  SOD-CHECK-FAILED
               DISPLAY WORK-INDENT 'BSTCNTL: SOD CHECK FAILED, '
                       'GRANT NOT REPLAYED'
                                     UPON PRINTER
           ELSE
               DISPLAY WORK-INDENT 'BSTCNTL: SOD CONFLICT - '
                       SOD-RULE-DESC ', GRANT NOT REPLAYED'
                                     UPON PRINTER
           END-IF.
       F45-EXIT.
           EXIT.

      /*****************************************************************
      *    AUDIT A GRANT REPLAYED UNDER A SEPARATION-OF-DUTIES         *
      *    OVERRIDE - THE RULE IN THE OLD VALUE, THE APPROVER AND      *
      *    THEIR JUSTIFICATION IN THE NEW                              *
      ******************************************************************
       F50-AUDIT-OVERRIDE.
           DISPLAY WORK-INDENT 'BSTCNTL: SOD OVERRIDE ' SOD-RULE-DESC
                   ' ACCEPTED BY ' SOD-OVR-APPROVER
                                     UPON PRINTER.
           SET  AUDT-ACTION-SOD-OVERRIDE TO TRUE.
           IF  WORK-DEFER-FUNC = 'A'
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
           PERFORM K10-APPEND-AUDIT THRU K19-EXIT.
       F55-EXIT.
           EXIT.

      /*****************************************************************
      *    RE-APPLY A DEFERRED GROUP-MEMBERSHIP ADD                    *
      ******************************************************************
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
