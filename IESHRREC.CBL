      *                THE RUN BEFORE THE MERGE DECISION, SO AN I/O
      *                ERROR CAN NEVER BE MISTAKEN FOR A MISSING
      *                EMPLOYEE AND TURN INTO A REVOKE.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC A COST-CENTER MOVE IS NOW CHECKED AGAINST THE
      *                NEW IESCCTR COST-CENTER MASTER FIRST - ONE NOT
      *                ON FILE, OR CLOSED THERE, IS REPORTED AND LEFT
      *                UNAPPLIED RATHER THAN COPIED INTO VUSERID.
      * 10/15/2026 DLC A REVOKE'S AUDIT OLD VALUE NOW CARRIES THE
      *                GENERATION DATE OF THE HR EXTRACT THAT DROPPED
      *                THE EMPLOYEE, SO IESSLAMX CAN MEASURE HOW LONG
      *                A TERMINATION TOOK TO BECOME A REVOKE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESCCTR
               ASSIGN TO IESCCTR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS CCTR-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT IESCAL
               ASSIGN TO IESCAL
               ACCESS IS RANDOM  INDEXED
       COPY IESSVCL.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESCKPT.
       COPY IESCKPT.

       FD  IESCCTR.
       COPY IESCCTR.

       FD  IESCAL.
       COPY IESCAL.

         03  SVCL                      PIC S9(04)   BINARY VALUE 4.
         03  AUDT                      PIC S9(04)   BINARY VALUE 5.
         03  CKPT                      PIC S9(04)   BINARY VALUE 6.
         03  CCTR                      PIC S9(04)   BINARY VALUE 7.

         03  POS                       PIC S9(04)   BINARY VALUE ZEROES.
         03  NAME-LENGTH               PIC S9(04)   BINARY.
         03  TERMED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  NAME-CHG-COUNT            PIC  9(7)    VALUE ZEROES.
         03  CCTR-CHG-COUNT            PIC  9(7)    VALUE ZEROES.
         03  CCTR-BAD-COUNT            PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.


       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY JRNLMAN.
           MOVE CCTR-CHG-COUNT         TO VAR-EDIT.
           DISPLAY 'Cost centers updated ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CCTR-BAD-COUNT         TO VAR-EDIT.
           DISPLAY 'Bad cost centers ignored . ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

           MOVE 'IESSVCL'              TO VSAM-FILE(SVCL).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESCKPT'              TO VSAM-FILE(CKPT).
           MOVE 'IESCCTR'              TO VSAM-FILE(CCTR).

           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(HRFD).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF SVCL-USRIDNT TO VSAM-KEYL(SVCL).
           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF CKPT-KEY     TO VSAM-KEYL(CKPT).
           MOVE LENGTH OF CCTR-KEY     TO VSAM-KEYL(CCTR).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
           END-PERFORM

           OPEN INPUT IESHRFD
                      IESSVCL
                      IESCCTR.
           IF  WITH-UPDATES
               OPEN I-O   IESCNTL
                          VUSERID
                 VUSERID
                 IESSVCL
                 IESCKPT
                 IESAUDT
                 IESCCTR.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

      * note the end of this run in the IESRUNRG run registry - only
      * a clean run records the extract's generation as accepted
           SET  RUN-REQUEST-END        TO TRUE.
               PERFORM J40-JOURNAL-PROFILE THRU J45-EXIT
               SET  AUDT-ACTION-REVOKE TO TRUE
               SET  AUDT-TYPE-PROFILE  TO TRUE
               MOVE SPACES             TO AUDT-OLD-VALUE
               STRING 'NOT REVOKED GEN '  DELIMITED BY SIZE
                      WORK-GENDATE        DELIMITED BY SIZE
                   INTO AUDT-OLD-VALUE
               MOVE SPACES             TO AUDT-NEW-VALUE
               STRING 'REVOKED '          DELIMITED BY SIZE
                      WORK-CURRENT        DELIMITED BY SIZE
               GO TO E15-EXIT
           END-IF.

           IF  WORK-HR-COSTCTR = SPACES
           OR  WORK-HR-COSTCTR = VUSER-COSTCTR
               GO TO E15-EXIT
           END-IF.

      * HR may only move the user to a cost center finance has open
           SET  FUNC-READ(CCTR)        TO TRUE.
           MOVE WORK-HR-COSTCTR        TO CCTR-KEY.
           READ IESCCTR RECORD END-READ.
           IF  NOT STAT-NORMAL(CCTR)
           AND NOT STAT-NOTFND(CCTR)
               MOVE CCTR               TO VSUB
               MOVE CCTR-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E15-EXIT
           END-IF.
           IF  STAT-NOTFND(CCTR)
           OR  CCTR-CLOSED
               ADD  1                  TO CCTR-BAD-COUNT
               IF  STAT-NOTFND(CCTR)
                   DISPLAY WORK-OPTION WORK-USRIDNT
                           ' COST CENTER "' WORK-HR-COSTCTR
                           '" NOT ON FILE - NOT APPLIED'
                                     UPON PRINTER
               ELSE
                   DISPLAY WORK-OPTION WORK-USRIDNT
                           ' COST CENTER "' WORK-HR-COSTCTR
                           '" IS CLOSED - NOT APPLIED'
                                     UPON PRINTER
               END-IF
               GO TO E15-EXIT
           END-IF.

           IF  WORK-HR-COSTCTR > SPACES
           AND WORK-HR-COSTCTR NOT = VUSER-COSTCTR
               ADD  1                  TO CCTR-CHG-COUNT
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
