      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC OUTGOING MAIL NOW GOES THROUGH THE IESMLQ
      *                OUTBOUND QUEUE (MAILQUEB) SO A RELAY OUTAGE
      *                DELAYS IT INSTEAD OF LOSING IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       COPY IESLDUM.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESMAILC.
         03  THIS-PGM                  PIC  X(08)   VALUE 'IESCNTLR'.

         03  IESLDGAB                  PIC  X(08)   VALUE 'IESLDGAB'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY NUMMAN.
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
