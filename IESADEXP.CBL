      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       COPY IESLDUM.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESBRKC.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY RTCMAN.
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           COPY BATCHRTN.

       B25-EXIT.
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
