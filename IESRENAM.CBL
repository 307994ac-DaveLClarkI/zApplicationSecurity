      *               KEY, IN THOSE RECORDS).  EVERY RECORD TOUCHED
      *               IS REPORTED AND AUDITED.  UPSI-7 ON ACTUALLY
      *               UPDATES; OTHERWISE THIS IS A REPORT-ONLY DRY
      *               RUN.  THE OLD USERID IS RETIRED WITH AN IESTOMB
      *               TOMBSTONE, AND A NEW USERID STILL IN SOMEONE
      *               ELSE'S TOMBSTONE QUARANTINE IS REFUSED.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC THE OLD USERID NOW LEAVES AN IESTOMB TOMBSTONE,
      *                AND A NEW USERID STILL IN ANOTHER PERSON'S
      *                TOMBSTONE QUARANTINE IS REFUSED.  A NEW USERID
      *                WHOSE TOMBSTONE IS THE SAME PERSON'S IS TAKEN
      *                BACK AND ITS TOMBSTONE REMOVED.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT IESPURGC
               ASSIGN TO IESPURGC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS PURGC-KEY
               FILE STATUS IS FILE8-STAT
                              FILE8-FDBK.

           SELECT IESTOMB
               ASSIGN TO IESTOMB
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS TOMB-KEY
               FILE STATUS IS FILE9-STAT
                              FILE9-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
       COPY BSTCNTL.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESRENC.
       FD  IESFIRE.
       COPY IESFIRE.

       FD  IESPURGC.
       COPY IESPURGC.

       FD  IESTOMB.
       COPY IESTOMB.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
         03  AUDT                      PIC S9(04)   BINARY VALUE 5.
         03  RENC                      PIC S9(04)   BINARY VALUE 6.
         03  FIRE                      PIC S9(04)   BINARY VALUE 7.
         03  PURGC                     PIC S9(04)   BINARY VALUE 8.
         03  TOMB                      PIC S9(04)   BINARY VALUE 9.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.
         03  WORK-NEW-KEY              PIC  X(08).
         03  WORK-ACCESS               PIC  X(01)   VALUE SPACE.
         03  WORK-FIRE-KEY             PIC  X(61).
         03  WORK-USRNAME              PIC  X(20)   VALUE SPACES.
         03  WORK-EMPLID               PIC  X(10)   VALUE SPACES.

      * userid quarantine, normally loaded from the IESPURGC entry
      * keyed 'IESTOMB' by B10-INITIALIZATION - this value is the
      * fallback used when no such entry is on file
         03  WORK-QUARANTINE-DAYS      PIC  9(05)   VALUE 00365.
         03  WORK-TOMB-FLOOR           PIC  9(08)   VALUE ZEROES.
         03  TOMB-STATE                PIC  X(01)   VALUE SPACE.
           88  TOMB-NOT-ON-FILE                     VALUE SPACE.
           88  TOMB-BLOCKS-REUSE                    VALUE 'B'.
           88  TOMB-ALLOWS-REUSE                    VALUE 'A'.

         03  IUI-COUNT                 PIC  9(7)    VALUE ZEROES.
         03  LDUM-COUNT                PIC  9(7)    VALUE ZEROES.

       COPY DATETIME.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.
                 UNTIL STAT-EOFILE(FIRE)
                    OR RTC-CODE NOT = ZERO
           END-IF.
           IF  RTC-CODE = ZERO
               PERFORM T00-UPDATE-TOMBSTONES THRU T99-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESRENC'              TO VSAM-FILE(RENC).
           MOVE 'IESFIRE'              TO VSAM-FILE(FIRE).
           MOVE 'IESPURGC'             TO VSAM-FILE(PURGC).
           MOVE 'IESTOMB'              TO VSAM-FILE(TOMB).

           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF LDUM-MFUSRID TO VSAM-KEYL(LDUM).
           MOVE LENGTH OF WORK-OLD     TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF RENC-KEY     TO VSAM-KEYL(RENC).
           MOVE LENGTH OF FIRE-KEY     TO VSAM-KEYL(FIRE).
           MOVE LENGTH OF PURGC-KEY    TO VSAM-KEYL(PURGC).
           MOVE LENGTH OF TOMB-KEY     TO VSAM-KEYL(TOMB).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                          VUSERID
                          BSTCNTL
                          IESFIRE
                          IESTOMB
           ELSE
               OPEN INPUT IESCNTL
                          IESLDUV
                          VUSERID
                          BSTCNTL
                          IESFIRE
                          IESTOMB
           END-IF.
           OPEN EXTEND IESAUDT.
           OPEN INPUT  IESRENC
                       IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
               END-IF
           END-IF.

      * nor may it be a userid retired from someone else who is
      * still inside the tombstone quarantine
           IF  RTC-CODE = ZERO
               PERFORM B30-CHECK-TOMBSTONE THRU B35-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               DISPLAY 'RENAME ' WORK-OLD ' TO ' WORK-NEW
                                     UPON PRINTER
                 BSTCNTL
                 IESAUDT
                 IESRENC
                 IESFIRE
                 IESPURGC
                 IESTOMB.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.


           IF  RTC-CODE = ZERO
           AND BSM-WAS-CHANGED
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    IS THE NEW USERID SOMEONE ELSE'S, RETIRED TOO RECENTLY TO   *
      *    REUSE - THE PERSON BEING RENAMED IS KNOWN BY THE EMPLOYEE   *
      *    ID ON THE OLD USERID'S VUSERID EXTENSION, AND A TOMBSTONE   *
      *    INSIDE THE QUARANTINE FOR ANY OTHER (OR NO) EMPLOYEE ID     *
      *    ABANDONS THE RUN                                            *
      ******************************************************************
       B30-CHECK-TOMBSTONE.
           MOVE 'IESTOMB'              TO PURGC-PGM.
           SET  FUNC-READ(PURGC)       TO TRUE.
           READ IESPURGC RECORD END-READ.
           IF  STAT-NORMAL(PURGC)
               MOVE PURGC-GRACE-DAYS   TO WORK-QUARANTINE-DAYS
           ELSE
               IF  NOT STAT-NOTFND(PURGC)
                   MOVE PURGC          TO VSUB
                   MOVE PURGC-KEY      TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO B35-EXIT
               END-IF
           END-IF.

           SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE.
           CALL DTEMAN              USING DTEMAN-PARMS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           SUBTRACT WORK-QUARANTINE-DAYS
                                     FROM DTE-TOTD.
           CALL DTEMAN              USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO WORK-TOMB-FLOOR.

           MOVE SPACES                 TO VUSER-RECORD.
           SET  FUNC-READ(VUSER)       TO TRUE.
           MOVE WORK-OLD               TO VUSER-KEY.
           READ VUSERID RECORD END-READ.
           IF  STAT-NORMAL(VUSER)
               MOVE VUSER-EMPLID       TO WORK-EMPLID
           ELSE
               IF  NOT STAT-NOTFND(VUSER)
                   MOVE VUSER          TO VSUB
                   MOVE VUSER-KEY      TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO B35-EXIT
               END-IF
           END-IF.

           MOVE SPACE                  TO TOMB-STATE.
           MOVE WORK-NEW               TO TOMB-USRIDNT.
           SET  FUNC-READ(TOMB)        TO TRUE.
           READ IESTOMB RECORD END-READ.
           IF  STAT-NOTFND(TOMB)
               GO TO B35-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(TOMB)
               MOVE TOMB               TO VSUB
               MOVE TOMB-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO B35-EXIT
           END-IF.

           IF  TOMB-RETIRED-DATE > WORK-TOMB-FLOOR
           AND (TOMB-EMPLID = SPACES
            OR  TOMB-EMPLID NOT = WORK-EMPLID)
               SET  TOMB-BLOCKS-REUSE  TO TRUE
               DISPLAY THIS-PGM ': NEW USERID ' WORK-NEW
                       ' RETIRED ' TOMB-RETIRED-DATE
                       ' FROM EMPLID ' TOMB-EMPLID
                       ' IS IN QUARANTINE - RUN ABANDONED'
                                     UPON CONSOLE
               MOVE +8                 TO RTC-CODE
           ELSE
               SET  TOMB-ALLOWS-REUSE  TO TRUE
           END-IF.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    REKEY THE IESCNTL PROFILE, KEEPING EVERY ACCUMULATED FIELD  *
      ******************************************************************
               GO TO D99-EXIT
           END-IF.

           MOVE IUI-US-USRNAME         TO WORK-USRNAME.

      * remember both key images so the new record is padded the
      * same way the old one was
           MOVE IUI-KEY-VALUE          TO WORK-OLD-KEY.
       J55-EXIT.
           EXIT.

      /*****************************************************************
      *    RETIRE THE OLD USERID WITH AN IESTOMB TOMBSTONE (REPLACING  *
      *    ANY EARLIER OWNER'S), AND DROP THE NEW USERID'S OWN         *
      *    TOMBSTONE NOW THAT IT IS BACK IN SERVICE                    *
      ******************************************************************
       T00-UPDATE-TOMBSTONES.
           DISPLAY WORK-OPTION 'IESTOMB ' WORK-OLD ' RETIRED, EMPLID='
                   WORK-EMPLID
                                     UPON PRINTER.
           IF  NOT WITH-UPDATES
               GO TO T99-EXIT
           END-IF.

           MOVE WORK-OLD               TO TOMB-USRIDNT.
           SET  FUNC-READ(TOMB)        TO TRUE.
           READ IESTOMB RECORD END-READ.
           IF  NOT STAT-NORMAL(TOMB)
           AND NOT STAT-NOTFND(TOMB)
               MOVE TOMB               TO VSUB
               MOVE TOMB-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO T99-EXIT
           END-IF.

           MOVE SPACES                 TO IESTOMB-RECORD.
           MOVE WORK-OLD               TO TOMB-USRIDNT.
           MOVE WORK-EMPLID            TO TOMB-EMPLID.
           MOVE WORK-USRNAME           TO TOMB-USRNAME.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO TOMB-RETIRED-DATE.
           SET  TOMB-WAS-RENAMED       TO TRUE.
           MOVE WORK-NEW               TO TOMB-RENAMED-TO.
           MOVE THIS-PGM               TO TOMB-SRC-PGM.
           IF  STAT-NORMAL(TOMB)
               SET  FUNC-REWRITE(TOMB) TO TRUE
               REWRITE IESTOMB-RECORD END-REWRITE
           ELSE
               SET  FUNC-WRITE(TOMB)   TO TRUE
               WRITE IESTOMB-RECORD END-WRITE
           END-IF.
           IF  NOT STAT-NORMAL(TOMB)
               MOVE TOMB               TO VSUB
               MOVE TOMB-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO T99-EXIT
           END-IF.

           IF  TOMB-ALLOWS-REUSE
               MOVE WORK-NEW           TO TOMB-USRIDNT
               SET  FUNC-DELETE(TOMB)  TO TRUE
               DELETE IESTOMB RECORD END-DELETE
               IF  NOT STAT-NORMAL(TOMB)
               AND NOT STAT-NOTFND(TOMB)
                   MOVE TOMB           TO VSUB
                   MOVE TOMB-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
       T99-EXIT.
           EXIT.

      /*****************************************************************
      *    APPEND ONE ENTRY TO THE PERMANENT PURGE/REVOKE AUDIT LOG     *
      *    CALLER SETS THE AUDT-TYPE-xxx 88 BEFORE PERFORMING THIS      *
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
