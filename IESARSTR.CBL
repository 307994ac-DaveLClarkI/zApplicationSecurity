      *               ITS ARCHIVE IMAGE (ARCH-TYPE-PERMIT) CARRIES
      *               THE FACILITY KEY AND ACCESS FLAG AND THE
      *               RESTORE RE-APPENDS IT THROUGH BSMCHEK.
      *               A USERID STILL IN ITS IESTOMB QUARANTINE IS NOT
      *               RESTORED FOR A DIFFERENT EMPLOYEE ID.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC A USERID WHOSE IESTOMB TOMBSTONE IS STILL IN
      *                QUARANTINE IS ONLY RESTORED WHEN THE ARCHIVE
      *                UNDOES THAT VERY PURGE OR CARRIES THE SAME
      *                EMPLOYEE ID; A RESTORED PROFILE DROPS THE
      *                TOMBSTONE.
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

       FD  IESRSTC.
       COPY IESRSTC.

       FD  IESPURGC.
       COPY IESPURGC.

       FD  IESTOMB.
       COPY IESTOMB.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
         03  BSM                       PIC S9(04)   BINARY VALUE 5.
         03  AUDT                      PIC S9(04)   BINARY VALUE 6.
         03  RSTC                      PIC S9(04)   BINARY VALUE 7.
         03  PURGC                     PIC S9(04)   BINARY VALUE 8.
         03  TOMB                      PIC S9(04)   BINARY VALUE 9.

         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.
         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  WORK-RECLENG              PIC  9(05).
         03  WORK-BSM-KEY              PIC  X(56).

      * userid quarantine, normally loaded from the IESPURGC entry
      * keyed 'IESTOMB' by B30-CHECK-TOMBSTONE - this value is the
      * fallback used when no such entry is on file.  the employee
      * id and latest purge date are picked up from the archive
      * images about to be restored
         03  WORK-QUARANTINE-DAYS      PIC  9(05)   VALUE 00365.
         03  WORK-TOMB-FLOOR           PIC  9(08)   VALUE ZEROES.
         03  WORK-EMPLID               PIC  X(10)   VALUE SPACES.
         03  WORK-LAST-PURGE           PIC  9(08)   VALUE ZEROES.
         03  TOMB-STATE                PIC  X(01)   VALUE SPACE.
           88  TOMB-NOT-ON-FILE                     VALUE SPACE.
           88  TOMB-BLOCKS-REUSE                    VALUE 'B'.
           88  TOMB-ALLOWS-REUSE                    VALUE 'A'.

         03  ARCH-ENTRY-COUNT          PIC  9(7)    VALUE ZEROES.
         03  IUI-COUNT                 PIC  9(7)    VALUE ZEROES.
         03  LDUM-COUNT                PIC  9(7)    VALUE ZEROES.

       COPY DATETIME.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.
             UNTIL STAT-EOFILE(ARCH)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
           AND WITH-UPDATES
           AND TOMB-ALLOWS-REUSE
           AND IUI-COUNT > ZEROES
               PERFORM T00-DROP-TOMBSTONE THRU T99-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESRSTC'              TO VSAM-FILE(RSTC).
           MOVE 'IESPURGC'             TO VSAM-FILE(PURGC).
           MOVE 'IESTOMB'              TO VSAM-FILE(TOMB).

           MOVE LENGTH OF ARCH-KEY     TO VSAM-KEYL(ARCH).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF RSTC-KEY     TO VSAM-KEYL(RSTC).
           MOVE LENGTH OF PURGC-KEY    TO VSAM-KEYL(PURGC).
           MOVE LENGTH OF TOMB-KEY     TO VSAM-KEYL(TOMB).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                          IESLDUV
                          VUSERID
                          BSTCNTL
                          IESTOMB
           ELSE
               OPEN INPUT IESCNTL
                          IESLDUV
                          VUSERID
                          BSTCNTL
                          IESTOMB
           END-IF.
           OPEN EXTEND IESAUDT.
           OPEN INPUT  IESRSTC
                       IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
               END-IF
           END-IF.

      * a userid retired from one person is not restored for another
      * while its tombstone quarantine runs
           IF  RTC-CODE = ZERO
               PERFORM B30-CHECK-TOMBSTONE THRU B35-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
      * start at the requested user's first archive image
               MOVE LOW-VALUES         TO ARCH-KEY
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE USERID STILL IN ITS IESTOMB QUARANTINE - THE RESTORE *
      *    GOES AHEAD ONLY WHEN THE ARCHIVE IMAGES UNDO THE VERY PURGE *
      *    THAT WROTE THE TOMBSTONE, OR CARRY THE TOMBSTONE'S OWN      *
      *    EMPLOYEE ID.  THE IMAGES ARE PRE-SCANNED HERE; THE MAIN     *
      *    PASS RE-STARTS THE FILE AFTERWARDS                          *
      ******************************************************************
       B30-CHECK-TOMBSTONE.
           MOVE SPACE                  TO TOMB-STATE.

           MOVE WORK-USRIDNT           TO TOMB-USRIDNT.
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
           SET  TOMB-ALLOWS-REUSE      TO TRUE.

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

           IF  TOMB-RETIRED-DATE NOT > WORK-TOMB-FLOOR
               GO TO B35-EXIT
           END-IF.

           MOVE LOW-VALUES             TO ARCH-KEY.
           MOVE WORK-USRIDNT           TO ARCH-USRIDNT.
           MOVE ARCH                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESARCH KEY >= ARCH-KEY END-START.
           IF  STAT-NORMAL(VSUB)
               PERFORM B32-SCAN-ARCHIVE THRU B33-EXIT
                 UNTIL STAT-EOFILE(ARCH)
                    OR RTC-CODE NOT = ZERO
           ELSE
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE ARCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
           IF  RTC-CODE NOT = ZERO
               GO TO B35-EXIT
           END-IF.

           IF  TOMB-WAS-PURGED
           AND TOMB-RETIRED-DATE = WORK-LAST-PURGE
               GO TO B35-EXIT
           END-IF.
           IF  TOMB-EMPLID > SPACES
           AND TOMB-EMPLID = WORK-EMPLID
               GO TO B35-EXIT
           END-IF.

           SET  TOMB-BLOCKS-REUSE      TO TRUE.
           DISPLAY THIS-PGM ': USERID ' WORK-USRIDNT
                   ' RETIRED ' TOMB-RETIRED-DATE
                   ' FROM EMPLID ' TOMB-EMPLID
                   ' IS IN QUARANTINE - RUN ABANDONED'
                                     UPON CONSOLE.
           MOVE +8                     TO RTC-CODE.
       B35-EXIT.
           EXIT.

       B32-SCAN-ARCHIVE.
           MOVE ARCH                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESARCH NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE ARCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO B33-EXIT
           END-IF.

           IF  ARCH-USRIDNT NOT = WORK-USRIDNT
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO B33-EXIT
           END-IF.
           IF  WORK-PURGE-DATE > ZEROES
           AND ARCH-PURGE-DATE NOT = WORK-PURGE-DATE
               GO TO B33-EXIT
           END-IF.

           IF  ARCH-PURGE-DATE > WORK-LAST-PURGE
               MOVE ARCH-PURGE-DATE    TO WORK-LAST-PURGE
           END-IF.
      * only the current, longer VUSERID image carries an employee id
           IF  ARCH-TYPE-VUSERID
           AND ARCH-RECLENG > LENGTH OF VUSERID-OLD-RECORD
               MOVE ARCH-DATA(111:10)  TO WORK-EMPLID
           END-IF.
       B33-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
                 VUSERID
                 BSTCNTL
                 IESAUDT
                 IESRSTC
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
           AND WITH-UPDATES
       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    THE USERID IS BACK IN SERVICE - ITS TOMBSTONE GOES          *
      ******************************************************************
       T00-DROP-TOMBSTONE.
           DISPLAY WORK-OPTION 'IESTOMB ' WORK-USRIDNT
                   ' TOMBSTONE REMOVED'
                                     UPON PRINTER.
           MOVE WORK-USRIDNT           TO TOMB-USRIDNT.
           SET  FUNC-DELETE(TOMB)      TO TRUE.
           DELETE IESTOMB RECORD END-DELETE.
           IF  NOT STAT-NORMAL(TOMB)
           AND NOT STAT-NOTFND(TOMB)
               MOVE TOMB               TO VSUB
               MOVE TOMB-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       T99-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT THE ARCHIVED IESCNTL PROFILE IMAGE BACK ON FILE          *
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
