      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC A NEW HIRE WHOSE HRFD-COSTCTR IS NOT ON THE NEW
      *                IESCCTR COST-CENTER MASTER, OR IS CLOSED THERE,
      *                IS REPORTED AND NOT PROVISIONED - HR FIXES THE
      *                FEED AND THE NEXT RUN PICKS THE HIRE UP.
      * 10/15/2026 DLC A NEW HIRE WHOSE USERID HAS AN IESTOMB TOMBSTONE
      *                STILL IN QUARANTINE FOR ANOTHER EMPLOYEE ID IS
      *                REPORTED AND NOT PROVISIONED.  A REHIRE GETTING
      *                BACK THEIR OWN USERID HAS THE TOMBSTONE REMOVED.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT IESCCTR
               ASSIGN TO IESCCTR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS CCTR-KEY
               FILE STATUS IS FILE8-STAT
                              FILE8-FDBK.

           SELECT IESPURGC
               ASSIGN TO IESPURGC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS PURGC-KEY
               FILE STATUS IS FILE9-STAT
                              FILE9-FDBK.

           SELECT IESTOMB
               ASSIGN TO IESTOMB
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS TOMB-KEY
               FILE STATUS IS FILE10-STAT
                              FILE10-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
       COPY BSTCNTL.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESROLE.
       COPY IESROLE.

       FD  IESCCTR.
       COPY IESCCTR.

       FD  IESPURGC.
       COPY IESPURGC.

       FD  IESTOMB.
       COPY IESTOMB.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
         03  BSM                       PIC S9(04)   BINARY VALUE 5.
         03  AUDT                      PIC S9(04)   BINARY VALUE 6.
         03  ROLE                      PIC S9(04)   BINARY VALUE 7.
         03  CCTR                      PIC S9(04)   BINARY VALUE 8.
         03  PURGC                     PIC S9(04)   BINARY VALUE 9.
         03  TOMB                      PIC S9(04)   BINARY VALUE 10.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  POS                       PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-ALREADY-MEMBER        PIC  X(01)   VALUE 'N'.
           88  USER-ALREADY-A-MEMBER                VALUE 'Y'.
         03  BSM-MAX-SEQUENCE          PIC  9(03)   VALUE ZEROES.
         03  CCTR-BAD-SW               PIC  X(01)   VALUE 'N'.
           88  CCTR-IS-BAD                          VALUE 'Y'.
         03  TOMB-STATE                PIC  X(01)   VALUE SPACE.
           88  TOMB-NOT-ON-FILE                     VALUE SPACE.
           88  TOMB-BLOCKS-REUSE                    VALUE 'B'.
           88  TOMB-ALLOWS-REUSE                    VALUE 'A'.

      * userid quarantine, normally loaded from the IESPURGC entry
      * keyed 'IESTOMB' by B10-INITIALIZATION - this value is the
      * fallback used when no such entry is on file
         03  WORK-QUARANTINE-DAYS      PIC  9(05)   VALUE 00365.
         03  WORK-TOMB-FLOOR           PIC  9(08)   VALUE ZEROES.

         03  WORK-STARTER-GROUP        PIC  X(08)   VALUE 'NEWHIRE'.
         03  WORK-OPTION               PIC  X(08).
         03  BSM-SEC-COUNT             PIC  9(7)    VALUE ZEROES.
         03  BSM-SKIP-COUNT            PIC  9(7)    VALUE ZEROES.
         03  ROLE-MISS-COUNT           PIC  9(7)    VALUE ZEROES.
         03  CCTR-REJECT-COUNT         PIC  9(7)    VALUE ZEROES.
         03  TOMB-REJECT-COUNT         PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.


       COPY DATETIME.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY BSMREFR.
           MOVE BSM-SKIP-COUNT         TO VAR-EDIT.
           DISPLAY 'Starter group not found ..  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CCTR-REJECT-COUNT      TO VAR-EDIT.
           DISPLAY 'Bad cost center, not done  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE TOMB-REJECT-COUNT      TO VAR-EDIT.
           DISPLAY 'Userid quarantined ....... ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESROLE'              TO VSAM-FILE(ROLE).
           MOVE 'IESCCTR'              TO VSAM-FILE(CCTR).
           MOVE 'IESPURGC'             TO VSAM-FILE(PURGC).
           MOVE 'IESTOMB'              TO VSAM-FILE(TOMB).

           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(HRFD).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF ROLE-KEY     TO VSAM-KEYL(ROLE).
           MOVE LENGTH OF CCTR-KEY     TO VSAM-KEYL(CCTR).
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
           OPEN INPUT  IESROLE
                       IESCCTR
                       IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
               END-IF
           END-IF.

      * a tombstone retired after this date is still in quarantine
           IF  RTC-CODE = ZERO
               MOVE 'IESTOMB'          TO PURGC-PGM
               SET  FUNC-READ(PURGC)   TO TRUE
               READ IESPURGC RECORD END-READ
               IF  STAT-NORMAL(PURGC)
                   MOVE PURGC-GRACE-DAYS
                                       TO WORK-QUARANTINE-DAYS
               ELSE
                   IF  NOT STAT-NOTFND(PURGC)
                       MOVE PURGC      TO VSUB
                       MOVE PURGC-KEY  TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT WORK-QUARANTINE-DAYS
                                     FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-TOMB-FLOOR
           END-IF.

       B15-EXIT.
           EXIT.

                 VUSERID
                 BSTCNTL
                 IESAUDT
                 IESROLE
                 IESCCTR
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


           COPY BATCHRTN.

               GO TO C99-EXIT-PROCESS
           END-IF.

      * a cost center finance does not know, or has closed, is an
      * HR feed error - hold the hire back until the feed is fixed
           IF  HRFD-COSTCTR > SPACES
               PERFORM C50-CHECK-COSTCTR THRU C55-EXIT
               IF  CCTR-IS-BAD
               OR  RTC-CODE NOT = ZERO
                   GO TO C99-EXIT-PROCESS
               END-IF
           END-IF.

      * a userid retired from someone else is not handed out again
      * until its tombstone quarantine has run
           PERFORM C60-CHECK-TOMBSTONE THRU C65-EXIT.
           IF  TOMB-BLOCKS-REUSE
           OR  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           DISPLAY WORK-OPTION WORK-USRIDNT ' - ' WORK-USRNAME
                   ', TYPE=' WORK-USRTYPE ', GROUP=' WORK-GROUP
                                     UPON PRINTER.

           PERFORM D00-PROVISION-USER-PROFILE THRU D99-EXIT.

      * the userid is back in service, so its tombstone goes
           IF  TOMB-ALLOWS-REUSE
           AND WITH-UPDATES
           AND RTC-CODE = ZERO
               SET  FUNC-DELETE(TOMB)  TO TRUE
               MOVE WORK-USRIDNT       TO TOMB-USRIDNT
               DELETE IESTOMB RECORD END-DELETE
               IF  NOT STAT-NORMAL(TOMB)
               AND NOT STAT-NOTFND(TOMB)
                   MOVE TOMB           TO VSUB
                   MOVE TOMB-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    VALIDATE THE NEW HIRE'S COST CENTER AGAINST THE IESCCTR     *
      *    MASTER - NOT ON FILE OR CLOSED IS REPORTED AND COUNTED      *
      ******************************************************************
       C50-CHECK-COSTCTR.
           MOVE 'N'                    TO CCTR-BAD-SW.

           SET  FUNC-READ(CCTR)        TO TRUE.
           MOVE HRFD-COSTCTR           TO CCTR-KEY.
           READ IESCCTR RECORD END-READ.
           IF  STAT-NOTFND(CCTR)
               SET  CCTR-IS-BAD        TO TRUE
               ADD  1                  TO CCTR-REJECT-COUNT
               DISPLAY WORK-OPTION WORK-USRIDNT ' - ' WORK-USRNAME
                       ' COST CENTER "' HRFD-COSTCTR
                       '" NOT ON FILE, NOT PROVISIONED'
                                     UPON PRINTER
               GO TO C55-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(CCTR)
               MOVE CCTR               TO VSUB
               MOVE CCTR-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C55-EXIT
           END-IF.

           IF  CCTR-CLOSED
               SET  CCTR-IS-BAD        TO TRUE
               ADD  1                  TO CCTR-REJECT-COUNT
               DISPLAY WORK-OPTION WORK-USRIDNT ' - ' WORK-USRNAME
                       ' COST CENTER "' HRFD-COSTCTR
                       '" IS CLOSED, NOT PROVISIONED'
                                     UPON PRINTER
           END-IF.
       C55-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE NEW HIRE'S USERID A RETIRED ONE STILL IN ITS IESTOMB *
      *    QUARANTINE - REFUSED UNLESS THE TOMBSTONE CARRIES THE NEW   *
      *    HIRE'S OWN EMPLOYEE ID (A REHIRE)                           *
      ******************************************************************
       C60-CHECK-TOMBSTONE.
           MOVE SPACE                  TO TOMB-STATE.

           SET  FUNC-READ(TOMB)        TO TRUE.
           MOVE WORK-USRIDNT           TO TOMB-USRIDNT.
           READ IESTOMB RECORD END-READ.
           IF  STAT-NOTFND(TOMB)
               GO TO C65-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(TOMB)
               MOVE TOMB               TO VSUB
               MOVE TOMB-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C65-EXIT
           END-IF.

           IF  TOMB-RETIRED-DATE > WORK-TOMB-FLOOR
           AND (TOMB-EMPLID = SPACES
            OR  TOMB-EMPLID NOT = HRFD-EMPLID)
               SET  TOMB-BLOCKS-REUSE  TO TRUE
               ADD  1                  TO TOMB-REJECT-COUNT
               DISPLAY WORK-OPTION WORK-USRIDNT ' - ' WORK-USRNAME
                       ' USERID RETIRED ' TOMB-RETIRED-DATE
                       ' IS IN QUARANTINE, NOT PROVISIONED'
                                     UPON PRINTER
           ELSE
               SET  TOMB-ALLOWS-REUSE  TO TRUE
           END-IF.
       C65-EXIT.
           EXIT.

       D00-PROVISION-USER-PROFILE.
      * create vse interactive user interface profile record
           ADD  1                      TO IUI-COUNT.
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
