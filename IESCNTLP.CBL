      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN (THROUGH AUDTMANB)
      *                BEFORE IT IS WRITTEN - RECORD IS NOW 124 BYTES.
      * 10/15/2026 DLC A PURGED PROFILE NOW LEAVES AN IESTOMB TOMBSTONE
      *                (USERID, EMPLOYEE ID, RETIREMENT DATE) SO THE
      *                USERID CANNOT BE HANDED TO SOMEONE ELSE WHILE
      *                IT IS IN QUARANTINE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE9-STAT
                              FILE9-FDBK.

           SELECT IESTOMB
               ASSIGN TO IESTOMB
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS TOMB-KEY
               FILE STATUS IS FILE10-STAT
                              FILE10-FDBK.

           SELECT IESCAL
               ASSIGN TO IESCAL
       COPY IESEXTR.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESSCOP.
       FD  IESPURGC.
       COPY IESPURGC.

       FD  IESTOMB.
       COPY IESTOMB.

       FD  IESCAL.
       COPY IESCAL.

         03  AUDT                      PIC S9(04)   BINARY VALUE 7.
         03  SCOP                      PIC S9(04)   BINARY VALUE 8.
         03  PURGC                     PIC S9(04)   BINARY VALUE 9.
         03  TOMB                      PIC S9(04)   BINARY VALUE 10.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  POS                       PIC S9(04)   BINARY VALUE ZEROES.
         03  ARCH-SEQ-CTR              PIC  9(5)    VALUE ZEROES.
         03  EXTR-COUNT                PIC  9(7)    VALUE ZEROES.
         03  GRACE-HELD-COUNT          PIC  9(7)    VALUE ZEROES.
         03  TOMB-COUNT                PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.
         03  VAR-TEXTL                 PIC S9(04)   BINARY VALUE ZEROES.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

      * a with-updates run deleting more than this many records in
               MOVE GRACE-HELD-COUNT    TO VAR-EDIT
               DISPLAY 'Held for grace period .... ' VAR-EDIT
                                     UPON PRINTER
               MOVE TOMB-COUNT          TO VAR-EDIT
               DISPLAY 'Userids tombstoned ....... ' VAR-EDIT
                                     UPON PRINTER
           END-IF.

           GOBACK.
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESSCOP'              TO VSAM-FILE(SCOP).
           MOVE 'IESPURGC'             TO VSAM-FILE(PURGC).
           MOVE 'IESTOMB'              TO VSAM-FILE(TOMB).

           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF SCOP-KEY     TO VSAM-KEYL(SCOP).
           MOVE LENGTH OF PURGC-KEY    TO VSAM-KEYL(PURGC).
           MOVE LENGTH OF TOMB-KEY     TO VSAM-KEYL(TOMB).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                          IESLDUV
                          VUSERID
                          IESARCH
                          IESTOMB
           ELSE
               OPEN INPUT IESCNTL
                          BSTCNTL
                          IESLDUV
                          VUSERID
                          IESARCH
                          IESTOMB
           END-IF.
           OPEN OUTPUT IESEXTR.
           OPEN EXTEND IESAUDT.
                 IESEXTR
                 IESAUDT
                 IESSCOP
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
               MOVE IESCNTL-RECORD     TO JRNLMAN-BEFORE
               MOVE ZEROES             TO JRN-AFTER-LEN
               PERFORM J50-WRITE-JOURNAL THRU J55-EXIT
      * the userid is retired now - mark its grave
               PERFORM T00-WRITE-TOMBSTONE THRU T99-EXIT
           END-IF.
       D99-EXIT.
           EXIT.
       J55-EXIT.
           EXIT.

      /*****************************************************************
      *    LEAVE AN IESTOMB TOMBSTONE FOR THE USERID JUST PURGED, SO   *
      *    IT IS NOT HANDED TO SOMEONE ELSE WHILE IN QUARANTINE.  A    *
      *    TOMBSTONE LEFT BY AN EARLIER OWNER IS REPLACED - THE        *
      *    QUARANTINE RUNS FROM THE LATEST RETIREMENT                  *
      ******************************************************************
       T00-WRITE-TOMBSTONE.
           MOVE WORK-USRIDNT           TO TOMB-USRIDNT.
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
           MOVE WORK-USRIDNT           TO TOMB-USRIDNT.
           MOVE WORK-EMPLID            TO TOMB-EMPLID.
           MOVE WORK-USRNAME           TO TOMB-USRNAME.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO TOMB-RETIRED-DATE.
           SET  TOMB-WAS-PURGED        TO TRUE.
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
           ADD  1                      TO TOMB-COUNT.
           DISPLAY WORK-INDENT 'IESTOMB: ' TOMB-USRIDNT
                   ' EMPLID=' TOMB-EMPLID
                                     UPON PRINTER.
       T99-EXIT.
           EXIT.

      /*****************************************************************
      *    ARCHIVE A RECORD ABOUT TO BE DELETED                        *
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
