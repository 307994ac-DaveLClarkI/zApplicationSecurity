      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESBKREG.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       BACKUP RECOVERY-POINT REGISTRATION.  RUN AS A
      *               STEP OF THE BACKUP JOB - ONCE BEFORE THE BACKUP
      *               WITH A START CARD AND ONCE AFTER IT WITH AN END
      *               CARD (IESBKRCD), NAMING IESCNTL, BSTCNTL,
      *               VUSERID, IESLDUV, OR ALL FOUR.  START RECORDS AN
      *               IN-PROGRESS IESBKRG ENTRY PER FILE CARRYING THE
      *               BACKUP DATA SET AND THE LAST IESJRNL KEY ON
      *               FILE, WHICH IS WHERE IESJRNAP MUST BEGIN
      *               REPLAYING ONTO THAT BACKUP - TAKEN BEFORE THE
      *               COPY, SO A CHANGE MADE WHILE IT RUNS IS
      *               REPLAYED RATHER THAN LOST.  AN EARLIER ENTRY
      *               STILL IN PROGRESS FOR THE FILE IS MARKED FAILED.
      *               END MARKS THE FILE'S IN-PROGRESS ENTRY COMPLETE;
      *               ONLY A COMPLETED BACKUP IS EVER USED AS A
      *               RECOVERY POINT.  PRODUCES SYSLST REPORT.  UPSI-7
      *               ON ACTUALLY UPDATES THE REGISTRY; OTHERWISE THIS
      *               IS A REPORT-ONLY DRY RUN.  RC=4 WHEN ANY CARD IS
      *               REFUSED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

       SPECIAL-NAMES.
           SYSLST IS PRINTER,
           UPSI-7 ON STATUS IS WITH-UPDATES.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT IESBKRCD
               ASSIGN TO IESBKRCD
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESBKRG
               ASSIGN TO IESBKRG
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BKRG-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESJRNL
               ASSIGN TO IESJRNL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    FILE SECTION                                                *
      ******************************************************************
       FILE SECTION.

       FD  IESBKRCD
           RECORD CONTAINS 80 CHARACTERS.
       COPY IESBKRCD.

       FD  IESBKRG.
       COPY IESBKRG.

       FD  IESJRNL.
       COPY IESJRNL.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESBKREG'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.

         03  BKRC                      PIC S9(04)   BINARY VALUE 1.
         03  BKRG                      PIC S9(04)   BINARY VALUE 2.
         03  JRNL                      PIC S9(04)   BINARY VALUE 3.

      * the files the backup job takes and the journal covers
         03  FILE-NAME-LIST.
           05  FILLER                  PIC  X(08)   VALUE 'IESCNTL'.
           05  FILLER                  PIC  X(08)   VALUE 'BSTCNTL'.
           05  FILLER                  PIC  X(08)   VALUE 'VUSERID'.
           05  FILLER                  PIC  X(08)   VALUE 'IESLDUV'.
         03  FILLER          REDEFINES FILE-NAME-LIST.
           05  FILE-NAME               PIC  X(08)   OCCURS 4 TIMES.
         03  FSUB                      PIC S9(04)   BINARY VALUE ZERO.
         03  FILE-LO                   PIC S9(04)   BINARY VALUE ZERO.
         03  FILE-HI                   PIC S9(04)   BINARY VALUE ZERO.

         03  WORK-OPTION               PIC  X(08).
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-NOW                  PIC  9(06)   VALUE ZEROES.
         03  WORK-JOB-NAME             PIC  X(08)   VALUE SPACES.
         03  WORK-REASON               PIC  X(40)   VALUE SPACES.
         03  WORK-LINE-NO              PIC  9(05)   VALUE ZEROES.
         03  WORK-PENDING-KEY          PIC  X(22).

      * the journal position a backup starting now must replay from -
      * found once per run, the first time a start card needs it
         03  WORK-JRNL-POS.
           05  WORK-JRNL-DATE          PIC  9(08)   VALUE ZEROES.
           05  WORK-JRNL-TIME          PIC  9(06)   VALUE ZEROES.
           05  WORK-JRNL-SEQNO         PIC  9(05)   VALUE ZEROES.

         03  REJECT-SW                 PIC  X(01)   VALUE 'N'.
           88  RECORD-REJECTED                      VALUE 'Y'.
         03  POSITION-SW               PIC  X(01)   VALUE 'N'.
           88  POSITION-IS-KNOWN                    VALUE 'Y'.
         03  PENDING-SW                PIC  X(01)   VALUE 'N'.
           88  PENDING-FOUND                        VALUE 'Y'.

         03  READ-COUNT                PIC  9(7)    VALUE ZEROES.
         03  START-COUNT               PIC  9(7)    VALUE ZEROES.
         03  END-COUNT                 PIC  9(7)    VALUE ZEROES.
         03  FAILED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  REJECT-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY JOBDATA.

       COPY DATETIME.

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           PERFORM C00-PROCESS-CARD THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(BKRC)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE READ-COUNT             TO VAR-EDIT.
           DISPLAY 'Control cards read ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE START-COUNT            TO VAR-EDIT.
           DISPLAY 'Backups started .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE END-COUNT              TO VAR-EDIT.
           DISPLAY 'Backups completed ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FAILED-COUNT           TO VAR-EDIT.
           DISPLAY 'Earlier backups failed ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REJECT-COUNT           TO VAR-EDIT.
           DISPLAY 'Cards refused ............ ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'IESBKRCD'             TO VSAM-FILE(BKRC).
           MOVE 'IESBKRG'              TO VSAM-FILE(BKRG).
           MOVE 'IESJRNL'              TO VSAM-FILE(JRNL).

           MOVE LENGTH OF WORK-LINE-NO TO VSAM-KEYL(BKRC).
           MOVE LENGTH OF BKRG-KEY     TO VSAM-KEYL(BKRG).
           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRNL).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM.

           OPEN INPUT  IESBKRCD.
           IF  WITH-UPDATES
               OPEN I-O   IESBKRG
           ELSE
               OPEN INPUT IESBKRG
           END-IF.
           OPEN INPUT  IESJRNL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM

               CALL JOBDATA         USING JOBDATA-PARMS
               MOVE JOBD-PWR-NAME      TO WORK-JOB-NAME

               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE           TO WORK-TODAY
               MOVE NUM-TIME           TO WORK-NOW
               DISPLAY 'BACKUP REGISTRATION FOR ' WORK-TODAY
                       '-' WORK-NOW ' JOB ' WORK-JOB-NAME
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

               IF  WITH-UPDATES
                   MOVE 'UPDATE:'      TO WORK-OPTION
               ELSE
                   MOVE 'REPORT:'      TO WORK-OPTION
               END-IF
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET  FUNC-CLOSE(VSUB)   TO TRUE
           END-PERFORM.

           CLOSE IESBKRCD
                 IESBKRG
                 IESJRNL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * a refused card leaves a backup unregistered
           IF  RTC-CODE = ZERO
           AND REJECT-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE CONTROL CARD - PROVE IT, THEN START OR END THE BACKUP   *
      *    OF EACH FILE IT NAMES                                       *
      ******************************************************************
       C00-PROCESS-CARD.
           MOVE BKRC                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESBKRCD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE WORK-LINE-NO   TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.
           ADD  1                      TO WORK-LINE-NO.

           IF  BKRC-IS-COMMENT
           OR  IESBKRCD-RECORD = SPACES
               GO TO C99-EXIT-PROCESS
           END-IF.
           ADD  1                      TO READ-COUNT.

           MOVE 'N'                    TO REJECT-SW.
           MOVE SPACES                 TO WORK-REASON.

           IF  NOT BKRC-IS-START
           AND NOT BKRC-IS-END
               MOVE 'ACTION IS NOT START OR END'
                                       TO WORK-REASON
               GO TO C90-REJECT-CARD
           END-IF.

      * ALL covers the four journaled files, otherwise name one
           IF  BKRC-ALL-FILES
               MOVE 1                  TO FILE-LO
               MOVE 4                  TO FILE-HI
           ELSE
               MOVE ZERO               TO FILE-LO
               PERFORM WITH TEST BEFORE
                 VARYING FSUB FROM 1 BY 1 UNTIL FSUB > 4
                   IF  FILE-NAME(FSUB) = BKRC-FILE
                       MOVE FSUB       TO FILE-LO
                                          FILE-HI
                   END-IF
               END-PERFORM
               IF  FILE-LO = ZERO
                   MOVE 'FILE IS NOT A JOURNALED SECURITY FILE'
                                       TO WORK-REASON
                   GO TO C90-REJECT-CARD
               END-IF
           END-IF.

           IF  BKRC-IS-START
           AND BKRC-BACKUP-DSN = SPACES
               MOVE 'BACKUP DATA SET MISSING'
                                       TO WORK-REASON
               GO TO C90-REJECT-CARD
           END-IF.

           IF  BKRC-IS-START
           AND NOT POSITION-IS-KNOWN
               PERFORM P20-FIND-JOURNAL-END THRU P25-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO C99-EXIT-PROCESS
               END-IF
           END-IF.

           IF  BKRC-IS-START
               PERFORM D00-START-BACKUP THRU D99-EXIT
                 VARYING FSUB FROM FILE-LO BY 1
                   UNTIL FSUB > FILE-HI
                      OR RTC-CODE NOT = ZERO
           ELSE
               PERFORM E00-END-BACKUP THRU E99-EXIT
                 VARYING FSUB FROM FILE-LO BY 1
                   UNTIL FSUB > FILE-HI
                      OR RTC-CODE NOT = ZERO
           END-IF.
           GO TO C99-EXIT-PROCESS.

       C90-REJECT-CARD.
           ADD  1                      TO REJECT-COUNT.
           DISPLAY WORK-OPTION ' LINE ' WORK-LINE-NO ' '
                   BKRC-ACTION ' ' BKRC-FILE
                                     UPON PRINTER.
           DISPLAY '         REFUSED - ' WORK-REASON
                                     UPON PRINTER.
       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    REGISTER ONE FILE'S BACKUP AS IN PROGRESS AT THE CURRENT    *
      *    JOURNAL POSITION - ANY EARLIER BACKUP OF THE FILE THAT      *
      *    NEVER REACHED ITS END CARD IS MARKED FAILED FIRST           *
      ******************************************************************
       D00-START-BACKUP.
           PERFORM P10-SCAN-FILE THRU P15-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO D99-EXIT
           END-IF.

           ADD  1                      TO START-COUNT.
           DISPLAY WORK-OPTION ' START ' FILE-NAME(FSUB)
                   ' ' WORK-TODAY '-' WORK-NOW
                   ' JOURNAL AT ' WORK-JRNL-DATE '-' WORK-JRNL-TIME
                   '-' WORK-JRNL-SEQNO
                                     UPON PRINTER.
           DISPLAY '         BACKUP ' BKRC-BACKUP-DSN
                                     UPON PRINTER.

           IF  NOT WITH-UPDATES
               GO TO D99-EXIT
           END-IF.

           MOVE SPACES                 TO IESBKRG-RECORD.
           MOVE FILE-NAME(FSUB)        TO BKRG-FILE.
           MOVE WORK-TODAY             TO BKRG-DATE.
           MOVE WORK-NOW               TO BKRG-TIME.
           SET  BKRG-IN-PROGRESS       TO TRUE.
           MOVE WORK-JRNL-POS          TO BKRG-JRNL-POS.
           MOVE ZEROES                 TO BKRG-DONE-DATE
                                          BKRG-DONE-TIME
                                          BKRG-RELEASE-DATE.
           MOVE BKRC-BACKUP-DSN        TO BKRG-BACKUP-DSN.
           MOVE WORK-JOB-NAME          TO BKRG-JOB-NAME.

           SET  FUNC-WRITE(BKRG)       TO TRUE.
           WRITE IESBKRG-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(BKRG)
               MOVE BKRG               TO VSUB
               MOVE BKRG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    MARK ONE FILE'S IN-PROGRESS BACKUP COMPLETE                 *
      ******************************************************************
       E00-END-BACKUP.
           PERFORM P10-SCAN-FILE THRU P15-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E99-EXIT
           END-IF.

           IF  NOT PENDING-FOUND
               ADD  1                  TO REJECT-COUNT
               DISPLAY WORK-OPTION ' LINE ' WORK-LINE-NO ' '
                       BKRC-ACTION ' ' FILE-NAME(FSUB)
                                     UPON PRINTER
               DISPLAY '         REFUSED - NO BACKUP OF THE FILE '
                       'IS IN PROGRESS'
                                     UPON PRINTER
               GO TO E99-EXIT
           END-IF.

           MOVE WORK-PENDING-KEY       TO BKRG-KEY.
           SET  FUNC-READ(BKRG)        TO TRUE.
           READ IESBKRG RECORD END-READ.
           IF  NOT STAT-NORMAL(BKRG)
               MOVE BKRG               TO VSUB
               MOVE BKRG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E99-EXIT
           END-IF.

           ADD  1                      TO END-COUNT.
           DISPLAY WORK-OPTION ' END   ' BKRG-FILE
                   ' ' BKRG-DATE '-' BKRG-TIME
                   ' COMPLETE AT ' WORK-TODAY '-' WORK-NOW
                                     UPON PRINTER.
           DISPLAY '         BACKUP ' BKRG-BACKUP-DSN
                                     UPON PRINTER.

           IF  NOT WITH-UPDATES
               GO TO E99-EXIT
           END-IF.

           SET  BKRG-COMPLETED         TO TRUE.
           MOVE WORK-TODAY             TO BKRG-DONE-DATE.
           MOVE WORK-NOW               TO BKRG-DONE-TIME.

           SET  FUNC-REWRITE(BKRG)     TO TRUE.
           REWRITE IESBKRG-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(BKRG)
               MOVE BKRG               TO VSUB
               MOVE BKRG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    WALK ONE FILE'S REGISTRY ENTRIES, OLDEST FIRST.  A START    *
      *    FAILS EVERY ENTRY STILL IN PROGRESS; AN END REMEMBERS THE   *
      *    LATEST ONE                                                  *
      ******************************************************************
       P10-SCAN-FILE.
           MOVE 'N'                    TO PENDING-SW.
           MOVE SPACES                 TO WORK-PENDING-KEY.

           MOVE FILE-NAME(FSUB)        TO BKRG-FILE.
           MOVE ZEROES                 TO BKRG-DATE
                                          BKRG-TIME.

           SET  FUNC-START(BKRG)       TO TRUE.
           START IESBKRG KEY >= BKRG-KEY END-START.
           IF  NOT STAT-NORMAL(BKRG)
               IF  STAT-NOTFND(BKRG)
                   SET  STAT-NORMAL(BKRG) TO TRUE
                   GO TO P15-EXIT
               END-IF
               MOVE BKRG               TO VSUB
               MOVE BKRG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P15-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(BKRG)
                OR RTC-CODE > ZERO
               SET  FUNC-READNEXT(BKRG) TO TRUE
               READ IESBKRG NEXT RECORD END-READ
               MOVE BKRG               TO VSUB

               EVALUATE TRUE
               WHEN NOT STAT-NORMAL(VSUB)
                 IF  NOT STAT-EOFILE(VSUB)
                   MOVE BKRG-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                 END-IF
                 SET  STAT-EOFILE(VSUB) TO TRUE

               WHEN BKRG-FILE NOT = FILE-NAME(FSUB)
                 SET  STAT-EOFILE(VSUB) TO TRUE

               WHEN NOT BKRG-IN-PROGRESS
                 CONTINUE

               WHEN BKRC-IS-END
                 SET  PENDING-FOUND    TO TRUE
                 MOVE BKRG-KEY         TO WORK-PENDING-KEY

               WHEN OTHER
                 PERFORM P30-FAIL-ENTRY THRU P35-EXIT
               END-EVALUATE
           END-PERFORM.

      * the scan's end of file is not the run's
           IF  RTC-CODE = ZERO
               SET  STAT-NORMAL(BKRG)  TO TRUE
           END-IF.
       P15-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND THE LAST JOURNAL KEY ON FILE.  THE SCAN BEGINS PAST    *
      *    THE HIGHEST POSITION ALREADY REGISTERED, SO IT ONLY READS   *
      *    THE CHANGES MADE SINCE THE LAST BACKUP                      *
      ******************************************************************
       P20-FIND-JOURNAL-END.
           MOVE ZEROES                 TO WORK-JRNL-POS.

           MOVE LOW-VALUES             TO BKRG-KEY.
           SET  FUNC-START(BKRG)       TO TRUE.
           START IESBKRG KEY >= BKRG-KEY END-START.
           IF  NOT STAT-NORMAL(BKRG)
           AND NOT STAT-NOTFND(BKRG)
               MOVE BKRG               TO VSUB
               MOVE BKRG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P25-EXIT
           END-IF.
           IF  STAT-NOTFND(BKRG)
               SET  STAT-EOFILE(BKRG)  TO TRUE
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(BKRG)
                OR RTC-CODE > ZERO
               SET  FUNC-READNEXT(BKRG) TO TRUE
               READ IESBKRG NEXT RECORD END-READ
               MOVE BKRG               TO VSUB

               EVALUATE TRUE
               WHEN NOT STAT-NORMAL(VSUB)
                 IF  NOT STAT-EOFILE(VSUB)
                   MOVE BKRG-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                 END-IF
                 SET  STAT-EOFILE(VSUB) TO TRUE

               WHEN BKRG-JRNL-POS > WORK-JRNL-POS
                 MOVE BKRG-JRNL-POS    TO WORK-JRNL-POS

               WHEN OTHER
                 CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF  RTC-CODE NOT = ZERO
               GO TO P25-EXIT
           END-IF.
           SET  STAT-NORMAL(BKRG)      TO TRUE.

           MOVE WORK-JRNL-POS          TO JRNL-KEY.
           SET  FUNC-START(JRNL)       TO TRUE.
           START IESJRNL KEY > JRNL-KEY END-START.
           IF  NOT STAT-NORMAL(JRNL)
           AND NOT STAT-NOTFND(JRNL)
               MOVE JRNL               TO VSUB
               MOVE JRNL-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P25-EXIT
           END-IF.
           IF  STAT-NOTFND(JRNL)
               SET  STAT-EOFILE(JRNL)  TO TRUE
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(JRNL)
                OR RTC-CODE > ZERO
               SET  FUNC-READNEXT(JRNL) TO TRUE
               READ IESJRNL NEXT RECORD END-READ
               MOVE JRNL               TO VSUB

               IF  STAT-NORMAL(VSUB)
                   MOVE JRNL-KEY       TO WORK-JRNL-POS
               ELSE
                   IF  NOT STAT-EOFILE(VSUB)
                       MOVE JRNL-KEY   TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
           END-PERFORM.

           IF  RTC-CODE = ZERO
               SET  STAT-NORMAL(JRNL)  TO TRUE
               SET  POSITION-IS-KNOWN  TO TRUE
           END-IF.
       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    A BACKUP STILL IN PROGRESS WHEN ITS FILE'S NEXT BACKUP      *
      *    BEGINS NEVER FINISHED - IT IS NO RECOVERY POINT             *
      ******************************************************************
       P30-FAIL-ENTRY.
           ADD  1                      TO FAILED-COUNT.
           DISPLAY WORK-OPTION ' FAILED ' BKRG-FILE
                   ' ' BKRG-DATE '-' BKRG-TIME
                   ' NEVER COMPLETED - ' BKRG-BACKUP-DSN
                                     UPON PRINTER.

           IF  NOT WITH-UPDATES
               GO TO P35-EXIT
           END-IF.

           SET  BKRG-FAILED            TO TRUE.
           SET  FUNC-REWRITE(BKRG)     TO TRUE.
           REWRITE IESBKRG-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(BKRG)
               MOVE BKRG               TO VSUB
               MOVE BKRG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       P35-EXIT.
           EXIT.
