      *               RESTORED FILES, REPORTING EVERY RECORD IT
      *               REPLAYS, SO THE RECOVERY POSITION IS THE POINT
      *               OF FAILURE INSTEAD OF "THE WEEKEND BACKUP LESS
      *               A WEEK OF SECURITY CHANGES".  THE REPLAY
      *               STARTS FROM THE IESBKRG BACKUP REGISTRY: EACH
      *               FILE'S NEWEST COMPLETED BACKUP GIVES THE JOURNAL
      *               POSITION IT WAS TAKEN AT, THE WALK BEGINS PAST
      *               THE EARLIEST OF THOSE, AND A CHANGE ALREADY IN
      *               ITS FILE'S BACKUP IS SKIPPED.  A FILE WITH NO
      *               COMPLETED BACKUP IS REPLAYED FROM THE START OF
      *               THE JOURNAL.  AN IESAUQC RECORD FOR THIS PROGRAM
      *               BOUNDS THE REPLAY WINDOW (ZERO DATES MEAN NO
      *               BOUND), SO A REPLAY CAN STOP SHORT OF A CHANGE
      *               KNOWN TO BE BAD; A FROM DATE THERE OVERRIDES THE
      *               REGISTRY, FOR A RESTORE FROM OTHER THAN THE
      *               NEWEST BACKUPS.
      *               THE AFTER IMAGE ALWAYS WINS: A WRITE THAT
      *               FINDS THE RECORD ALREADY THERE REWRITES IT,
      *               AND A REWRITE THAT FINDS IT MISSING WRITES IT.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC THE REPLAY NOW STARTS FROM THE RECOVERY POINTS
      *                IN THE IESBKRG BACKUP REGISTRY, SKIPPING EACH
      *                FILE'S CHANGES ALREADY IN ITS BACKUP; AN IESAUQC
      *                FROM DATE STILL OVERRIDES.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESBKRG
               ASSIGN TO IESBKRG
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BKRG-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
       FD  IESAUQC.
       COPY IESAUQC.

       FD  IESBKRG.
       COPY IESBKRG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
         03  VUSER                     PIC S9(04)   BINARY VALUE 4.
         03  LDUM                      PIC S9(04)   BINARY VALUE 5.
         03  AUQC                      PIC S9(04)   BINARY VALUE 6.
         03  BKRG                      PIC S9(04)   BINARY VALUE 7.

         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.

         03  WORK-DATE-FROM            PIC  9(08)   VALUE ZEROES.
         03  WORK-DATE-TO              PIC  9(08)   VALUE 99999999.

      * each file's recovery point - the journal position its newest
      * completed backup was taken at, zero when it has none
         03  FILE-NAME-LIST.
           05  FILLER                  PIC  X(08)   VALUE 'IESCNTL'.
           05  FILLER                  PIC  X(08)   VALUE 'BSTCNTL'.
           05  FILLER                  PIC  X(08)   VALUE 'VUSERID'.
           05  FILLER                  PIC  X(08)   VALUE 'IESLDUV'.
         03  FILLER          REDEFINES FILE-NAME-LIST.
           05  FILE-NAME               PIC  X(08)   OCCURS 4 TIMES.
         03  FILE-POS-LIST.
           05  FILE-POS                PIC  X(19)   OCCURS 4 TIMES.
         03  FSUB                      PIC S9(04)   BINARY VALUE ZERO.
         03  WORK-BKUP-DATE            PIC  9(08).
         03  WORK-BKUP-TIME            PIC  9(06).
         03  WORK-BKUP-DSN             PIC  X(44).

      * the replay begins past the earliest recovery point
         03  WORK-START-POS.
           05  WORK-START-DATE         PIC  9(08)   VALUE 99999999.
           05  WORK-START-TIME         PIC  9(06)   VALUE 999999.
           05  WORK-START-SEQNO        PIC  9(05)   VALUE 99999.

         03  START-SW                  PIC  X(01)   VALUE 'R'.
           88  START-FROM-REGISTRY                  VALUE 'R'.
           88  START-FROM-DATE                      VALUE 'D'.

         03  ENTRY-COUNT               PIC  9(7)    VALUE ZEROES.
         03  APPLIED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  ODDBALL-COUNT             PIC  9(7)    VALUE ZEROES.
         03  SKIPPED-COUNT             PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

           MOVE ODDBALL-COUNT          TO VAR-EDIT.
           DISPLAY 'Replays needing review ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SKIPPED-COUNT          TO VAR-EDIT.
           DISPLAY 'Already in the backup .... ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

           MOVE 'VUSERID'              TO VSAM-FILE(VUSER).
           MOVE 'IESLDUV'              TO VSAM-FILE(LDUM).
           MOVE 'IESAUQC'              TO VSAM-FILE(AUQC).
           MOVE 'IESBKRG'              TO VSAM-FILE(BKRG).

           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRNL).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF VUSER-KEY    TO VSAM-KEYL(VUSER).
           MOVE LENGTH OF LDUM-MFUSRID TO VSAM-KEYL(LDUM).
           MOVE LENGTH OF AUQC-KEY     TO VSAM-KEYL(AUQC).
           MOVE LENGTH OF BKRG-KEY     TO VSAM-KEYL(BKRG).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
           END-PERFORM

           OPEN INPUT IESJRNL
                      IESAUQC
                      IESBKRG.
           IF  WITH-UPDATES
               OPEN I-O   IESCNTL
                          BSTCNTL
               END-IF
           END-IF.

      * a from date on file overrides the registry
           IF  RTC-CODE = ZERO
           AND WORK-DATE-FROM > ZEROES
               SET  START-FROM-DATE    TO TRUE
           END-IF.

           IF  RTC-CODE = ZERO
           AND START-FROM-REGISTRY
               DISPLAY 'FORWARD RECOVERY FROM REGISTERED BACKUPS'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               PERFORM H00-FIND-RECOVERY-POINT THRU H99-EXIT
                 VARYING FSUB FROM 1 BY 1
                   UNTIL FSUB > 4
                      OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
           AND START-FROM-REGISTRY
               DISPLAY ' '           UPON PRINTER
               DISPLAY 'JOURNAL WINDOW AFTER ' WORK-START-DATE
                       '-' WORK-START-TIME '-' WORK-START-SEQNO
                       ' THRU ' WORK-DATE-TO
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

      * the earliest recovery point is the last change every backup
      * already holds, so the walk begins just past it
               MOVE WORK-START-POS     TO JRNL-KEY
               MOVE JRNL               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESJRNL KEY > JRNL-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               IF  STAT-NOTFND(VSUB)
                   SET STAT-EOFILE(VSUB) TO TRUE
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
           AND START-FROM-DATE
               DISPLAY 'FORWARD RECOVERY, JOURNAL WINDOW '
                       WORK-DATE-FROM ' THRU ' WORK-DATE-TO
                                     UPON PRINTER
                 BSTCNTL
                 VUSERID
                 IESLDUV
                 IESAUQC
                 IESBKRG.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
               GO TO C99-EXIT-PROCESS
           END-IF.

      * a change at or before its own file's recovery point is
      * already in the restored backup
           IF  START-FROM-REGISTRY
               PERFORM WITH TEST BEFORE
                 VARYING FSUB FROM 1 BY 1
                   UNTIL FSUB > 4
                      OR FILE-NAME(FSUB) = JRNL-FILE
                   CONTINUE
               END-PERFORM
               IF  FSUB NOT > 4
               AND JRNL-KEY NOT > FILE-POS(FSUB)
                   ADD  1              TO SKIPPED-COUNT
                   GO TO C99-EXIT-PROCESS
               END-IF
           END-IF.

           ADD  1                      TO ENTRY-COUNT.

           DISPLAY 'REPLAY: ' JRNL-DATE '-' JRNL-TIME
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE FILE'S RECOVERY POINT - THE JOURNAL POSITION OF ITS     *
      *    NEWEST COMPLETED BACKUP IN THE IESBKRG REGISTRY             *
      ******************************************************************
       H00-FIND-RECOVERY-POINT.
           MOVE ZEROES                 TO FILE-POS(FSUB)
                                          WORK-BKUP-DATE
                                          WORK-BKUP-TIME.
           MOVE SPACES                 TO WORK-BKUP-DSN.

           MOVE FILE-NAME(FSUB)        TO BKRG-FILE.
           MOVE ZEROES                 TO BKRG-DATE
                                          BKRG-TIME.
           SET  FUNC-START(BKRG)       TO TRUE.
           START IESBKRG KEY >= BKRG-KEY END-START.
           IF  NOT STAT-NORMAL(BKRG)
           AND NOT STAT-NOTFND(BKRG)
               MOVE BKRG               TO VSUB
               MOVE BKRG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H99-EXIT
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

               WHEN BKRG-FILE NOT = FILE-NAME(FSUB)
                 SET  STAT-EOFILE(VSUB) TO TRUE

               WHEN BKRG-COMPLETED
                 MOVE BKRG-JRNL-POS    TO FILE-POS(FSUB)
                 MOVE BKRG-DATE        TO WORK-BKUP-DATE
                 MOVE BKRG-TIME        TO WORK-BKUP-TIME
                 MOVE BKRG-BACKUP-DSN  TO WORK-BKUP-DSN

               WHEN OTHER
                 CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF  RTC-CODE NOT = ZERO
               GO TO H99-EXIT
           END-IF.
           SET  STAT-NORMAL(BKRG)      TO TRUE.

           IF  WORK-BKUP-DATE = ZEROES
               DISPLAY FILE-NAME(FSUB) ' - NO COMPLETED BACKUP '
                       'REGISTERED; REPLAYED FROM THE START OF THE '
                       'JOURNAL'
                                     UPON PRINTER
           ELSE
               DISPLAY FILE-NAME(FSUB) ' - BACKUP OF '
                       WORK-BKUP-DATE '-' WORK-BKUP-TIME
                       ' JOURNAL AT ' FILE-POS(FSUB)
                                     UPON PRINTER
               DISPLAY '          ' WORK-BKUP-DSN
                                     UPON PRINTER
           END-IF.

           IF  FILE-POS(FSUB) < WORK-START-POS
               MOVE FILE-POS(FSUB)     TO WORK-START-POS
           END-IF.
       H99-EXIT.
           EXIT.
