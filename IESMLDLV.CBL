      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESMLDLV.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       OUTBOUND MAIL QUEUE DELIVERY PASS, SCHEDULED TO
      *               RUN THROUGHOUT THE DAY.  WALKS THE IESMLQ QUEUE
      *               AND HANDS EVERY PENDING MESSAGE THAT IS DUE TO
      *               MAILWRTB, REPLAYING THE HEAD, DISTRIBUTION, AND
      *               BODY LINES EXACTLY AS THE SENDER SUPPLIED THEM.
      *               A MESSAGE MAILWRTB ACCEPTS IS MARKED DELIVERED;
      *               ONE IT REFUSES IS RETRIED ON A LATER PASS AFTER
      *               A BACKOFF THAT DOUBLES WITH EACH ATTEMPT (15
      *               MINUTES, 30, 60, ... NEVER MORE THAN 8 HOURS),
      *               UNTIL THE SITE'S ATTEMPT LIMIT - MAILC-THRESHOLD
      *               ON THIS PROGRAM'S IESMAILC RECORD, DEFAULT 8 -
      *               MAKES IT A DEAD LETTER FOR IESDIGST TO REPORT AND
      *               VSECMAIL TO RESEND.  THREE REFUSALS IN A ROW ARE
      *               TAKEN AS THE RELAY BEING DOWN: THE REST OF THE
      *               QUEUE IS LEFT FOR THE NEXT PASS WITHOUT SPENDING
      *               ITS ATTEMPTS.  DELIVERED AND DEAD MESSAGES, AND
      *               LINES OF MESSAGES THE SENDER NEVER COMPLETED,
      *               ARE PURGED AFTER THE GRACE DAYS ON THIS
      *               PROGRAM'S IESPURGC RECORD (DEFAULT 14).  A NEW
      *               DEAD LETTER ENDS THE RUN WITH RC=4.

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
           SYSLST IS PRINTER.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT IESMLQ
               ASSIGN TO IESMLQ
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS MLQ-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESMAILC
               ASSIGN TO IESMAILC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MAILC-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESPURGC
               ASSIGN TO IESPURGC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS PURGC-KEY
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

       FD  IESMLQ.
       COPY IESMLQ.

       FD  IESMAILC.
       COPY IESMAILC.

       FD  IESPURGC.
       COPY IESPURGC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESMLDLV'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILWRTB'.

         03  MLQ                       PIC S9(04)   BINARY VALUE 1.
         03  MAILC                     PIC S9(04)   BINARY VALUE 2.
         03  PURGC                     PIC S9(04)   BINARY VALUE 3.

      * site-set limits, loaded from IESMAILC / IESPURGC when on file
         03  MAX-ATTEMPTS              PIC  9(03)   VALUE 8.
         03  KEEP-DAYS                 PIC  9(05)   VALUE 14.
         03  BACKOFF-BASE              PIC  9(05)   VALUE 15.
         03  BACKOFF-CAP               PIC  9(05)   VALUE 480.
         03  RELAY-DOWN-LIMIT          PIC  9(03)   VALUE 3.

         03  NOW-MINUTE                PIC  9(11)   VALUE ZEROES.
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-PURGE-DATE           PIC  9(08)   VALUE ZEROES.
         03  WORK-HH                   PIC  9(02).
         03  WORK-MM                   PIC  9(02).
         03  WORK-BACKOFF              PIC  9(05).
         03  WORK-RETN                 PIC  9(04).
         03  WORK-LINE                 PIC  9(05).
         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  FAIL-STREAK               PIC  9(03)   VALUE ZEROES.

         03  RELAY-SW                  PIC  X(01)   VALUE 'N'.
           88  RELAY-IS-DOWN                        VALUE 'Y'.

      * the message in hand, and the id of the last control record
      * seen so the lines of an incomplete message can be recognized
         03  LAST-MSGID                PIC  X(27)   VALUE LOW-VALUES.
         03  HOLD-LINE-COUNT           PIC  9(05)   VALUE ZEROES.
         03  WORK-STATUS-TEXT          PIC  X(11).

         03  DELIVERED-COUNT           PIC  9(7)    VALUE ZEROES.
         03  RETRY-COUNT               PIC  9(7)    VALUE ZEROES.
         03  DEAD-COUNT                PIC  9(7)    VALUE ZEROES.
         03  WAITING-COUNT             PIC  9(7)    VALUE ZEROES.
         03  DEFERRED-COUNT            PIC  9(7)    VALUE ZEROES.
         03  DEAD-ON-FILE-COUNT        PIC  9(7)    VALUE ZEROES.
         03  PURGED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  STRAY-COUNT               PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

       COPY DTEMAN.

       COPY RUNMAN.

       COPY RTCMAN.

       COPY VSMSTATW.

      * MAINFRAME MAIL INTERFACE
       01  MAILWRTR-COMMAREA.
         COPY MAILWRTR.

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

           IF  RTC-CODE = ZERO
               PERFORM C00-PROCESS-QUEUE THRU C99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(MLQ)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE DELIVERED-COUNT        TO VAR-EDIT.
           DISPLAY 'Messages delivered ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RETRY-COUNT            TO VAR-EDIT.
           DISPLAY 'Failed, will retry ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DEAD-COUNT             TO VAR-EDIT.
           DISPLAY 'New dead letters ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE WAITING-COUNT          TO VAR-EDIT.
           DISPLAY 'Waiting out a backoff .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DEFERRED-COUNT         TO VAR-EDIT.
           DISPLAY 'Deferred, relay down ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DEAD-ON-FILE-COUNT     TO VAR-EDIT.
           DISPLAY 'Dead letters on file ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE PURGED-COUNT           TO VAR-EDIT.
           DISPLAY 'Finished messages purged . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE STRAY-COUNT            TO VAR-EDIT.
           DISPLAY 'Incomplete lines purged .. ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

      * note the start of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-START      TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE ZEROES                 TO RUN-RETCODE
                                          RUN-COUNT1
                                          RUN-COUNT2
                                          RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           MOVE 'IESMLQ'               TO VSAM-FILE(MLQ).
           MOVE 'IESMAILC'             TO VSAM-FILE(MAILC).
           MOVE 'IESPURGC'             TO VSAM-FILE(PURGC).

           MOVE LENGTH OF MLQ-KEY      TO VSAM-KEYL(MLQ).
           MOVE LENGTH OF MAILC-KEY    TO VSAM-KEYL(MAILC).
           MOVE LENGTH OF PURGC-KEY    TO VSAM-KEYL(PURGC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM.

           OPEN I-O   IESMLQ
                INPUT IESMAILC
                      IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

      * pick up the site's attempt limit and purge grace, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO MAILC-PGM
               READ IESMAILC RECORD END-READ
               IF  STAT-NORMAL(MAILC)
                   IF  MAILC-THRESHOLD > ZEROES
                   AND MAILC-THRESHOLD < 1000
                       MOVE MAILC-THRESHOLD TO MAX-ATTEMPTS
                   END-IF
               ELSE
                   IF  NOT STAT-NOTFND(MAILC)
                       MOVE MAILC      TO VSUB
                       MOVE MAILC-KEY  TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO PURGC-PGM
               READ IESPURGC RECORD END-READ
               IF  STAT-NORMAL(PURGC)
                   MOVE PURGC-GRACE-DAYS
                                       TO KEEP-DAYS
               ELSE
                   IF  NOT STAT-NOTFND(PURGC)
                       MOVE PURGC      TO VSUB
                       MOVE PURGC-KEY  TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

      * the minute of this pass, and the date a finished message must
      * be older than before it is purged
           IF  RTC-CODE = ZERO
               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE           TO WORK-TODAY
               MOVE NUM-TIME(1:2)      TO WORK-HH
               MOVE NUM-TIME(3:2)      TO WORK-MM
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               COMPUTE NOW-MINUTE = DTE-TOTD * 1440
                                  + WORK-HH * 60 + WORK-MM
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT KEEP-DAYS    FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-PURGE-DATE

               MOVE MAX-ATTEMPTS       TO VAR-EDIT
               DISPLAY 'OUTBOUND MAIL DELIVERY PASS ' WORK-TODAY
                       ' ' NUM-TIME ' - ATTEMPT LIMIT' VAR-EDIT
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE LOW-VALUES         TO MLQ-KEY
               MOVE MLQ                TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESMLQ KEY >= MLQ-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE MLQ-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               IF  STAT-NOTFND(VSUB)
                   SET STAT-EOFILE(VSUB) TO TRUE
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

           CLOSE IESMLQ
                 IESMAILC
                 IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * a message given up on is a finding the JCL must see
           IF  RTC-CODE = ZERO
           AND DEAD-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE DELIVERED-COUNT        TO RUN-COUNT1.
           MOVE RETRY-COUNT            TO RUN-COUNT2.
           MOVE DEAD-COUNT             TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    WALK THE QUEUE - EACH CONTROL RECORD DECIDES WHAT HAPPENS   *
      *    TO ITS MESSAGE; A LINE WITH NO CONTROL RECORD AHEAD OF IT   *
      *    BELONGS TO A MESSAGE ITS SENDER NEVER COMPLETED             *
      ******************************************************************
       C00-PROCESS-QUEUE.

           MOVE MLQ                    TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESMLQ NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE MLQ-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  NOT MLQ-CONTROL-LINE
               IF  MLQ-MSGID NOT = LAST-MSGID
               AND MLQ-QDATE < WORK-PURGE-DATE
                   PERFORM E20-DELETE-CURRENT THRU E25-EXIT
                   ADD  1              TO STRAY-COUNT
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           MOVE MLQ-MSGID              TO LAST-MSGID.

           EVALUATE TRUE
             WHEN MLQ-PENDING
               IF  MLQ-NEXT-MINUTE > NOW-MINUTE
                   ADD  1              TO WAITING-COUNT
               ELSE
                   IF  RELAY-IS-DOWN
                       ADD  1          TO DEFERRED-COUNT
                   ELSE
                       PERFORM D00-DELIVER-MESSAGE THRU D99-EXIT
                   END-IF
               END-IF
             WHEN MLQ-DEAD
               IF  MLQ-DONE-DATE < WORK-PURGE-DATE
                   PERFORM E00-PURGE-MESSAGE THRU E05-EXIT
               ELSE
                   ADD  1              TO DEAD-ON-FILE-COUNT
               END-IF
             WHEN MLQ-DELIVERED
               IF  MLQ-DONE-DATE < WORK-PURGE-DATE
                   PERFORM E00-PURGE-MESSAGE THRU E05-EXIT
               END-IF
           END-EVALUATE.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    REPLAY ONE MESSAGE THROUGH MAILWRTB, THEN RECORD HOW IT     *
      *    WENT ON ITS CONTROL RECORD                                  *
      ******************************************************************
       D00-DELIVER-MESSAGE.
           MOVE MLQ-LINE-COUNT         TO HOLD-LINE-COUNT.
           MOVE ZEROES                 TO WORK-RETN.

           INITIALIZE MAILWRTR-COMMAREA.
           SET  MAIL-HEAD-PARMS        TO TRUE.
           MOVE MLQ-HEAD-TO-GRP        TO MAIL-HEAD-TO-GRP.
           MOVE MLQ-HEAD-SUBJECT       TO MAIL-HEAD-SUBJECT.
           MOVE MLQ-HEAD-SYSTEM        TO MAIL-HEAD-SYSTEM.
           MOVE MLQ-DELIVERY-SW        TO MAIL-DELIVERY-SW.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           PERFORM D10-SEND-LINE THRU D15-EXIT
             VARYING WORK-LINE FROM 1 BY 1
               UNTIL WORK-LINE > HOLD-LINE-COUNT
                  OR WORK-RETN NOT = ZEROES
                  OR RTC-CODE NOT = ZERO.
           IF  RTC-CODE NOT = ZERO
               GO TO D99-EXIT
           END-IF.

           IF  WORK-RETN = ZEROES
               SET  MAIL-MESG-COMPLETE TO TRUE
               PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
           END-IF.

           PERFORM D20-RECORD-OUTCOME THRU D25-EXIT.

      * step past this message's lines to the next control record
           MOVE LOW-VALUES             TO MLQ-KEY.
           MOVE LAST-MSGID             TO MLQ-MSGID.
           MOVE 99999                  TO MLQ-LINE.
           MOVE MLQ                    TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESMLQ KEY > MLQ-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           ELSE
               IF  NOT STAT-NORMAL(VSUB)
                   MOVE MLQ-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
       D99-EXIT.
           EXIT.

      * a missing line means the message can never go out whole -
      * treat it as a refusal so it runs out its attempts visibly
       D10-SEND-LINE.
           MOVE LAST-MSGID             TO MLQ-MSGID.
           MOVE WORK-LINE              TO MLQ-LINE.
           MOVE MLQ                    TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ IESMLQ RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  STAT-NOTFND(VSUB)
                   MOVE 9999           TO WORK-RETN
               ELSE
                   MOVE MLQ-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D15-EXIT
           END-IF.

           IF  MLQ-DIST-LINE
               SET  MAIL-DIST-PARMS    TO TRUE
               MOVE MLQ-LINE-TEXT      TO MAIL-DIST-TO-GRP
           ELSE
               SET  MAIL-BODY-PARMS    TO TRUE
               MOVE MLQ-LINE-TEXT      TO MAIL-BODY-TEXT
           END-IF.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.
       D15-EXIT.
           EXIT.

       D20-RECORD-OUTCOME.
           MOVE LAST-MSGID             TO MLQ-MSGID.
           MOVE ZEROES                 TO MLQ-LINE.
           MOVE MLQ                    TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ IESMLQ RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE MLQ-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D25-EXIT
           END-IF.

           ADD  1                      TO MLQ-ATTEMPTS.
           MOVE WORK-TODAY             TO MLQ-LAST-DATE.
           MOVE NUM-TIME               TO MLQ-LAST-TIME.
           MOVE WORK-RETN              TO MLQ-LAST-RETN.

           EVALUATE TRUE
             WHEN WORK-RETN = ZEROES
               SET  MLQ-DELIVERED      TO TRUE
               MOVE WORK-TODAY         TO MLQ-DONE-DATE
               MOVE ZEROES             TO FAIL-STREAK
               ADD  1                  TO DELIVERED-COUNT
               MOVE 'DELIVERED '       TO WORK-STATUS-TEXT
             WHEN MLQ-ATTEMPTS >= MAX-ATTEMPTS
               SET  MLQ-DEAD           TO TRUE
               MOVE WORK-TODAY         TO MLQ-DONE-DATE
               ADD  1                  TO FAIL-STREAK
               ADD  1                  TO DEAD-COUNT
                                          DEAD-ON-FILE-COUNT
               MOVE 'DEAD LETTER'      TO WORK-STATUS-TEXT
             WHEN OTHER
               PERFORM D30-COMPUTE-BACKOFF THRU D35-EXIT
               COMPUTE MLQ-NEXT-MINUTE = NOW-MINUTE + WORK-BACKOFF
               ADD  1                  TO FAIL-STREAK
               ADD  1                  TO RETRY-COUNT
               MOVE 'WILL RETRY '      TO WORK-STATUS-TEXT
           END-EVALUATE.

           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           REWRITE IESMLQ-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE MLQ-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D25-EXIT
           END-IF.

           MOVE MLQ-ATTEMPTS           TO VAR-EDIT.
           DISPLAY WORK-STATUS-TEXT ' ' MLQ-MSGID
                   ' RETN=' WORK-RETN ' TRIES=' VAR-EDIT
                   ' ' MLQ-ORIG-PGM ' ' MLQ-HEAD-SUBJECT(1:40)
                                     UPON PRINTER.

           IF  FAIL-STREAK >= RELAY-DOWN-LIMIT
           AND NOT RELAY-IS-DOWN
               SET  RELAY-IS-DOWN      TO TRUE
               DISPLAY THIS-PGM ': MAILWRTB REFUSED '
                       RELAY-DOWN-LIMIT ' MESSAGES IN A ROW - '
                       'RELAY TAKEN AS DOWN, REST OF QUEUE LEFT '
                       'FOR THE NEXT PASS'
                                     UPON CONSOLE
               DISPLAY '*** RELAY TAKEN AS DOWN - REMAINING '
                       'MESSAGES DEFERRED ***'
                                     UPON PRINTER
           END-IF.
       D25-EXIT.
           EXIT.

      * the wait doubles with every failed attempt, up to the cap
       D30-COMPUTE-BACKOFF.
           MOVE BACKOFF-BASE           TO WORK-BACKOFF.
           PERFORM D40-DOUBLE-BACKOFF THRU D45-EXIT
             VARYING SUB FROM 2 BY 1
               UNTIL SUB > MLQ-ATTEMPTS
                  OR WORK-BACKOFF >= BACKOFF-CAP.
           IF  WORK-BACKOFF > BACKOFF-CAP
               MOVE BACKOFF-CAP        TO WORK-BACKOFF
           END-IF.
       D35-EXIT.
           EXIT.

       D40-DOUBLE-BACKOFF.
           COMPUTE WORK-BACKOFF = WORK-BACKOFF * 2.
       D45-EXIT.
           EXIT.

      /*****************************************************************
      *    PURGE A FINISHED MESSAGE - EVERY LINE, THEN THE CONTROL     *
      *    RECORD - AND PICK UP THE WALK AFTER IT                      *
      ******************************************************************
       E00-PURGE-MESSAGE.
           MOVE MLQ-LINE-COUNT         TO WORK-LINE.
           PERFORM E10-DELETE-LINE THRU E15-EXIT
             UNTIL WORK-LINE < 1
                OR RTC-CODE NOT = ZERO.
           IF  RTC-CODE NOT = ZERO
               GO TO E05-EXIT
           END-IF.

           MOVE LAST-MSGID             TO MLQ-MSGID.
           MOVE ZEROES                 TO MLQ-LINE.
           PERFORM E20-DELETE-CURRENT THRU E25-EXIT.
           ADD  1                      TO PURGED-COUNT.

           MOVE LAST-MSGID             TO MLQ-MSGID.
           MOVE 99999                  TO MLQ-LINE.
           MOVE MLQ                    TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESMLQ KEY > MLQ-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           ELSE
               IF  NOT STAT-NORMAL(VSUB)
                   MOVE MLQ-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
       E05-EXIT.
           EXIT.

       E10-DELETE-LINE.
           MOVE LAST-MSGID             TO MLQ-MSGID.
           MOVE WORK-LINE              TO MLQ-LINE.
           PERFORM E20-DELETE-CURRENT THRU E25-EXIT.
           SUBTRACT 1                FROM WORK-LINE.
       E15-EXIT.
           EXIT.

      * a line already gone is no error - the purge just carries on
       E20-DELETE-CURRENT.
           MOVE MLQ                    TO VSUB.
           SET  FUNC-DELETE(VSUB)      TO TRUE.
           DELETE IESMLQ RECORD END-DELETE.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE MLQ-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       E25-EXIT.
           EXIT.

      /*****************************************************************
      *    MAIL ROUTINES                                               *
      ******************************************************************

      * any refusal along the way fails the whole message
       R00-CALL-MAILWRTR.
           CALL MAILWRTR            USING MAILWRTR-COMMAREA.
           IF  MAIL-RETN NOT = ZEROES
           AND WORK-RETN = ZEROES
               MOVE MAIL-RETN          TO WORK-RETN
           END-IF.
           MOVE SPACES                 TO MAIL-PARMS.
       R05-EXIT.
           EXIT.
