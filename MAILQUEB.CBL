      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILQUEB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       BATCH OUTBOUND MAIL QUEUE WRITER.  CALLED WITH
      *               THE MAILWRTR COMMAREA IN PLACE OF MAILWRTB, STEP
      *               FOR STEP THE SAME PROTOCOL - HEAD, DISTRIBUTION,
      *               BODY LINES, COMPLETE - BUT INSTEAD OF HANDING
      *               THE MESSAGE TO THE SMTP RELAY IT WRITES IT TO
      *               THE IESMLQ OUTBOUND QUEUE, WHERE IESMLDLV PICKS
      *               IT UP AND DELIVERS IT WITH RETRIES.  THE
      *               MESSAGE'S CONTROL RECORD IS WRITTEN ONLY WHEN
      *               THE CALLER COMPLETES IT.  THE FILE OPENS ON
      *               FIRST USE AND STAYS OPEN ACROSS CALLS, THE WAY
      *               JRNLMANB HOLDS ITS FILE.  IF THE QUEUE CANNOT BE
      *               OPENED AT ALL, EVERY CALL FOR THE REST OF THE
      *               STEP IS PASSED STRAIGHT THROUGH TO MAILWRTB SO
      *               THE MAIL STILL GOES OUT THE OLD WAY.  ERRORS
      *               COME BACK IN MAIL-RETN AND ARE NEVER FATAL TO
      *               THE CALLER.

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

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT IESMLQ
               ASSIGN TO IESMLQ
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS MLQ-KEY
               FILE STATUS IS MLQF-STAT
                              MLQF-FDBK.

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

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'MAILQUEB'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.
         03  MAILWRTB                  PIC  X(08)   VALUE 'MAILWRTB'.

         03  MLQF-STAT                 PIC  X(02).
           88  MLQF-NORMAL                          VALUE '00'.
           88  MLQF-DUPKEY                          VALUE '22'.
         03  MLQF-FDBK                 PIC  X(06).

         03  OPEN-SW                   PIC  X(01)   VALUE 'N'.
           88  MLQ-FILE-OPEN                        VALUE 'Y'.
           88  MLQ-PASS-THROUGH                     VALUE 'X'.

         03  MESG-SW                   PIC  X(01)   VALUE 'N'.
           88  MESG-IN-PROGRESS                     VALUE 'Y'.
           88  MESG-ABANDONED                       VALUE 'A'.

         03  MLQ-SEQ-CTR               PIC  9(03)   VALUE ZEROES.
         03  MLQ-RETRY-CTR             PIC  9(03)   VALUE ZEROES.

      * the message being built - its control record is held here
      * until the caller completes the message
         03  HOLD-CONTROL              PIC  X(250).

       COPY DATETIME.

       COPY JOBDATA.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  MAILWRTR-COMMAREA.
         COPY MAILWRTR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION         USING MAILWRTR-COMMAREA.

       A00-MAINLINE-ROUTINE.

           MOVE ZEROES                 TO MAIL-RETN.

           IF  MLQ-PASS-THROUGH
               CALL MAILWRTB        USING MAILWRTR-COMMAREA
               GOBACK
           END-IF.

           IF  NOT MAIL-HEAD-PARMS
           AND NOT MAIL-DIST-PARMS
           AND NOT MAIL-BODY-PARMS
           AND NOT MAIL-MESG-COMPLETE
               MOVE 12                 TO MAIL-RETN
               GOBACK
           END-IF.

      * a queue that will not open must not cost the caller its mail
           IF  NOT MLQ-FILE-OPEN
               OPEN I-O IESMLQ
               IF  NOT MLQF-NORMAL
                   PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
                   DISPLAY THIS-PGM ': MAIL QUEUE UNAVAILABLE, '
                           'SENDING DIRECT THROUGH MAILWRTB'
                                     UPON CONSOLE
                   SET  MLQ-PASS-THROUGH TO TRUE
                   MOVE ZEROES         TO MAIL-RETN
                   CALL MAILWRTB    USING MAILWRTR-COMMAREA
                   GOBACK
               END-IF
               SET  MLQ-FILE-OPEN      TO TRUE
               CALL JOBDATA         USING JOBDATA-PARMS
           END-IF.

           EVALUATE TRUE
             WHEN MAIL-HEAD-PARMS
               PERFORM C00-START-MESSAGE THRU C05-EXIT
             WHEN MAIL-DIST-PARMS
               PERFORM D00-QUEUE-LINE THRU D05-EXIT
             WHEN MAIL-BODY-PARMS
               PERFORM D00-QUEUE-LINE THRU D05-EXIT
             WHEN MAIL-MESG-COMPLETE
               PERFORM E00-COMPLETE-MESSAGE THRU E05-EXIT
           END-EVALUATE.

           GOBACK.

      /*****************************************************************
      *    OPEN A NEW MESSAGE - ASSIGN ITS ID AND HOLD THE HEAD        *
      *    PARAMETERS FOR THE CONTROL RECORD                           *
      ******************************************************************
       C00-START-MESSAGE.
           MOVE SPACES                 TO IESMLQ-RECORD.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO MLQ-QDATE.
           MOVE WRK-DATETIME(9:8)      TO MLQ-QTIME.
           SET  MLQ-FROM-BATCH         TO TRUE.
           MOVE JOBD-PWR-NUMB          TO MLQ-QNUMB.
           ADD  1                      TO MLQ-SEQ-CTR.
           MOVE MLQ-SEQ-CTR            TO MLQ-QSEQ.
           MOVE ZEROES                 TO MLQ-LINE.

           SET  MLQ-PENDING            TO TRUE.
           MOVE ZEROES                 TO MLQ-ATTEMPTS
                                          MLQ-NEXT-MINUTE
                                          MLQ-LAST-DATE
                                          MLQ-LAST-TIME
                                          MLQ-LAST-RETN
                                          MLQ-LINE-COUNT
                                          MLQ-DONE-DATE
                                          MLQ-RESEND-DATE.
           MOVE JOBD-EXEC-PGM          TO MLQ-ORIG-PGM.
           MOVE JOBD-PWR-NAME          TO MLQ-ORIG-JOB.
           MOVE MAIL-HEAD-TO-GRP       TO MLQ-HEAD-TO-GRP.
           MOVE MAIL-HEAD-SUBJECT      TO MLQ-HEAD-SUBJECT.
           MOVE MAIL-HEAD-SYSTEM       TO MLQ-HEAD-SYSTEM.
           MOVE MAIL-DELIVERY-SW       TO MLQ-DELIVERY-SW.
           MOVE SPACES                 TO MLQ-RESEND-USER.

           MOVE IESMLQ-RECORD          TO HOLD-CONTROL.
           SET  MESG-IN-PROGRESS       TO TRUE.
       C05-EXIT.
           EXIT.

      /*****************************************************************
      *    QUEUE ONE DISTRIBUTION OR BODY LINE - THE FIRST LINE OF A   *
      *    MESSAGE BUMPS THE SEQUENCE AND RETRIES ON A DUPLICATE KEY   *
      ******************************************************************
       D00-QUEUE-LINE.
           IF  NOT MESG-IN-PROGRESS
               MOVE 8                  TO MAIL-RETN
               GO TO D05-EXIT
           END-IF.

           MOVE HOLD-CONTROL           TO IESMLQ-RECORD.
           ADD  1                      TO MLQ-LINE-COUNT.
           MOVE IESMLQ-RECORD          TO HOLD-CONTROL.

           MOVE MLQ-LINE-COUNT         TO MLQ-LINE.
           MOVE SPACES                 TO MLQ-DATA.
           IF  MAIL-DIST-PARMS
               SET  MLQ-DIST-LINE      TO TRUE
               MOVE MAIL-DIST-TO-GRP   TO MLQ-LINE-TEXT
           ELSE
               SET  MLQ-BODY-LINE      TO TRUE
               MOVE MAIL-BODY-TEXT     TO MLQ-LINE-TEXT
           END-IF.

           MOVE ZEROES                 TO MLQ-RETRY-CTR.
           PERFORM D10-ATTEMPT-WRITE THRU D10-EXIT.

           IF  NOT MLQF-NORMAL
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               SET  MESG-ABANDONED     TO TRUE
           END-IF.
       D05-EXIT.
           EXIT.

       D10-ATTEMPT-WRITE.
           ADD  1                      TO MLQ-RETRY-CTR.
           WRITE IESMLQ-RECORD END-WRITE.

      * another step shared this job number, time, and sequence -
      * only possible on the first line, before anything is queued
           IF  MLQF-DUPKEY
           AND MLQ-LINE = 1
           AND MLQ-RETRY-CTR < 999
               ADD  1                  TO MLQ-SEQ-CTR
               MOVE MLQ-SEQ-CTR        TO MLQ-QSEQ
               MOVE MLQ-MSGID          TO HOLD-CONTROL(1:27)
               GO TO D10-ATTEMPT-WRITE
           END-IF.
       D10-EXIT.
           EXIT.

      /*****************************************************************
      *    THE CALLER HAS FINISHED THE MESSAGE - WRITE ITS CONTROL     *
      *    RECORD, WHICH IS WHAT MAKES IT DELIVERABLE                  *
      ******************************************************************
       E00-COMPLETE-MESSAGE.
           IF  NOT MESG-IN-PROGRESS
               MOVE 8                  TO MAIL-RETN
               MOVE 'N'                TO MESG-SW
               GO TO E05-EXIT
           END-IF.

           MOVE HOLD-CONTROL           TO IESMLQ-RECORD.
           WRITE IESMLQ-RECORD END-WRITE.
           IF  NOT MLQF-NORMAL
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
           END-IF.
           MOVE 'N'                    TO MESG-SW.
       E05-EXIT.
           EXIT.

      /*****************************************************************
      *    HAND THE FILE STATUS BACK AND NOTE IT ON THE CONSOLE        *
      ******************************************************************
       Z00-REPORT-ERROR.
           MOVE 8                      TO MAIL-RETN.
           DISPLAY THIS-PGM ': IESMLQ ERROR, STAT=' MLQF-STAT
                   ' FDBK=' MLQF-FDBK ' MSGID=' MLQ-MSGID
                                     UPON CONSOLE.
       Z05-EXIT.
           EXIT.
