      *               LIKE IESCNTLR'S NOTIFICATION) WITH EXCEPTION
      *               LINES ONLY WHEN SOMETHING FAILED OR IS WAITING
      *               ON A HUMAN - MOST MORNINGS THE WHOLE ANSWER IS
      *               ONE "ALL QUIET" LINE.  DEAD LETTERS LEFT IN THE
      *               IESMLQ OUTBOUND MAIL QUEUE (MESSAGES IESMLDLV
      *               GAVE UP DELIVERING) ARE LISTED AND COUNTED AS
      *               EXCEPTIONS TOO, FOR RESEND THROUGH VSECMAIL.
      *               EVERY RUN OF A REPORT UNDER IESRVWC REVIEW
      *               CONTROL THAT IS STILL WITHOUT A VSECREVW SIGN-
      *               OFF IN THE IESREVW REGISTER PAST ITS DEADLINE IS
      *               LISTED AND COUNTED AS AN EXCEPTION AS WELL.
      *               SO ARE THE IESHOLD FOUR-EYES CHANGES STILL
      *               WAITING ON A SECOND ADMINISTRATOR, AND EVERY
      *               PENDING HELD CHANGE WHOSE APPROVAL WINDOW HAS
      *               CLOSED IS LISTED ONCE AND MARKED HOLD-EXPIRED.
      *               APART FROM THAT, NOTHING IS UPDATED.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *                ADMINISTRATOR PURGE PARKED ON ITS SECOND
      *                APPROVER IS STILL WAITING ON A HUMAN AND
      *                MUST NOT HIDE BEHIND AN "ALL QUIET" DIGEST.
      * 10/15/2026 DLC IESAUDT ENTRIES ARE NOW 124 BYTES - THE
      *                TAMPER-EVIDENT AUDT-CHAIN VALUES RIDE AT THE
      *                END OF THE RECORD.
      * 10/15/2026 DLC LIST AND COUNT THE DEAD LETTERS IN THE IESMLQ
      *                OUTBOUND MAIL QUEUE AS EXCEPTIONS; MAIL NOW
      *                GOES THROUGH THE QUEUE (MAILQUEB) SO A RELAY
      *                OUTAGE DELAYS IT INSTEAD OF LOSING IT.
      * 10/15/2026 DLC LIST AND COUNT THE COMPLIANCE REPORT RUNS (THE
      *                IESRUNH RUNS OF THE IESRVWC-CONTROLLED REPORTS)
      *                STILL NOT SIGNED OFF IN IESREVW PAST THEIR
      *                DEADLINE.
      * 10/15/2026 DLC COUNT THE VSECBMNT FOUR-EYES CHANGES HELD IN
      *                IESHOLD FOR A SECOND ADMINISTRATOR, AND LIST
      *                THOSE WHOSE APPROVAL WINDOW CLOSED TODAY AS
      *                EXPIRED.
      * 10/15/2026 DLC LIST EVERY PENDING HELD CHANGE PAST ITS WINDOW,
      *                NOT JUST THOSE LAPSING TODAY, SO A MISSED RUN
      *                CANNOT HIDE ONE, AND MARK IT HOLD-EXPIRED SO IT
      *                IS LISTED ONLY ONCE.  IESHOLD IS NOW OPENED I-O.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESMLQ
               ASSIGN TO IESMLQ
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS MLQ-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT IESRVWC
               ASSIGN TO IESRVWC
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS RVWC-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESRUNH
               ASSIGN TO IESRUNH
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT IESREVW
               ASSIGN TO IESREVW
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS REVW-KEY
               FILE STATUS IS FILE8-STAT
                              FILE8-FDBK.

           SELECT IESHOLD
               ASSIGN TO IESHOLD
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS FILE9-STAT
                              FILE9-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
       FILE SECTION.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESRFRL.
       FD  IESMAILC.
       COPY IESMAILC.

       FD  IESMLQ.
       COPY IESMLQ.

       FD  IESRVWC.
       COPY IESRVWC.

       FD  IESRUNH.
       COPY IESRUNH.

       FD  IESREVW.
       COPY IESREVW.

       FD  IESHOLD.
       COPY IESHOLD.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESDIGST'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.

         03  AUDT                      PIC S9(04)   BINARY VALUE 1.
         03  RFRL                      PIC S9(04)   BINARY VALUE 2.
         03  APRQ                      PIC S9(04)   BINARY VALUE 3.
         03  MAILC                     PIC S9(04)   BINARY VALUE 4.
         03  MLQ                       PIC S9(04)   BINARY VALUE 5.
         03  RVWC                      PIC S9(04)   BINARY VALUE 6.
         03  RUNH                      PIC S9(04)   BINARY VALUE 7.
         03  REVW                      PIC S9(04)   BINARY VALUE 8.
         03  HOLD                      PIC S9(04)   BINARY VALUE 9.

         03  RUNH-BROWSE-SW            PIC  X(1)    VALUE 'N'.
           88  RUNH-BROWSE-DONE                     VALUE 'Y'.

         03  EMAIL-SWITCH              PIC  X(1)    VALUE 'C'.
           88  EMAIL-CLOSED                         VALUE 'C'.

         03  WORK-TODAY                PIC  9(08).
         03  WORK-USRIDNT              PIC  X(08).
         03  WORK-TODAY-TOTD           PIC  9(08).
         03  WORK-REVIEW-CUTOFF        PIC  9(08).

         03  AUDT-TODAY-COUNT          PIC  9(7)    VALUE ZEROES.
         03  DELETE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  RFRL-FAIL-COUNT           PIC  9(7)    VALUE ZEROES.
         03  APRQ-PEND-COUNT           PIC  9(7)    VALUE ZEROES.
         03  APRQ-HALF-COUNT           PIC  9(7)    VALUE ZEROES.
         03  MLQ-DEAD-COUNT            PIC  9(7)    VALUE ZEROES.
         03  REVW-OVERDUE-COUNT        PIC  9(7)    VALUE ZEROES.
         03  HOLD-PEND-COUNT           PIC  9(7)    VALUE ZEROES.
         03  HOLD-LAPSED-COUNT         PIC  9(7)    VALUE ZEROES.
         03  EXCEPTION-COUNT           PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY JOBDATA.

       COPY DTEMAN.

       COPY RTCMAN.

       COPY VSMSTATW.
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM G00-PROCESS-IESMLQ THRU G99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(MLQ)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM H00-PROCESS-IESRVWC THRU H99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(RVWC)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM I00-PROCESS-IESHOLD THRU I99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(HOLD)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM F00-BUILD-DIGEST THRU F99-EXIT
           END-IF.
           MOVE 'IESRFRL'              TO VSAM-FILE(RFRL).
           MOVE 'IESAPRVQ'             TO VSAM-FILE(APRQ).
           MOVE 'IESMAILC'             TO VSAM-FILE(MAILC).
           MOVE 'IESMLQ'               TO VSAM-FILE(MLQ).
           MOVE 'IESRVWC'              TO VSAM-FILE(RVWC).
           MOVE 'IESRUNH'              TO VSAM-FILE(RUNH).
           MOVE 'IESREVW'              TO VSAM-FILE(REVW).
           MOVE 'IESHOLD'              TO VSAM-FILE(HOLD).

           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF RFRL-KEY     TO VSAM-KEYL(RFRL).
           MOVE LENGTH OF APRQ-KEY     TO VSAM-KEYL(APRQ).
           MOVE LENGTH OF MAILC-KEY    TO VSAM-KEYL(MAILC).
           MOVE LENGTH OF MLQ-KEY      TO VSAM-KEYL(MLQ).
           MOVE LENGTH OF RVWC-KEY     TO VSAM-KEYL(RVWC).
           MOVE LENGTH OF RUNH-KEY     TO VSAM-KEYL(RUNH).
           MOVE LENGTH OF REVW-KEY     TO VSAM-KEYL(REVW).
           MOVE LENGTH OF HOLD-KEY     TO VSAM-KEYL(HOLD).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
           OPEN INPUT IESAUDT
                      IESRFRL
                      IESAPRVQ
                      IESMAILC
                      IESMLQ
                      IESRVWC
                      IESRUNH
                      IESREVW.
           OPEN I-O   IESHOLD.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
               IF  STAT-NOTFND(VSUB)
                   SET STAT-EOFILE(VSUB) TO TRUE
               END-IF

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

               MOVE LOW-VALUES         TO RVWC-KEY
               MOVE RVWC               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESRVWC KEY >= RVWC-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE RVWC-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               IF  STAT-NOTFND(VSUB)
                   SET STAT-EOFILE(VSUB) TO TRUE
               END-IF

               MOVE LOW-VALUES         TO HOLD-KEY
               MOVE HOLD               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESHOLD KEY >= HOLD-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE HOLD-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               IF  STAT-NOTFND(VSUB)
                   SET STAT-EOFILE(VSUB) TO TRUE
               END-IF

               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-TOTD           TO WORK-TODAY-TOTD
           END-IF.

       B15-EXIT.
           CLOSE IESAUDT
                 IESRFRL
                 IESAPRVQ
                 IESMAILC
                 IESMLQ
                 IESRVWC
                 IESRUNH
                 IESREVW
                 IESHOLD.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
       F00-BUILD-DIGEST.
           COMPUTE EXCEPTION-COUNT
                 = RFRL-FAIL-COUNT + APRQ-PEND-COUNT
                 + APRQ-HALF-COUNT + MLQ-DEAD-COUNT
                 + REVW-OVERDUE-COUNT + HOLD-PEND-COUNT
                 + HOLD-LAPSED-COUNT.

           MOVE AUDT-TODAY-COUNT       TO VAR-EDIT.
           DISPLAY 'Audit entries today ...... ' VAR-EDIT
           MOVE APRQ-HALF-COUNT        TO VAR-EDIT.
           DISPLAY 'Awaiting 2nd approver .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE MLQ-DEAD-COUNT         TO VAR-EDIT.
           DISPLAY 'Undelivered dead letters . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REVW-OVERDUE-COUNT     TO VAR-EDIT.
           DISPLAY 'Report reviews overdue ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE HOLD-PEND-COUNT        TO VAR-EDIT.
           DISPLAY 'Held changes pending ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE HOLD-LAPSED-COUNT      TO VAR-EDIT.
           DISPLAY 'Held changes expired ..... ' VAR-EDIT
                                     UPON PRINTER.

           IF  NOT SEND-EMAIL
               GO TO F99-EXIT
                       DELIMITED BY SIZE INTO MAIL-BODY-TEXT
                   PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
               END-IF
               IF  MLQ-DEAD-COUNT > ZERO
                   MOVE MLQ-DEAD-COUNT  TO VAR-EDIT
                   MOVE SPACES          TO MAIL-BODY-TEXT
                   STRING 'UNDELIVERED MAIL (DEAD LETTERS): '
                          VAR-EDIT
                          ' - RESEND THROUGH VSECMAIL.<br>'
                       DELIMITED BY SIZE INTO MAIL-BODY-TEXT
                   PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
               END-IF
               IF  REVW-OVERDUE-COUNT > ZERO
                   MOVE REVW-OVERDUE-COUNT TO VAR-EDIT
                   MOVE SPACES          TO MAIL-BODY-TEXT
                   STRING 'REPORT RUNS NOT SIGNED OFF BY THEIR '
                          'DEADLINE: '
                          VAR-EDIT
                          ' - SIGN OFF THROUGH VSECREVW.<br>'
                       DELIMITED BY SIZE INTO MAIL-BODY-TEXT
                   PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
               END-IF
               IF  HOLD-PEND-COUNT > ZERO
                   MOVE HOLD-PEND-COUNT TO VAR-EDIT
                   MOVE SPACES          TO MAIL-BODY-TEXT
                   STRING 'SENSITIVE CHANGES AWAITING A SECOND '
                          'ADMINISTRATOR: '
                          VAR-EDIT
                          ' - APPROVE THROUGH VSECMGRP.<br>'
                       DELIMITED BY SIZE INTO MAIL-BODY-TEXT
                   PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
               END-IF
               IF  HOLD-LAPSED-COUNT > ZERO
                   MOVE HOLD-LAPSED-COUNT TO VAR-EDIT
                   MOVE SPACES          TO MAIL-BODY-TEXT
                   STRING 'HELD SENSITIVE CHANGES EXPIRED '
                          'UNAPPROVED: '
                          VAR-EDIT
                          ' - SEE IESDIGST SYSLST.<br>'
                       DELIMITED BY SIZE INTO MAIL-BODY-TEXT
                   PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
               END-IF
           END-IF.

           MOVE AUDT-TODAY-COUNT       TO VAR-EDIT.
       F99-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST THE OUTBOUND MAIL THAT COULD NOT BE DELIVERED          *
      ******************************************************************
       G00-PROCESS-IESMLQ.

           MOVE MLQ                    TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESMLQ NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE MLQ-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO G99-EXIT-PROCESS
           END-IF.

           IF  NOT MLQ-CONTROL-LINE
           OR  NOT MLQ-DEAD
               GO TO G00-PROCESS-IESMLQ
           END-IF.

           ADD  1                      TO MLQ-DEAD-COUNT.
           DISPLAY 'DEAD LETTER: QUEUED ' MLQ-QDATE
                   ' BY ' MLQ-ORIG-PGM
                   ' TO ' MLQ-HEAD-TO-GRP
                   ' RETN=' MLQ-LAST-RETN
                                     UPON PRINTER.
           DISPLAY '             ' MLQ-HEAD-SUBJECT
                                     UPON PRINTER.

       G99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    LIST THE COMPLIANCE REPORT RUNS STILL NOT SIGNED OFF PAST   *
      *    THEIR REVIEW DEADLINE - ONE IESRVWC ENTRY PER REPORT        *
      ******************************************************************
       H00-PROCESS-IESRVWC.

           MOVE RVWC                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESRVWC NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE RVWC-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO H99-EXIT-PROCESS
           END-IF.

      * a run that ended before the cutoff has had its full review
      * period - anything ending on or after it is not yet due
           MOVE WORK-TODAY-TOTD        TO DTE-TOTD.
           SUBTRACT RVWC-DEADLINE-DAYS FROM DTE-TOTD.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           CALL DTEMAN              USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO WORK-REVIEW-CUTOFF.

           MOVE RVWC-PGM               TO RUNH-PGM.
           MOVE RVWC-FROM-DATE         TO RUNH-START-DATE.
           MOVE ZEROES                 TO RUNH-START-TIME.
           MOVE RUNH                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESRUNH KEY >= RUNH-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE RUNH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO H99-EXIT-PROCESS
           END-IF.

           MOVE 'N'                    TO RUNH-BROWSE-SW.
           PERFORM H10-CHECK-RUN THRU H19-EXIT
             UNTIL RUNH-BROWSE-DONE
                OR RTC-CODE NOT = ZERO.

       H99-EXIT-PROCESS.
           EXIT.

      * one run of the report, in start order - the browse stops at
      * the next report's runs or at the first run not yet due
       H10-CHECK-RUN.
           MOVE RUNH                   TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESRUNH NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE RUNH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               SET  RUNH-BROWSE-DONE   TO TRUE
               GO TO H19-EXIT
           END-IF.

           IF  RUNH-PGM NOT = RVWC-PGM
           OR  RUNH-END-DATE NOT < WORK-REVIEW-CUTOFF
               SET  RUNH-BROWSE-DONE   TO TRUE
               GO TO H19-EXIT
           END-IF.

           MOVE RUNH-KEY               TO REVW-KEY.
           MOVE REVW                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ IESREVW RECORD END-READ.
           IF  STAT-NORMAL(VSUB)
               GO TO H19-EXIT
           END-IF.
           IF  NOT STAT-NOTFND(VSUB)
               MOVE REVW-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H19-EXIT
           END-IF.

           ADD  1                      TO REVW-OVERDUE-COUNT.
           DISPLAY 'REVIEW OVERDUE: ' RUNH-PGM
                   ' RUN ' RUNH-START-DATE '-' RUNH-START-TIME
                   ' ENDED ' RUNH-END-DATE
                   ' DEADLINE ' RVWC-DEADLINE-DAYS ' DAYS'
                                     UPON PRINTER.

       H19-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT THE FOUR-EYES CHANGES STILL WAITING ON A SECOND       *
      *    ADMINISTRATOR AND LIST EVERY PENDING ONE WHOSE APPROVAL     *
      *    WINDOW HAS CLOSED - HOLD-EXPIRES IS THE FIRST DAY A HOLD    *
      *    CAN NO LONGER BE APPROVED.  A LISTED HOLD IS MARKED         *
      *    HOLD-EXPIRED SO THE NEXT DIGEST DOES NOT LIST IT AGAIN      *
      ******************************************************************
       I00-PROCESS-IESHOLD.

           MOVE HOLD                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESHOLD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE HOLD-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO I99-EXIT-PROCESS
           END-IF.

           IF  HOLD-PENDING
           AND HOLD-EXPIRES > WORK-TODAY
               ADD  1                  TO HOLD-PEND-COUNT
               GO TO I99-EXIT-PROCESS
           END-IF.

           IF  NOT HOLD-PENDING
           OR  HOLD-EXPIRES > WORK-TODAY
               GO TO I99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO HOLD-LAPSED-COUNT.
           IF  HOLD-FUNC-ADD-MEMBER
               DISPLAY 'HELD CHANGE EXPIRED: ' HOLD-USRIDNT
                       ' ADD TO GROUP ' HOLD-GROUP
                       ' (' HOLD-SENS-NAME ')'
                                     UPON PRINTER
           ELSE
               DISPLAY 'HELD CHANGE EXPIRED: ' HOLD-USRIDNT
                       ' PERMIT ' HOLD-ACCESS
                       ' ' HOLD-APPL '/' HOLD-TRANS
                       ' (' HOLD-SENS-NAME ')'
                                     UPON PRINTER
               DISPLAY '                     ' HOLD-RESOURCE
                                     UPON PRINTER
           END-IF.
           DISPLAY '                     ASKED BY ' HOLD-REQ-BY
                   ' ON ' HOLD-REQ-DATE '-' HOLD-REQ-TIME
                                     UPON PRINTER.

           SET  HOLD-EXPIRED           TO TRUE.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           REWRITE IESHOLD-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE HOLD-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       I99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    EMAIL ROUTINES - SAME SHAPE AS IESCNTLR'S NOTIFICATION      *
      ******************************************************************
