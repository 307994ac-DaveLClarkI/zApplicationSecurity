      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESSNOWO.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       SERVICENOW TICKET STATUS RETURN FEED.  WALKS THE
      *               IESSNTX TICKET INDEX IESSNOWI BUILDS AND, FOR
      *               EVERY TICKET WHOSE IESACRQ ENTRY HAS CHANGED
      *               STATUS SINCE THE LAST FEED, WRITES ONE IESSNST
      *               LINE - QUEUED, APPROVED, REJECTED, FULFILLED, OR
      *               UNFULFILLABLE, WITH THE ENTRY'S OWN DATE/TIME
      *               AND DECIDER STAMPS - SO THE TICKET CLOSES
      *               ITSELF.  A TICKET REFUSED AT INTAKE GOES BACK
      *               REJECTED WITH ITS REASON; ONE WHOSE QUEUE ENTRY
      *               HAS GONE GOES BACK UNFULFILLABLE.  A TICKET
      *               WHOSE FINAL STATUS HAS ALREADY BEEN SENT IS
      *               PASSED OVER WITHOUT READING THE QUEUE.  UPSI-7
      *               ON RECORDS WHAT WAS SENT ON THE INDEX, SO THE
      *               NEXT NIGHT SENDS ONLY WHAT CHANGES; OTHERWISE
      *               THE FEED IS WRITTEN BUT NOTHING IS RECORDED AND
      *               THE SAME LINES GO AGAIN.  RC=4 WHEN A FILED
      *               TICKET'S QUEUE ENTRY IS MISSING.

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

           SELECT IESSNTX
               ASSIGN TO IESSNTX
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS SNTX-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESACRQ
               ASSIGN TO IESACRQ
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS ACRQ-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESSNST
               ASSIGN TO IESSNST
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

       FD  IESSNTX.
       COPY IESSNTX.

       FD  IESACRQ.
       COPY IESACRQ.

       FD  IESSNST
           RECORD CONTAINS 200 CHARACTERS.
       COPY IESSNST.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESSNOWO'.

         03  SNTX                      PIC S9(04)   BINARY VALUE 1.
         03  ACRQ                      PIC S9(04)   BINARY VALUE 2.
         03  SNST                      PIC S9(04)   BINARY VALUE 3.

         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
      * the status line in hand, before it is strung together
         03  WORK-NEW-STATUS           PIC  X(01)   VALUE SPACE.
         03  WORK-STATUS-WORD          PIC  X(13)   VALUE SPACES.
         03  WORK-USER                 PIC  X(08)   VALUE SPACES.
         03  WORK-STAMP-DATE           PIC  9(08)   VALUE ZEROES.
         03  WORK-STAMP-TIME           PIC  9(06)   VALUE ZEROES.
         03  WORK-BY                   PIC  X(08)   VALUE SPACES.
         03  WORK-BY2                  PIC  X(08)   VALUE SPACES.
         03  WORK-REASON               PIC  X(40)   VALUE SPACES.

         03  INDEX-COUNT               PIC  9(7)    VALUE ZEROES.
         03  CLOSED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  UNCHANGED-COUNT           PIC  9(7)    VALUE ZEROES.
         03  SENT-COUNT                PIC  9(7)    VALUE ZEROES.
         03  FINAL-COUNT               PIC  9(7)    VALUE ZEROES.
         03  MISSING-COUNT             PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DTEMAN.

       COPY RUNMAN.

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

           PERFORM C00-PROCESS-TICKET THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(SNTX)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE INDEX-COUNT            TO VAR-EDIT.
           DISPLAY 'Tickets on the index ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CLOSED-COUNT           TO VAR-EDIT.
           DISPLAY 'Already closed ........... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNCHANGED-COUNT        TO VAR-EDIT.
           DISPLAY 'Open, status unchanged ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SENT-COUNT             TO VAR-EDIT.
           DISPLAY 'Status lines sent ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FINAL-COUNT            TO VAR-EDIT.
           DISPLAY 'Tickets closed tonight ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE MISSING-COUNT          TO VAR-EDIT.
           DISPLAY 'Queue entry missing ...... ' VAR-EDIT
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

           MOVE 'IESSNTX'              TO VSAM-FILE(SNTX).
           MOVE 'IESACRQ'              TO VSAM-FILE(ACRQ).
           MOVE 'IESSNST'              TO VSAM-FILE(SNST).

           MOVE LENGTH OF SNTX-KEY     TO VSAM-KEYL(SNTX).
           MOVE LENGTH OF ACRQ-KEY     TO VSAM-KEYL(ACRQ).
           MOVE LENGTH OF THIS-PGM     TO VSAM-KEYL(SNST).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           IF  WITH-UPDATES
               OPEN I-O    IESSNTX
           ELSE
               OPEN INPUT  IESSNTX
           END-IF.
           OPEN INPUT  IESACRQ.
           OPEN OUTPUT IESSNST.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM

               MOVE LOW-VALUES         TO SNTX-KEY
               MOVE SNTX               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESSNTX KEY >= SNTX-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE SNTX-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               IF  STAT-NOTFND(VSUB)
                   SET STAT-EOFILE(VSUB) TO TRUE
               END-IF

               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY

               DISPLAY 'SERVICENOW TICKET STATUS FEED FOR '
                       WORK-TODAY    UPON PRINTER
               DISPLAY SPACES        UPON PRINTER
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

           CLOSE IESSNTX
                 IESACRQ
                 IESSNST.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * a filed ticket whose queue entry is gone was closed for the
      * requester, but someone should find out where it went
           IF  RTC-CODE = ZERO
           AND MISSING-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE INDEX-COUNT            TO RUN-COUNT1.
           MOVE SENT-COUNT             TO RUN-COUNT2.
           MOVE FINAL-COUNT            TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE TICKET - WORK OUT ITS STATUS NOW AND, WHEN THAT IS NOT  *
      *    WHAT WAS LAST SENT, SEND IT AND RECORD THAT IT WAS SENT     *
      ******************************************************************
       C00-PROCESS-TICKET.
           MOVE SNTX                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESSNTX NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE SNTX-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO INDEX-COUNT.
           IF  SNTX-FINAL-SENT
               ADD  1                  TO CLOSED-COUNT
               GO TO C99-EXIT-PROCESS
           END-IF.

           MOVE SPACES                 TO WORK-STATUS-WORD
                                          WORK-USER
                                          WORK-BY
                                          WORK-BY2
                                          WORK-REASON.
           MOVE ZEROES                 TO WORK-STAMP-DATE
                                          WORK-STAMP-TIME.

           IF  SNTX-NOT-FILED
               PERFORM D00-REFUSED-AT-INTAKE THRU D05-EXIT
           ELSE
               PERFORM E00-QUEUE-STATUS THRU E99-EXIT
           END-IF.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  WORK-NEW-STATUS = SNTX-SENT-STATUS
               ADD  1                  TO UNCHANGED-COUNT
               GO TO C99-EXIT-PROCESS
           END-IF.

           PERFORM W00-WRITE-STATUS-LINE THRU W05-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  WITH-UPDATES
               MOVE WORK-NEW-STATUS    TO SNTX-SENT-STATUS
               MOVE WORK-TODAY         TO SNTX-SENT-DATE
               SET  FUNC-REWRITE(SNTX) TO TRUE
               REWRITE IESSNTX-RECORD END-REWRITE
               IF  NOT STAT-NORMAL(SNTX)
                   MOVE SNTX           TO VSUB
                   MOVE SNTX-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    A TICKET IESSNOWI REFUSED - IT GOES BACK REJECTED, STAMPED  *
      *    WITH THE NIGHT IT WAS REFUSED AND THE REASON                *
      ******************************************************************
       D00-REFUSED-AT-INTAKE.
           MOVE 'V'                    TO WORK-NEW-STATUS.
           MOVE 'REJECTED'             TO WORK-STATUS-WORD.
           MOVE SNTX-ADDED-DATE        TO WORK-STAMP-DATE.
           MOVE SNTX-ADDED-TIME        TO WORK-STAMP-TIME.
           MOVE 'IESSNOWI'             TO WORK-BY.
           MOVE SNTX-REASON            TO WORK-REASON.
       D05-EXIT.
           EXIT.

      /*****************************************************************
      *    A FILED TICKET - ITS STATUS AND STAMPS ARE THE QUEUE        *
      *    ENTRY'S.  THE FIRST OF AN ADMINISTRATOR'S TWO APPROVALS IS  *
      *    STILL QUEUED, BUT IS SENT SO THE TICKET SHOWS THE PROGRESS  *
      ******************************************************************
       E00-QUEUE-STATUS.
           MOVE SNTX-ACRQ-KEY          TO ACRQ-KEY.
           SET  FUNC-READ(ACRQ)        TO TRUE.
           READ IESACRQ RECORD END-READ.
           IF  STAT-NOTFND(ACRQ)
               ADD  1                  TO MISSING-COUNT
               DISPLAY 'MISSING: ' SNTX-TICKET ' QUEUE ENTRY '
                       SNTX-ACRQ-KEY ' NOT FOUND'
                                     UPON PRINTER
               MOVE 'E'                TO WORK-NEW-STATUS
               MOVE 'UNFULFILLABLE'    TO WORK-STATUS-WORD
               MOVE SNTX-ACRQ-KEY(1:8) TO WORK-USER
               MOVE WORK-TODAY         TO WORK-STAMP-DATE
               MOVE 'REQUEST NO LONGER ON THE QUEUE'
                                       TO WORK-REASON
               GO TO E99-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(ACRQ)
               MOVE ACRQ               TO VSUB
               MOVE ACRQ-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E99-EXIT
           END-IF.

           MOVE ACRQ-STATUS            TO WORK-NEW-STATUS.
           MOVE ACRQ-USRIDNT           TO WORK-USER.
           MOVE ACRQ-DECIDED-DATE      TO WORK-STAMP-DATE.
           MOVE ACRQ-DECIDED-TIME      TO WORK-STAMP-TIME.
           MOVE ACRQ-DECIDED-BY        TO WORK-BY.
           MOVE ACRQ-DECIDED-BY2       TO WORK-BY2.

           EVALUATE TRUE
             WHEN ACRQ-PENDING
               MOVE 'QUEUED'           TO WORK-STATUS-WORD
               MOVE ACRQ-DATE          TO WORK-STAMP-DATE
               MOVE ACRQ-TIME          TO WORK-STAMP-TIME
               MOVE ACRQ-REQUESTED-BY  TO WORK-BY
               MOVE SPACES             TO WORK-BY2
             WHEN ACRQ-HALF-APPROVED
               MOVE 'QUEUED'           TO WORK-STATUS-WORD
               MOVE 'FIRST OF TWO APPROVALS GIVEN'
                                       TO WORK-REASON
             WHEN ACRQ-APPROVED
               MOVE 'APPROVED'         TO WORK-STATUS-WORD
             WHEN ACRQ-REJECTED
               MOVE 'REJECTED'         TO WORK-STATUS-WORD
             WHEN ACRQ-FULFILLED
               MOVE 'FULFILLED'        TO WORK-STATUS-WORD
               MOVE ACRQ-FULFILLED-DATE
                                       TO WORK-STAMP-DATE
               MOVE ACRQ-FULFILLED-TIME
                                       TO WORK-STAMP-TIME
             WHEN ACRQ-SOD-REFUSED
               MOVE 'UNFULFILLABLE'    TO WORK-STATUS-WORD
               MOVE 'SEPARATION-OF-DUTIES CONFLICT AT GRANT'
                                       TO WORK-REASON
             WHEN OTHER
               MOVE 'UNFULFILLABLE'    TO WORK-STATUS-WORD
               MOVE 'COULD NOT BE GRANTED - SEE SECURITY ADMIN'
                                       TO WORK-REASON
           END-EVALUATE.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    STRING ONE STATUS LINE TOGETHER, WRITE IT, AND REPORT IT    *
      ******************************************************************
       W00-WRITE-STATUS-LINE.
           MOVE SPACES                 TO SNST-LINE.
           STRING SNTX-TICKET             DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WORK-STATUS-WORD        DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WORK-USER               DELIMITED BY SPACE
                  ','    WORK-STAMP-DATE  DELIMITED BY SIZE
                  ','    WORK-STAMP-TIME  DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WORK-BY                 DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WORK-BY2                DELIMITED BY SPACE
                  ','    WORK-REASON      DELIMITED BY SIZE
               INTO SNST-LINE.

           SET  FUNC-WRITE(SNST)       TO TRUE.
           WRITE IESSNST-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(SNST)
               MOVE SNST               TO VSUB
               MOVE THIS-PGM           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO W05-EXIT
           END-IF.

           ADD  1                      TO SENT-COUNT.
           IF  WORK-NEW-STATUS = 'V' OR 'R' OR 'X' OR 'E' OR 'S'
               ADD  1                  TO FINAL-COUNT
           END-IF.
           DISPLAY 'SENT:    ' SNTX-TICKET ' ' WORK-STATUS-WORD ' '
                   WORK-USER ' ' WORK-STAMP-DATE ' ' WORK-BY ' '
                   WORK-REASON
                                     UPON PRINTER.
       W05-EXIT.
           EXIT.
