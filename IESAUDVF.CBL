      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESAUDVF.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       AUDIT-LOG CHAIN VERIFIER.  EVERY IESAUDT ENTRY
      *               CARRIES THE PREVIOUS ENTRY'S CHECK VALUE AND ITS
      *               OWN, COMPUTED BY AUDTCHN OVER THE ENTRY'S
      *               CONTENT AND THAT PREVIOUS VALUE.  THIS PROGRAM
      *               WALKS THE IESAUHF HISTORY IESRETEN OFFLOADED
      *               (POINT IT AT THE RETAINED HISTORY, OR AT AN
      *               EMPTY FILE TO CHECK THE ONLINE LOG ALONE) AND
      *               THEN THE IESAUDT LOG ITSELF, AS ONE CHAIN IN
      *               FILE ORDER, RECOMPUTING EACH VALUE.  AN EDITED
      *               ENTRY NO LONGER MATCHES ITS OWN VALUE; A
      *               DELETED, INSERTED, OR MOVED ENTRY BREAKS THE
      *               LINK TO THE ONE BEFORE IT; AND ENTRIES CUT FROM
      *               THE END LEAVE THE LAST VALUE ON FILE SHORT OF
      *               THE IESAUCH ANCHOR.  EVERY BREAK IS LISTED WITH
      *               ITS FILE AND RECORD POSITION, THE FIRST ONE IS
      *               REPEATED AT THE END, AND THE RUN ENDS RC=4.
      *               ENTRIES WRITTEN BEFORE CHAINING BEGAN ARE
      *               COUNTED, NOT FLAGGED, UNTIL THE FIRST CHAINED
      *               ENTRY IS SEEN.  RUN IT WHEN NOTHING IS APPENDING
      *               - AN ENTRY IN FLIGHT LOOKS LIKE A CUT END.
      *               REPORT ONLY - NOTHING IS UPDATED.

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

           SELECT IESAUHF
               ASSIGN TO IESAUHF
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESAUDT
               ASSIGN TO IESAUDT
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESAUCH
               ASSIGN TO IESAUCH
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS AUCH-KEY
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

       FD  IESAUHF
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUHF.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESAUCH.
       COPY IESAUCH.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESAUDVF'.

         03  AUHF                      PIC S9(04)   BINARY VALUE 1.
         03  AUDT                      PIC S9(04)   BINARY VALUE 2.
         03  AUCH                      PIC S9(04)   BINARY VALUE 3.

         03  CHAIN-SW                  PIC  X(01)   VALUE 'N'.
           88  CHAIN-STARTED                        VALUE 'Y'.
         03  LAST-VALUE                PIC  9(10)   VALUE ZEROES.

      * where the walk is - the file being read and the entry's
      * position in it, and where the first break was found
         03  WORK-FILE                 PIC  X(08)   VALUE SPACES.
         03  WORK-POSITION             PIC  9(09)   VALUE ZEROES.
         03  WORK-REASON               PIC  X(50)   VALUE SPACES.
         03  FIRST-BAD-FILE            PIC  X(08)   VALUE SPACES.
         03  FIRST-BAD-POSITION        PIC  9(09)   VALUE ZEROES.

         03  HIST-COUNT                PIC  9(7)    VALUE ZEROES.
         03  LIVE-COUNT                PIC  9(7)    VALUE ZEROES.
         03  PRECHAIN-COUNT            PIC  9(7)    VALUE ZEROES.
         03  LINKED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  BREAK-COUNT               PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY AUDTCHN.

       COPY RTCMAN.

       COPY RUNMAN.

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

           MOVE 'IESAUHF'              TO WORK-FILE.
           MOVE ZEROES                 TO WORK-POSITION.
           PERFORM C00-VERIFY-HISTORY THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(AUHF)
                OR RTC-CODE NOT = ZERO.

           MOVE 'IESAUDT'              TO WORK-FILE.
           MOVE ZEROES                 TO WORK-POSITION.
           PERFORM D00-VERIFY-LIVE THRU D99-EXIT-PROCESS
             UNTIL STAT-EOFILE(AUDT)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM E00-CHECK-ANCHOR THRU E09-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               DISPLAY ' '           UPON PRINTER
               IF  BREAK-COUNT > ZERO
                   DISPLAY '*** CHAIN BROKEN - FIRST BAD RECORD IS '
                           FIRST-BAD-FILE ' RECORD '
                           FIRST-BAD-POSITION ' ***'
                                     UPON PRINTER
                   MOVE +4             TO RTC-CODE
               ELSE
                   IF  CHAIN-STARTED
                       DISPLAY 'CHAIN INTACT - NO ENTRY EDITED, '
                               'DELETED, OR INSERTED'
                                     UPON PRINTER
                   ELSE
                       DISPLAY 'NO CHAINED ENTRIES FOUND'
                                     UPON PRINTER
                   END-IF
               END-IF
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE HIST-COUNT             TO VAR-EDIT.
           DISPLAY 'History entries read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LIVE-COUNT             TO VAR-EDIT.
           DISPLAY 'Audit entries read ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE PRECHAIN-COUNT         TO VAR-EDIT.
           DISPLAY 'Written before chaining .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LINKED-COUNT           TO VAR-EDIT.
           DISPLAY 'Chained entries verified . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE BREAK-COUNT            TO VAR-EDIT.
           DISPLAY 'Breaks in the chain ...... ' VAR-EDIT
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

           MOVE 'IESAUHF'              TO VSAM-FILE(AUHF).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESAUCH'              TO VSAM-FILE(AUCH).

           MOVE LENGTH OF AUDT-USRIDNT TO VSAM-KEYL(AUHF).
           MOVE LENGTH OF AUDT-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF AUCH-KEY     TO VSAM-KEYL(AUCH).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESAUHF
                      IESAUDT
                      IESAUCH.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
               DISPLAY 'AUDIT-LOG CHAIN VERIFICATION - IESAUHF '
                       'HISTORY, THEN IESAUDT'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
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

           CLOSE IESAUHF
                 IESAUDT
                 IESAUCH.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE HIST-COUNT             TO RUN-COUNT1.
           ADD  LIVE-COUNT             TO RUN-COUNT1.
           MOVE LINKED-COUNT           TO RUN-COUNT2.
           MOVE BREAK-COUNT            TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    VERIFY THE NEXT OFFLOADED HISTORY ENTRY                     *
      ******************************************************************
       C00-VERIFY-HISTORY.

           MOVE AUHF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESAUHF NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO HIST-COUNT
                                          WORK-POSITION.
      * the history image is laid over the audit layout to be checked
      * the same way - the live file is not read until this one ends
           MOVE AUHF-IMAGE             TO IESAUDT-RECORD.
           PERFORM F00-VERIFY-ENTRY THRU F09-EXIT.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    VERIFY THE NEXT ONLINE AUDIT ENTRY                          *
      ******************************************************************
       D00-VERIFY-LIVE.

           MOVE AUDT                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESAUDT NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO LIVE-COUNT
                                          WORK-POSITION.
           PERFORM F00-VERIFY-ENTRY THRU F09-EXIT.

       D99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    THE LAST ENTRY ON FILE MUST BE THE LAST ONE CHAINED         *
      ******************************************************************
       E00-CHECK-ANCHOR.
           MOVE 'IESAUDT'              TO AUCH-FILE.
           SET  FUNC-READ(AUCH)        TO TRUE.
           READ IESAUCH RECORD END-READ.
           IF  NOT STAT-NORMAL(AUCH)
               IF  NOT STAT-NOTFND(AUCH)
                   MOVE AUCH           TO VSUB
                   MOVE AUCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO E09-EXIT
               END-IF
               IF  CHAIN-STARTED
                   MOVE 'NO IESAUCH ANCHOR ON FILE FOR A CHAINED LOG'
                                       TO WORK-REASON
                   PERFORM G00-REPORT-BREAK THRU G09-EXIT
               END-IF
               GO TO E09-EXIT
           END-IF.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY 'ANCHOR:  LAST VALUE ' AUCH-LAST-VALUE
                   ' FROM ' AUCH-LAST-PGM
                   ' AT ' AUCH-LAST-DATE '-' AUCH-LAST-TIME
                   ', ' AUCH-COUNT ' ENTRIES CHAINED'
                                     UPON PRINTER.

           IF  AUCH-LAST-VALUE NOT = LAST-VALUE
               MOVE 'LAST ENTRY IS NOT THE LAST CHAINED - END CUT OFF'
                                       TO WORK-REASON
               PERFORM G00-REPORT-BREAK THRU G09-EXIT
           END-IF.

       E09-EXIT.
           EXIT.

      /*****************************************************************
      *    RECOMPUTE ONE ENTRY'S CHECK VALUE AND ITS LINK TO THE ONE   *
      *    BEFORE IT                                                   *
      ******************************************************************
       F00-VERIFY-ENTRY.

      * an entry with no chain values - fine until chaining starts,
      * a break after; the chain resumes from the last good value
           IF  AUDT-CHAIN NOT NUMERIC
           OR  AUDT-CHAIN-VALUE = ZEROES
               IF  NOT CHAIN-STARTED
                   ADD  1              TO PRECHAIN-COUNT
               ELSE
                   MOVE 'ENTRY WAS NOT LINKED INTO THE CHAIN'
                                       TO WORK-REASON
                   PERFORM G00-REPORT-BREAK THRU G09-EXIT
               END-IF
               GO TO F09-EXIT
           END-IF.

           CALL AUDTCHN             USING AUDTCHN-PARMS
                                          IESAUDT-RECORD.

           EVALUATE TRUE
             WHEN CHN-VALUE NOT = AUDT-CHAIN-VALUE
               MOVE 'ENTRY ALTERED - CHECK VALUE DOES NOT MATCH'
                                       TO WORK-REASON
               PERFORM G00-REPORT-BREAK THRU G09-EXIT
             WHEN CHAIN-STARTED
              AND AUDT-CHAIN-PREV NOT = LAST-VALUE
               MOVE 'ENTRY BEFORE THIS ONE MISSING, ADDED, OR MOVED'
                                       TO WORK-REASON
               PERFORM G00-REPORT-BREAK THRU G09-EXIT
             WHEN OTHER
               ADD  1                  TO LINKED-COUNT
           END-EVALUATE.

           IF  NOT CHAIN-STARTED
               SET  CHAIN-STARTED      TO TRUE
               DISPLAY 'CHAIN BEGINS AT ' WORK-FILE
                       ' RECORD ' WORK-POSITION
                       ', CARRIED VALUE ' AUDT-CHAIN-PREV
                                     UPON PRINTER
           END-IF.

      * pick the chain up again from this entry either way, so one
      * bad entry is reported once rather than for everything after
           MOVE AUDT-CHAIN-VALUE       TO LAST-VALUE.

       F09-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST ONE BREAK, REMEMBERING WHERE THE FIRST ONE WAS         *
      ******************************************************************
       G00-REPORT-BREAK.
           ADD  1                      TO BREAK-COUNT.
           IF  BREAK-COUNT = 1
               MOVE WORK-FILE          TO FIRST-BAD-FILE
               MOVE WORK-POSITION      TO FIRST-BAD-POSITION
           END-IF.

           DISPLAY 'BREAK:   ' WORK-FILE ' RECORD ' WORK-POSITION
                   ' ' AUDT-PGM ' ' AUDT-USRIDNT
                   ' ' AUDT-DATE '-' AUDT-TIME
                   ' - ' WORK-REASON
                                     UPON PRINTER.

       G09-EXIT.
           EXIT.
