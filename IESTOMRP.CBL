      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESTOMRP.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       RETIRED-USERID TOMBSTONE QUARANTINE REPORT.
      *               READS THE IESTOMB TOMBSTONE FILE AND LISTS EVERY
      *               RETIRED USERID WHOSE QUARANTINE RUNS OUT WITHIN
      *               THE NEXT 31 DAYS, SO THE SECURITY TEAM SEES WHICH
      *               USERIDS ARE ABOUT TO BECOME AVAILABLE FOR REUSE
      *               BEFORE PROVISIONING HANDS ONE OUT.  THE
      *               QUARANTINE IS THE GRACE DAYS ON THE IESPURGC
      *               ENTRY KEYED 'IESTOMB' (DEFAULT 365).  TOMBSTONES
      *               STILL WELL INSIDE THE QUARANTINE, AND THOSE
      *               ALREADY OUT OF IT, ARE COUNTED ONLY.  REPORT
      *               ONLY - NOTHING IS UPDATED.

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

           SELECT IESTOMB
               ASSIGN TO IESTOMB
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS TOMB-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESPURGC
               ASSIGN TO IESPURGC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS PURGC-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

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

       FD  IESTOMB.
       COPY IESTOMB.

       FD  IESPURGC.
       COPY IESPURGC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESTOMRP'.

         03  TOMB                      PIC S9(04)   BINARY VALUE 1.
         03  PURGC                     PIC S9(04)   BINARY VALUE 2.

      * how far ahead of a tombstone's release it is listed
         03  LOOKAHEAD-DAYS            PIC  9(05)   VALUE 00031.

      * userid quarantine, normally loaded from the IESPURGC entry
      * keyed 'IESTOMB' by B10-INITIALIZATION - this value is the
      * fallback used when no such entry is on file
         03  WORK-QUARANTINE-DAYS      PIC  9(05)   VALUE 00365.

      * a tombstone retired on or before WORK-RELEASED-FLOOR is out
      * of quarantine; one retired on or before WORK-LOOKAHEAD-FLOOR
      * comes out within the look-ahead
         03  WORK-RELEASED-FLOOR       PIC  9(08)   VALUE ZEROES.
         03  WORK-LOOKAHEAD-FLOOR      PIC  9(08)   VALUE ZEROES.
         03  WORK-REASON               PIC  X(08)   VALUE SPACES.

         03  TOMB-COUNT                PIC  9(7)    VALUE ZEROES.
         03  RELEASING-COUNT           PIC  9(7)    VALUE ZEROES.
         03  QUARANTINED-COUNT         PIC  9(7)    VALUE ZEROES.
         03  RELEASED-COUNT            PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

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

           PERFORM C00-PROCESS-IESTOMB THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(TOMB)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE TOMB-COUNT             TO VAR-EDIT.
           DISPLAY 'Tombstones on file ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RELEASING-COUNT        TO VAR-EDIT.
           DISPLAY 'Releasing within window .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE QUARANTINED-COUNT      TO VAR-EDIT.
           DISPLAY 'Still in quarantine ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RELEASED-COUNT         TO VAR-EDIT.
           DISPLAY 'Already released ......... ' VAR-EDIT
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

           MOVE 'IESTOMB'              TO VSAM-FILE(TOMB).
           MOVE 'IESPURGC'             TO VSAM-FILE(PURGC).

           MOVE LENGTH OF TOMB-KEY     TO VSAM-KEYL(TOMB).
           MOVE LENGTH OF PURGC-KEY    TO VSAM-KEYL(PURGC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESTOMB
                      IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

      * the quarantine comes from the site-maintained IESPURGC entry
      * when there is one, otherwise the default above stands
           IF  RTC-CODE = ZERO
               MOVE 'IESTOMB'          TO PURGC-PGM
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
           END-IF.

           IF  RTC-CODE = ZERO
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT WORK-QUARANTINE-DAYS
                                     FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-RELEASED-FLOOR
               ADD  LOOKAHEAD-DAYS     TO DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-LOOKAHEAD-FLOOR

               MOVE WORK-QUARANTINE-DAYS
                                       TO VAR-EDIT
               DISPLAY 'RETIRED USERIDS LEAVING QUARANTINE WITHIN '
                       LOOKAHEAD-DAYS ' DAYS, QUARANTINE=' VAR-EDIT
                       ' DAYS'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

               MOVE LOW-VALUES         TO TOMB-KEY
               MOVE TOMB               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESTOMB KEY >= TOMB-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE TOMB-KEY       TO VSAM-KEYD(VSUB)
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

           CLOSE IESTOMB
                 IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE TOMB-COUNT             TO RUN-COUNT1.
           MOVE RELEASING-COUNT        TO RUN-COUNT2.
           MOVE RELEASED-COUNT         TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE TOMBSTONE - LISTED WHEN ITS QUARANTINE RUNS OUT WITHIN  *
      *    THE LOOK-AHEAD, OTHERWISE ONLY COUNTED                      *
      ******************************************************************
       C00-PROCESS-IESTOMB.

           MOVE TOMB                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESTOMB NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE TOMB-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO TOMB-COUNT.

           IF  TOMB-RETIRED-DATE NOT > WORK-RELEASED-FLOOR
               ADD  1                  TO RELEASED-COUNT
               GO TO C99-EXIT-PROCESS
           END-IF.
           IF  TOMB-RETIRED-DATE > WORK-LOOKAHEAD-FLOOR
               ADD  1                  TO QUARANTINED-COUNT
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO RELEASING-COUNT.
           EVALUATE TRUE
             WHEN TOMB-WAS-PURGED
               MOVE 'PURGED'           TO WORK-REASON
             WHEN TOMB-WAS-RENAMED
               MOVE 'RENAMED'          TO WORK-REASON
             WHEN OTHER
               MOVE TOMB-REASON        TO WORK-REASON
           END-EVALUATE.

           IF  TOMB-WAS-RENAMED
               DISPLAY TOMB-USRIDNT ' - ' TOMB-USRNAME
                       ' EMPLID=' TOMB-EMPLID
                       ' RETIRED ' TOMB-RETIRED-DATE
                       ' ' WORK-REASON ' TO ' TOMB-RENAMED-TO
                                     UPON PRINTER
           ELSE
               DISPLAY TOMB-USRIDNT ' - ' TOMB-USRNAME
                       ' EMPLID=' TOMB-EMPLID
                       ' RETIRED ' TOMB-RETIRED-DATE
                       ' ' WORK-REASON ' BY ' TOMB-SRC-PGM
                                     UPON PRINTER
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.
