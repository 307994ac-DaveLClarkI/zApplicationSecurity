      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESREVEX.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       QUARTERLY REPORT REVIEW EVIDENCE EXTRACT.  RUN
      *               EARLY IN EACH CALENDAR QUARTER, IT TAKES EVERY
      *               REPORT UNDER IESRVWC REVIEW CONTROL AND WALKS
      *               THAT REPORT'S IESRUNH RUNS STARTED IN THE
      *               PREVIOUS QUARTER (NONE BEFORE ITS IESRVWC
      *               FROM DATE), LOOKING EACH ONE UP IN THE
      *               IESREVW SIGN-OFF REGISTER.  EVERY RUN IS LISTED
      *               AND WRITTEN AS ONE IESRVWX CSV LINE - SIGNED
      *               (WITH THE REVIEWER, REVIEW STAMP, AND COMMENT),
      *               OVERDUE (UNSIGNED PAST ITS IESRVWC DEADLINE),
      *               OR PENDING (UNSIGNED BUT STILL INSIDE IT) - SO
      *               THE FILE STANDS AS THE QUARTER'S CONTROL
      *               EVIDENCE FOR THE AUDITORS, GAPS INCLUDED.
      *               REPORT ONLY - NOTHING IS UPDATED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC RUNS BEFORE A REPORT'S RVWC-FROM-DATE ARE OUT OF
      *                SCOPE, AS IN IESDIGST - THE BROWSE STARTS AT THE
      *                LATER OF THE QUARTER START AND THAT DATE, AND A
      *                REPORT NOT UNDER CONTROL UNTIL AFTER THE
      *                QUARTER IS SKIPPED.
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

           SELECT IESRVWC
               ASSIGN TO IESRVWC
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS RVWC-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESRUNH
               ASSIGN TO IESRUNH
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESREVW
               ASSIGN TO IESREVW
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS REVW-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESRVWX
               ASSIGN TO IESRVWX
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

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

       FD  IESRVWC.
       COPY IESRVWC.

       FD  IESRUNH.
       COPY IESRUNH.

       FD  IESREVW.
       COPY IESREVW.

       FD  IESRVWX
           RECORD CONTAINS 160 CHARACTERS.
       COPY IESRVWX.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESREVEX'.

         03  RVWC                      PIC S9(04)   BINARY VALUE 1.
         03  RUNH                      PIC S9(04)   BINARY VALUE 2.
         03  REVW                      PIC S9(04)   BINARY VALUE 3.
         03  RVWX                      PIC S9(04)   BINARY VALUE 4.

         03  RUNH-BROWSE-SW            PIC  X(1)    VALUE 'N'.
           88  RUNH-BROWSE-DONE                     VALUE 'Y'.

      * the quarter being evidenced - the calendar quarter before the
      * one this run falls in
         03  WORK-QTR-FROM.
           05  WORK-QTR-FROM-CCYY      PIC  9(04).
           05  WORK-QTR-FROM-MM        PIC  9(02).
           05  WORK-QTR-FROM-DD        PIC  9(02).
         03  WORK-QTR-FROM-DATE REDEFINES WORK-QTR-FROM
                                       PIC  9(08).
         03  WORK-QTR-TO.
           05  WORK-QTR-TO-CCYY        PIC  9(04).
           05  WORK-QTR-TO-MM          PIC  9(02).
           05  WORK-QTR-TO-DD          PIC  9(02).
         03  WORK-QTR-TO-DATE   REDEFINES WORK-QTR-TO
                                       PIC  9(08).
         03  WORK-QTR-INDEX            PIC  9(02)   VALUE ZEROES.
         03  WORK-QTR-REM              PIC  9(02)   VALUE ZEROES.

         03  WORK-TODAY                PIC  9(08).
         03  WORK-TODAY-X  REDEFINES WORK-TODAY.
           05  WORK-TODAY-CCYY         PIC  9(04).
           05  WORK-TODAY-MM           PIC  9(02).
           05  WORK-TODAY-DD           PIC  9(02).
         03  WORK-TODAY-TOTD           PIC  9(08).
         03  WORK-REVIEW-CUTOFF        PIC  9(08).
         03  WORK-STATUS               PIC  X(08).

         03  REPORT-COUNT              PIC  9(7)    VALUE ZEROES.
         03  RUN-TOTAL-COUNT           PIC  9(7)    VALUE ZEROES.
         03  SIGNED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  OVERDUE-COUNT             PIC  9(7)    VALUE ZEROES.
         03  PENDING-COUNT             PIC  9(7)    VALUE ZEROES.

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

           PERFORM C00-PROCESS-IESRVWC THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(RVWC)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE REPORT-COUNT           TO VAR-EDIT.
           DISPLAY 'Reports under review ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RUN-TOTAL-COUNT        TO VAR-EDIT.
           DISPLAY 'Runs in the quarter ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SIGNED-COUNT           TO VAR-EDIT.
           DISPLAY '  Signed off ............. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE OVERDUE-COUNT          TO VAR-EDIT.
           DISPLAY '  Overdue ................ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE PENDING-COUNT          TO VAR-EDIT.
           DISPLAY '  Pending ................ ' VAR-EDIT
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

           MOVE 'IESRVWC'              TO VSAM-FILE(RVWC).
           MOVE 'IESRUNH'              TO VSAM-FILE(RUNH).
           MOVE 'IESREVW'              TO VSAM-FILE(REVW).
           MOVE 'IESRVWX'              TO VSAM-FILE(RVWX).

           MOVE LENGTH OF RVWC-KEY     TO VSAM-KEYL(RVWC).
           MOVE LENGTH OF RUNH-KEY     TO VSAM-KEYL(RUNH).
           MOVE LENGTH OF REVW-KEY     TO VSAM-KEYL(REVW).
           MOVE LENGTH OF RUNH-KEY     TO VSAM-KEYL(RVWX).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT  IESRVWC
                       IESRUNH
                       IESREVW
                OUTPUT IESRVWX.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

           IF  RTC-CODE = ZERO
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY
               MOVE DTE-TOTD           TO WORK-TODAY-TOTD
               PERFORM B30-SET-QUARTER THRU B35-EXIT

               DISPLAY 'REPORT REVIEW EVIDENCE FOR THE QUARTER '
                       WORK-QTR-FROM-DATE ' THRU ' WORK-QTR-TO-DATE
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

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

           CLOSE IESRVWC
                 IESRUNH
                 IESREVW
                 IESRVWX.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE RUN-TOTAL-COUNT        TO RUN-COUNT1.
           MOVE SIGNED-COUNT           TO RUN-COUNT2.
           MOVE OVERDUE-COUNT          TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    WORK OUT THE PREVIOUS CALENDAR QUARTER FROM TODAY'S DATE    *
      ******************************************************************
       B30-SET-QUARTER.
           SUBTRACT 1 FROM WORK-TODAY-MM GIVING WORK-QTR-INDEX.
           DIVIDE WORK-QTR-INDEX BY 3 GIVING WORK-QTR-INDEX
                                  REMAINDER WORK-QTR-REM.

      * WORK-QTR-INDEX is now 0-3 for the current quarter - the first
      * quarter's predecessor is the fourth quarter of last year
           IF  WORK-QTR-INDEX = ZERO
               SUBTRACT 1 FROM WORK-TODAY-CCYY
                                   GIVING WORK-QTR-FROM-CCYY
               MOVE 10                 TO WORK-QTR-FROM-MM
           ELSE
               MOVE WORK-TODAY-CCYY    TO WORK-QTR-FROM-CCYY
               COMPUTE WORK-QTR-FROM-MM
                     = (WORK-QTR-INDEX - 1) * 3 + 1
           END-IF.
           MOVE 01                     TO WORK-QTR-FROM-DD.

           MOVE WORK-QTR-FROM-CCYY     TO WORK-QTR-TO-CCYY.
           ADD  2 TO WORK-QTR-FROM-MM GIVING WORK-QTR-TO-MM.
           IF  WORK-QTR-TO-MM = 03
           OR  WORK-QTR-TO-MM = 12
               MOVE 31                 TO WORK-QTR-TO-DD
           ELSE
               MOVE 30                 TO WORK-QTR-TO-DD
           END-IF.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE REPORT UNDER REVIEW CONTROL - BROWSE ITS RUNS STARTED   *
      *    IN THE QUARTER, BUT NONE BEFORE RVWC-FROM-DATE (THE DAY IT  *
      *    CAME UNDER CONTROL)                                         *
      ******************************************************************
       C00-PROCESS-IESRVWC.

           MOVE RVWC                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESRVWC NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE RVWC-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

      * not under review control until after the quarter closed
           IF  RVWC-FROM-DATE > WORK-QTR-TO-DATE
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO REPORT-COUNT.

      * an unsigned run that ended before the cutoff is overdue, the
      * same test IESDIGST applies every night
           MOVE WORK-TODAY-TOTD        TO DTE-TOTD.
           SUBTRACT RVWC-DEADLINE-DAYS FROM DTE-TOTD.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           CALL DTEMAN              USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO WORK-REVIEW-CUTOFF.

           MOVE RVWC-PGM               TO RUNH-PGM.
           IF  RVWC-FROM-DATE > WORK-QTR-FROM-DATE
               MOVE RVWC-FROM-DATE     TO RUNH-START-DATE
           ELSE
               MOVE WORK-QTR-FROM-DATE TO RUNH-START-DATE
           END-IF.
           MOVE ZEROES                 TO RUNH-START-TIME.
           MOVE RUNH                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESRUNH KEY >= RUNH-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE RUNH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           MOVE 'N'                    TO RUNH-BROWSE-SW.
           PERFORM D00-PROCESS-RUN THRU D99-EXIT-PROCESS
             UNTIL RUNH-BROWSE-DONE
                OR RTC-CODE NOT = ZERO.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    ONE RUN OF THE REPORT - LOOK IT UP IN THE REGISTER, LIST    *
      *    IT, AND WRITE ITS EVIDENCE LINE                             *
      ******************************************************************
       D00-PROCESS-RUN.

           MOVE RUNH                   TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESRUNH NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE RUNH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               SET  RUNH-BROWSE-DONE   TO TRUE
               GO TO D99-EXIT-PROCESS
           END-IF.

           IF  RUNH-PGM NOT = RVWC-PGM
           OR  RUNH-START-DATE > WORK-QTR-TO-DATE
               SET  RUNH-BROWSE-DONE   TO TRUE
               GO TO D99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO RUN-TOTAL-COUNT.

           MOVE RUNH-KEY               TO REVW-KEY.
           MOVE REVW                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ IESREVW RECORD END-READ.
           EVALUATE TRUE
             WHEN STAT-NORMAL(VSUB)
               MOVE 'SIGNED'           TO WORK-STATUS
               ADD  1                  TO SIGNED-COUNT
             WHEN STAT-NOTFND(VSUB)
               MOVE SPACES             TO REVW-REVIEWER
                                          REVW-COMMENT
               MOVE ZEROES             TO REVW-REVIEW-DATE
                                          REVW-REVIEW-TIME
               IF  RUNH-END-DATE < WORK-REVIEW-CUTOFF
                   MOVE 'OVERDUE'      TO WORK-STATUS
                   ADD  1              TO OVERDUE-COUNT
               ELSE
                   MOVE 'PENDING'      TO WORK-STATUS
                   ADD  1              TO PENDING-COUNT
               END-IF
             WHEN OTHER
               MOVE REVW-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D99-EXIT-PROCESS
           END-EVALUATE.

           DISPLAY RUNH-PGM ' RUN ' RUNH-START-DATE '-' RUNH-START-TIME
                   ' RC=' RUNH-RETCODE ' ' WORK-STATUS
                   ' ' REVW-REVIEWER ' ' REVW-REVIEW-DATE
                                     UPON PRINTER.
           IF  REVW-COMMENT NOT = SPACES
               DISPLAY '         ' REVW-COMMENT
                                     UPON PRINTER
           END-IF.

           MOVE SPACES                 TO RVWX-LINE.
           STRING RUNH-PGM                DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  RUNH-START-DATE         DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  RUNH-START-TIME         DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  RUNH-END-DATE           DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  RUNH-RETCODE            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WORK-STATUS             DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  REVW-REVIEWER           DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  REVW-REVIEW-DATE        DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  REVW-REVIEW-TIME        DELIMITED BY SIZE
                  ',"'                    DELIMITED BY SIZE
                  REVW-COMMENT            DELIMITED BY '  '
                  '"'                     DELIMITED BY SIZE
               INTO RVWX-LINE.
           SET  FUNC-WRITE(RVWX)       TO TRUE.
           WRITE IESRVWX-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(RVWX)
               MOVE RVWX               TO VSUB
               MOVE RUNH-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       D99-EXIT-PROCESS.
           EXIT.
