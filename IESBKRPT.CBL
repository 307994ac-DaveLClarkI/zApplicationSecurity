      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESBKRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       BACKUP RECOVERY-POINT REPORT.  FOR EACH OF
      *               IESCNTL, BSTCNTL, VUSERID, AND IESLDUV, LISTS
      *               ITS IESBKRG REGISTRY ENTRIES AND WARNS WHEN THE
      *               FILE HAS NO COMPLETED BACKUP REGISTERED AT ALL,
      *               OR NONE WITHIN THE SITE-SET NUMBER OF DAYS
      *               (AGEC-WARN-DAYS OF THE IESAGEC CONTROL RECORD
      *               FOR THIS PROGRAM, DEFAULTED TO 7 WHEN NO RECORD
      *               IS ON FILE).  A BACKUP LEFT IN PROGRESS OR
      *               MARKED FAILED IS LISTED BUT IS NO RECOVERY
      *               POINT.  PRODUCES SYSLST REPORT.  RC=4 WHEN ANY
      *               FILE IS WARNED.

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

           SELECT IESBKRG
               ASSIGN TO IESBKRG
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BKRG-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESAGEC
               ASSIGN TO IESAGEC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS AGEC-KEY
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

       FD  IESBKRG.
       COPY IESBKRG.

       FD  IESAGEC.
       COPY IESAGEC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESBKRPT'.

         03  BKRG                      PIC S9(04)   BINARY VALUE 1.
         03  AGEC                      PIC S9(04)   BINARY VALUE 2.

      * the files the backup job takes and the journal covers
         03  FILE-NAME-LIST.
           05  FILLER                  PIC  X(08)   VALUE 'IESCNTL'.
           05  FILLER                  PIC  X(08)   VALUE 'BSTCNTL'.
           05  FILLER                  PIC  X(08)   VALUE 'VUSERID'.
           05  FILLER                  PIC  X(08)   VALUE 'IESLDUV'.
         03  FILLER          REDEFINES FILE-NAME-LIST.
           05  FILE-NAME               PIC  X(08)   OCCURS 4 TIMES.
         03  FSUB                      PIC S9(04)   BINARY VALUE ZERO.

      * warning threshold, normally loaded from IESAGEC by
      * B10-INITIALIZATION - this value is the fallback used when
      * no IESAGEC control record is on file for this program
         03  WORK-WARN-DAYS            PIC  9(03)   VALUE 007.
         03  WORK-WARN-DATE            PIC  9(08).

      * one file's newest completed backup
         03  WORK-NEWEST-DATE          PIC  9(08).
         03  WORK-NEWEST-TIME          PIC  9(06).
         03  WORK-STATUS               PIC  X(11).

         03  FILE-COUNT                PIC  9(7)    VALUE ZEROES.
         03  ENTRY-COUNT               PIC  9(7)    VALUE ZEROES.
         03  COMPLETED-COUNT           PIC  9(7)    VALUE ZEROES.
         03  UNFINISHED-COUNT          PIC  9(7)    VALUE ZEROES.
         03  WARNING-COUNT             PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DTEMAN.

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

           IF  RTC-CODE = ZERO
               PERFORM C00-REPORT-FILE THRU C99-EXIT-PROCESS
                 VARYING FSUB FROM 1 BY 1
                   UNTIL FSUB > 4
                      OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE FILE-COUNT             TO VAR-EDIT.
           DISPLAY 'Files checked ............ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ENTRY-COUNT            TO VAR-EDIT.
           DISPLAY 'Registry entries ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE COMPLETED-COUNT        TO VAR-EDIT.
           DISPLAY 'Completed backups ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNFINISHED-COUNT       TO VAR-EDIT.
           DISPLAY 'In progress or failed .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE WARNING-COUNT          TO VAR-EDIT.
           DISPLAY 'Files warned ............. ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'IESBKRG'              TO VSAM-FILE(BKRG).
           MOVE 'IESAGEC'              TO VSAM-FILE(AGEC).

           MOVE LENGTH OF BKRG-KEY     TO VSAM-KEYL(BKRG).
           MOVE LENGTH OF AGEC-KEY     TO VSAM-KEYL(AGEC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESBKRG
                      IESAGEC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up a site-maintained warning threshold, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO AGEC-PGM
               SET  FUNC-READ(AGEC)    TO TRUE
               READ IESAGEC RECORD END-READ
               IF  STAT-NORMAL(AGEC)
                   MOVE AGEC-WARN-DAYS    TO WORK-WARN-DAYS
               ELSE
                   IF  NOT STAT-NOTFND(AGEC)
                       MOVE AGEC           TO VSUB
                       MOVE AGEC-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
      * a newest backup dated before this is overdue
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               DISPLAY 'BACKUP RECOVERY POINTS AS OF ' DTE-CCYYMMDD
                                     UPON PRINTER
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT WORK-WARN-DAYS
                                     FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-WARN-DATE
               DISPLAY 'WARN WHEN NO COMPLETED BACKUP SINCE '
                       WORK-WARN-DATE
                       ' (' WORK-WARN-DAYS ' DAYS)'
                                     UPON PRINTER
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

           CLOSE IESBKRG
                 IESAGEC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * an overdue backup is somebody's action item
           IF  RTC-CODE = ZERO
           AND WARNING-COUNT > ZERO
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
      *    ONE FILE - LIST ITS REGISTRY ENTRIES, THEN JUDGE ITS        *
      *    NEWEST COMPLETED BACKUP                                     *
      ******************************************************************
       C00-REPORT-FILE.
           ADD  1                      TO FILE-COUNT.
           MOVE ZEROES                 TO WORK-NEWEST-DATE
                                          WORK-NEWEST-TIME.
           DISPLAY 'FILE ' FILE-NAME(FSUB)
                                     UPON PRINTER.

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
               GO TO C99-EXIT-PROCESS
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

               WHEN OTHER
                 PERFORM D00-REPORT-ENTRY THRU D05-EXIT
               END-EVALUATE
           END-PERFORM.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.
           SET  STAT-NORMAL(BKRG)      TO TRUE.

           EVALUATE TRUE
             WHEN WORK-NEWEST-DATE = ZEROES
               ADD  1                  TO WARNING-COUNT
               DISPLAY '  *** WARNING - NO COMPLETED BACKUP IS '
                       'REGISTERED; THE FILE HAS NO RECOVERY POINT'
                                     UPON PRINTER
             WHEN WORK-NEWEST-DATE < WORK-WARN-DATE
               ADD  1                  TO WARNING-COUNT
               DISPLAY '  *** WARNING - NEWEST COMPLETED BACKUP '
                       WORK-NEWEST-DATE '-' WORK-NEWEST-TIME
                       ' IS OLDER THAN ' WORK-WARN-DAYS ' DAYS'
                                     UPON PRINTER
             WHEN OTHER
               DISPLAY '  NEWEST COMPLETED BACKUP '
                       WORK-NEWEST-DATE '-' WORK-NEWEST-TIME
                                     UPON PRINTER
           END-EVALUATE.
           DISPLAY SPACES            UPON PRINTER.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    LIST ONE REGISTRY ENTRY                                     *
      ******************************************************************
       D00-REPORT-ENTRY.
           ADD  1                      TO ENTRY-COUNT.

           EVALUATE TRUE
             WHEN BKRG-COMPLETED
               ADD  1                  TO COMPLETED-COUNT
               MOVE 'COMPLETED'        TO WORK-STATUS
               MOVE BKRG-DATE          TO WORK-NEWEST-DATE
               MOVE BKRG-TIME          TO WORK-NEWEST-TIME
             WHEN BKRG-RELEASED
               MOVE 'RELEASED'         TO WORK-STATUS
             WHEN BKRG-FAILED
               ADD  1                  TO UNFINISHED-COUNT
               MOVE 'FAILED'           TO WORK-STATUS
             WHEN OTHER
               ADD  1                  TO UNFINISHED-COUNT
               MOVE 'IN PROGRESS'      TO WORK-STATUS
           END-EVALUATE.

           DISPLAY '  ' BKRG-DATE '-' BKRG-TIME ' ' WORK-STATUS
                   ' JOURNAL AT ' BKRG-JRNL-DATE '-' BKRG-JRNL-TIME
                   '-' BKRG-JRNL-SEQNO ' JOB ' BKRG-JOB-NAME
                                     UPON PRINTER.
           DISPLAY '           ' BKRG-BACKUP-DSN
                                     UPON PRINTER.
       D05-EXIT.
           EXIT.
