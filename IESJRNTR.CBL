      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESJRNTR.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       IESJRNL CHANGE-JOURNAL TRIM, COORDINATED WITH
      *               THE IESBKRG BACKUP REGISTRY.  A COMPLETED BACKUP
      *               IS KEPT WHILE IT IS INSIDE THE SITE RETENTION
      *               PERIOD (IESRETC CONTROL RECORD, DEFAULTED TO 35
      *               DAYS WHEN NO RECORD IS ON FILE), AND EACH FILE'S
      *               NEWEST COMPLETED BACKUP IS ALWAYS KEPT; ANY
      *               OLDER COMPLETED BACKUP IS MARKED RELEASED.  NO
      *               RECOVERY CAN START EARLIER THAN THE JOURNAL
      *               POSITION OF THE OLDEST BACKUP KEPT FOR ANY OF
      *               IESCNTL, BSTCNTL, VUSERID, AND IESLDUV, SO THE
      *               JOURNAL ENTRIES AT OR BEFORE IT ARE OFFLOADED TO
      *               THE SEQUENTIAL IESJRHF HISTORY FILE FOR TAPE AND
      *               THEN DELETED FROM THE KSDS.  NOTHING IS TRIMMED
      *               WHILE ANY OF THE FOUR FILES HAS NO COMPLETED
      *               BACKUP REGISTERED (RC=4).  PRODUCES SYSLST
      *               REPORT.  UPSI-7 ON ACTUALLY RELEASES AND
      *               OFFLOADS; OTHERWISE THIS IS A REPORT-ONLY PASS.

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

           SELECT IESJRNL
               ASSIGN TO IESJRNL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESBKRG
               ASSIGN TO IESBKRG
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BKRG-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESJRHF
               ASSIGN TO IESJRHF
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESRETC
               ASSIGN TO IESRETC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS RETC-KEY
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

       FD  IESJRNL.
       COPY IESJRNL.

       FD  IESBKRG.
       COPY IESBKRG.

       FD  IESJRHF
           RECORD CONTAINS 2204 CHARACTERS.
       COPY IESJRHF.

       FD  IESRETC.
       COPY IESRETC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESJRNTR'.

         03  JRNL                      PIC S9(04)   BINARY VALUE 1.
         03  BKRG                      PIC S9(04)   BINARY VALUE 2.
         03  JRHF                      PIC S9(04)   BINARY VALUE 3.
         03  RETC                      PIC S9(04)   BINARY VALUE 4.

      * the files the backup job takes and the journal covers
         03  FILE-NAME-LIST.
           05  FILLER                  PIC  X(08)   VALUE 'IESCNTL'.
           05  FILLER                  PIC  X(08)   VALUE 'BSTCNTL'.
           05  FILLER                  PIC  X(08)   VALUE 'VUSERID'.
           05  FILLER                  PIC  X(08)   VALUE 'IESLDUV'.
         03  FILLER          REDEFINES FILE-NAME-LIST.
           05  FILE-NAME               PIC  X(08)   OCCURS 4 TIMES.
         03  FSUB                      PIC S9(04)   BINARY VALUE ZERO.

      * backups dated before the cutoff are released unless they are
      * their file's newest completed backup
         03  WORK-CUTOFF               PIC  9(08).
         03  WORK-TODAY                PIC  9(08).

      * retention period, normally loaded from IESRETC by
      * B10-INITIALIZATION - this value is the fallback (five
      * weekly backup generations) used when no IESRETC control
      * record is on file for this program
         03  WORK-RETAIN-DAYS          PIC  9(05)   VALUE 00035.

      * one file's oldest kept backup, found by C00-SCAN-REGISTRY
         03  WORK-KEPT-KEY             PIC  X(22).
         03  WORK-KEPT-POS.
           05  WORK-KEPT-DATE          PIC  9(08).
           05  WORK-KEPT-TIME          PIC  9(06).
           05  WORK-KEPT-SEQNO         PIC  9(05).
         03  WORK-NEWEST-KEY           PIC  X(22).
         03  WORK-NEWEST-POS           PIC  X(19).

      * the journal is trimmed through the lowest position kept by
      * any file
         03  WORK-TRIM-POS.
           05  WORK-TRIM-DATE          PIC  9(08)   VALUE 99999999.
           05  WORK-TRIM-TIME          PIC  9(06)   VALUE 999999.
           05  WORK-TRIM-SEQNO         PIC  9(05)   VALUE 99999.

         03  KEPT-SW                   PIC  X(01)   VALUE 'N'.
           88  KEPT-FOUND                           VALUE 'Y'.
         03  NEWEST-SW                 PIC  X(01)   VALUE 'N'.
           88  NEWEST-FOUND                         VALUE 'Y'.
         03  TRIM-SW                   PIC  X(01)   VALUE 'Y'.
           88  TRIM-ALLOWED                         VALUE 'Y'.
           88  TRIM-BLOCKED                         VALUE 'N'.

         03  KEPT-COUNT                PIC  9(7)    VALUE ZEROES.
         03  RELEASE-COUNT             PIC  9(7)    VALUE ZEROES.
         03  OFFLOAD-COUNT             PIC  9(7)    VALUE ZEROES.

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
               PERFORM C00-SCAN-REGISTRY THRU C99-EXIT-PROCESS
                 VARYING FSUB FROM 1 BY 1
                   UNTIL FSUB > 4
                      OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM D00-START-JOURNAL THRU D05-EXIT
               PERFORM D10-PROCESS-IESJRNL THRU D99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(JRNL)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE KEPT-COUNT             TO VAR-EDIT.
           DISPLAY 'Backups kept ............. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RELEASE-COUNT          TO VAR-EDIT.
           DISPLAY 'Backups released ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE OFFLOAD-COUNT          TO VAR-EDIT.
           DISPLAY 'Journal entries offloaded  ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'IESJRNL'              TO VSAM-FILE(JRNL).
           MOVE 'IESBKRG'              TO VSAM-FILE(BKRG).
           MOVE 'IESRETC'              TO VSAM-FILE(RETC).
           IF  WITH-UPDATES
               MOVE 'IESJRHF'          TO VSAM-FILE(JRHF)
           END-IF.

           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRNL).
           MOVE LENGTH OF BKRG-KEY     TO VSAM-KEYL(BKRG).
           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRHF).
           MOVE LENGTH OF RETC-KEY     TO VSAM-KEYL(RETC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           IF  WITH-UPDATES
               OPEN I-O   IESJRNL
                          IESBKRG
               OPEN OUTPUT IESJRHF
           ELSE
               OPEN INPUT IESJRNL
                          IESBKRG
           END-IF.
           OPEN INPUT IESRETC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up a site-maintained retention override, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO RETC-PGM
               SET  FUNC-READ(RETC)    TO TRUE
               READ IESRETC RECORD END-READ
               IF  STAT-NORMAL(RETC)
                   MOVE RETC-RETAIN-DAYS  TO WORK-RETAIN-DAYS
               ELSE
                   IF  NOT STAT-NOTFND(RETC)
                       MOVE RETC           TO VSUB
                       MOVE RETC-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
      * derive the backup release cutoff from the retention period
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY
               DISPLAY 'CURRENT=' DTE-CCYYMMDD
                                     UPON PRINTER
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT WORK-RETAIN-DAYS
                                     FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-CUTOFF
               DISPLAY ' CUTOFF=' WORK-CUTOFF
                       ' (RETAIN ' WORK-RETAIN-DAYS ' DAYS)'
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

           CLOSE IESJRNL
                 IESBKRG
                 IESRETC.
           IF  WITH-UPDATES
               CLOSE IESJRHF
           END-IF.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * a file with no recovery point holds the whole journal back
           IF  RTC-CODE = ZERO
           AND TRIM-BLOCKED
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
      *    ONE FILE'S REGISTRY ENTRIES - FIND ITS OLDEST KEPT BACKUP,  *
      *    RELEASE THE COMPLETED ONES OLDER THAN THAT, AND FOLD ITS    *
      *    JOURNAL POSITION INTO THE TRIM POSITION                     *
      ******************************************************************
       C00-SCAN-REGISTRY.
           MOVE 'N'                    TO KEPT-SW
                                          NEWEST-SW.

      * first pass - the oldest completed backup inside retention,
      * and the newest completed backup of all
           PERFORM P10-START-FILE THRU P15-EXIT.
           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(BKRG)
                OR RTC-CODE > ZERO
               PERFORM P20-READ-FILE THRU P25-EXIT
               IF  NOT STAT-EOFILE(BKRG)
               AND BKRG-COMPLETED
                   SET  NEWEST-FOUND   TO TRUE
                   MOVE BKRG-KEY       TO WORK-NEWEST-KEY
                   MOVE BKRG-JRNL-POS  TO WORK-NEWEST-POS
                   IF  NOT KEPT-FOUND
                   AND BKRG-DATE NOT < WORK-CUTOFF
                       SET  KEPT-FOUND TO TRUE
                       MOVE BKRG-KEY   TO WORK-KEPT-KEY
                       MOVE BKRG-JRNL-POS TO WORK-KEPT-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.
           SET  STAT-NORMAL(BKRG)      TO TRUE.

           IF  NOT NEWEST-FOUND
               SET  TRIM-BLOCKED       TO TRUE
               DISPLAY 'BLOCKED: ' FILE-NAME(FSUB)
                       ' HAS NO COMPLETED BACKUP REGISTERED - '
                       'JOURNAL NOT TRIMMED'
                                     UPON PRINTER
               GO TO C99-EXIT-PROCESS
           END-IF.

      * nothing inside retention - the newest backup is still kept
           IF  NOT KEPT-FOUND
               MOVE WORK-NEWEST-KEY    TO WORK-KEPT-KEY
               MOVE WORK-NEWEST-POS    TO WORK-KEPT-POS
           END-IF.
           MOVE WORK-KEPT-KEY          TO BKRG-KEY.
           DISPLAY 'KEEP:    ' BKRG-FILE ' FROM ' BKRG-DATE
                   '-' BKRG-TIME ' JOURNAL AT ' WORK-KEPT-DATE
                   '-' WORK-KEPT-TIME '-' WORK-KEPT-SEQNO
                                     UPON PRINTER.
           IF  WORK-KEPT-POS < WORK-TRIM-POS
               MOVE WORK-KEPT-POS      TO WORK-TRIM-POS
           END-IF.

      * second pass - count what is kept, release what is older
           PERFORM P10-START-FILE THRU P15-EXIT.
           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(BKRG)
                OR RTC-CODE > ZERO
               PERFORM P20-READ-FILE THRU P25-EXIT
               IF  NOT STAT-EOFILE(BKRG)
               AND BKRG-COMPLETED
                   IF  BKRG-KEY < WORK-KEPT-KEY
                       PERFORM P30-RELEASE-BACKUP THRU P35-EXIT
                   ELSE
                       ADD  1          TO KEPT-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF  RTC-CODE = ZERO
               SET  STAT-NORMAL(BKRG)  TO TRUE
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    POSITION THE JOURNAL FOR THE TRIM - AN EMPTY REGISTRY OR    *
      *    A FILE WITH NO RECOVERY POINT LEAVES IT WHOLE               *
      ******************************************************************
       D00-START-JOURNAL.
           DISPLAY SPACES            UPON PRINTER.
           IF  TRIM-BLOCKED
               SET  STAT-EOFILE(JRNL)  TO TRUE
               GO TO D05-EXIT
           END-IF.

           DISPLAY 'TRIM THROUGH JOURNAL POSITION ' WORK-TRIM-DATE
                   '-' WORK-TRIM-TIME '-' WORK-TRIM-SEQNO
                                     UPON PRINTER.
           DISPLAY SPACES            UPON PRINTER.

           MOVE LOW-VALUES             TO JRNL-KEY.
           MOVE JRNL                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESJRNL KEY >= JRNL-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE JRNL-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           END-IF.
       D05-EXIT.
           EXIT.

      /*****************************************************************
      *    OFFLOAD AND DELETE ONE JOURNAL ENTRY NO KEPT BACKUP NEEDS   *
      ******************************************************************
       D10-PROCESS-IESJRNL.

           MOVE JRNL                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESJRNL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT-PROCESS
           END-IF.

           IF  JRNL-KEY > WORK-TRIM-POS
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO D99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO OFFLOAD-COUNT.
           DISPLAY 'OFFLOAD: IESJRNL ' JRNL-DATE '-' JRNL-TIME
                   '-' JRNL-SEQNO ' ' JRNL-FILE ' ' JRNL-FUNC
                   ' BY ' JRNL-PGM
                                     UPON PRINTER.

           IF  WITH-UPDATES
               MOVE IESJRNL-RECORD     TO JRHF-IMAGE
               SET  FUNC-WRITE(JRHF)   TO TRUE
               WRITE IESJRHF-RECORD END-WRITE
               IF  NOT STAT-NORMAL(JRHF)
                   MOVE JRHF           TO VSUB
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO D99-EXIT-PROCESS
               END-IF
               SET  FUNC-DELETE(JRNL)  TO TRUE
               DELETE IESJRNL RECORD END-DELETE
               IF  NOT STAT-NORMAL(JRNL)
                   MOVE JRNL           TO VSUB
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.

       D99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    POSITION AND READ ONE FILE'S REGISTRY ENTRIES, OLDEST       *
      *    FIRST - A READ PAST THE FILE'S LAST ENTRY IS END OF FILE    *
      ******************************************************************
       P10-START-FILE.
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
           END-IF.
           IF  STAT-NOTFND(BKRG)
               SET  STAT-EOFILE(BKRG)  TO TRUE
           END-IF.
       P15-EXIT.
           EXIT.

       P20-READ-FILE.
           SET  FUNC-READNEXT(BKRG)    TO TRUE.
           READ IESBKRG NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(BKRG)
               IF  NOT STAT-EOFILE(BKRG)
                   MOVE BKRG           TO VSUB
                   MOVE BKRG-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               SET  STAT-EOFILE(BKRG)  TO TRUE
               GO TO P25-EXIT
           END-IF.
           IF  BKRG-FILE NOT = FILE-NAME(FSUB)
               SET  STAT-EOFILE(BKRG)  TO TRUE
           END-IF.
       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    RELEASE A COMPLETED BACKUP THAT HAS FALLEN OUT OF           *
      *    RETENTION - IT IS NO LONGER A RECOVERY POINT                *
      ******************************************************************
       P30-RELEASE-BACKUP.
           ADD  1                      TO RELEASE-COUNT.
           DISPLAY 'RELEASE: ' BKRG-FILE ' ' BKRG-DATE
                   '-' BKRG-TIME ' ' BKRG-BACKUP-DSN
                                     UPON PRINTER.

           IF  NOT WITH-UPDATES
               GO TO P35-EXIT
           END-IF.

           SET  BKRG-RELEASED          TO TRUE.
           MOVE WORK-TODAY             TO BKRG-RELEASE-DATE.
           SET  FUNC-REWRITE(BKRG)     TO TRUE.
           REWRITE IESBKRG-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(BKRG)
               MOVE BKRG               TO VSUB
               MOVE BKRG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       P35-EXIT.
           EXIT.
