      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESOOBCK.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       NIGHTLY OUT-OF-BAND CHANGE DETECTOR FOR BSTCNTL
      *               AND IESCNTL.  EVERY PROGRAM IN THE SUITE
      *               JOURNALS ITS CHANGES TO IESJRNL, BUT BSTADMIN OR
      *               AN IDCAMS REPRO LEAVES NO TRACE.  THIS PASS
      *               KEEPS THE PREVIOUS NIGHT'S IMAGE OF BOTH FILES
      *               IN IESIMAG AND MERGES EACH LIVE FILE AGAINST
      *               IT IN KEY ORDER.  EVERY RECORD ADDED, CHANGED,
      *               OR DELETED SINCE THE IMAGE WAS TAKEN IS CHECKED
      *               AGAINST THE LATEST IESJRNL ENTRY FOR ITS KEY IN
      *               THE INTERVAL - A CHANGE COUNTS AS JOURNALED ONLY
      *               WHEN THAT ENTRY'S AFTER IMAGE MATCHES THE LIVE
      *               RECORD (OR IT IS A DELETE FOR A DELETED ONE), SO
      *               A JOURNALED CHANGE FOLLOWED BY A QUIET ONE IS
      *               STILL CAUGHT.  EVERY UNJOURNALED DIFFERENCE IS
      *               LISTED WITH ITS KEY AND THE FIELDS AN AUDITOR
      *               ASKS ABOUT FIRST (IUI-US-IESINFO BITS AND THE
      *               REVOKE STAMP, THE PERMIT COUNT AND UA FLAG),
      *               AND ANY AT ALL ENDS THE RUN WITH RC=4.  UPSI-7
      *               ON REFRESHES THE IMAGE TO TONIGHT'S FILES; A
      *               FILE WITH NO IMAGE YET IS SIMPLY IMAGED, NOT
      *               COMPARED.

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

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT BSTCNTL
               ASSIGN TO BSTCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BSM-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESIMAG
               ASSIGN TO IESIMAG
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS IMAG-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESJRNL
               ASSIGN TO IESJRNL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT SORT-WKFILE
               ASSIGN TO SYS001-UT-SORTWK1.

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

       FD  IESCNTL.
       COPY IESCNTL.

       FD  BSTCNTL
           RECORD IS VARYING IN SIZE
             FROM 280 TO 65535 CHARACTERS
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

       FD  IESIMAG.
       COPY IESIMAG.

       FD  IESJRNL.
       COPY IESJRNL.

       SD  SORT-WKFILE.
       01  SORT-RECORD.
         03  SORT-FILE                 PIC  X(08).
         03  SORT-REC-KEY              PIC  X(64).
         03  SORT-JRNL-KEY             PIC  X(19).

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESOOBCK'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.
         03  BSM                       PIC S9(04)   BINARY VALUE 2.
         03  IMAG                      PIC S9(04)   BINARY VALUE 3.
         03  JRNL                      PIC S9(04)   BINARY VALUE 4.

         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.
         03  JSUB                      PIC S9(04)   BINARY VALUE ZEROES.

      * tonight's stamp - the image taken now opens the next interval
         03  RUN-STAMP.
             05  RUN-DATE              PIC  9(08)   VALUE ZEROES.
             05  RUN-TIME              PIC  9(06)   VALUE ZEROES.

      * the interval each file's differences are judged against, from
      * that file's image header - zero means no image yet
         03  CNTL-IMAGE-STAMP.
             05  CNTL-IMAGE-DATE       PIC  9(08)   VALUE ZEROES.
             05  CNTL-IMAGE-TIME       PIC  9(06)   VALUE ZEROES.
         03  BSM-IMAGE-STAMP.
             05  BSM-IMAGE-DATE        PIC  9(08)   VALUE ZEROES.
             05  BSM-IMAGE-TIME        PIC  9(06)   VALUE ZEROES.
         03  WORK-FLOOR-STAMP.
             05  WORK-FLOOR-DATE       PIC  9(08)   VALUE ZEROES.
             05  WORK-FLOOR-TIME       PIC  9(06)   VALUE ZEROES.

      * the file currently being merged and its interval
         03  CURR-FILE                 PIC  X(08)   VALUE SPACES.
         03  CURR-IMAGE-STAMP.
             05  CURR-IMAGE-DATE       PIC  9(08)   VALUE ZEROES.
             05  CURR-IMAGE-TIME       PIC  9(06)   VALUE ZEROES.

      * the live record in hand, its key blank-padded like the journal
         03  LIVE-EOF-SW               PIC  X(01)   VALUE 'N'.
             88  LIVE-AT-END                   VALUE 'Y'.
         03  LIVE-KEY                  PIC  X(64)   VALUE SPACES.
         03  LIVE-LEN                  PIC  9(05)   VALUE ZEROES.
         03  LIVE-DATA                 PIC  X(1046) VALUE SPACES.

      * the image record in hand
         03  HOLD-EOF-SW               PIC  X(01)   VALUE 'N'.
             88  HOLD-AT-END                   VALUE 'Y'.
         03  HOLD-KEY                  PIC  X(64)   VALUE SPACES.
         03  HOLD-LEN                  PIC  9(05)   VALUE ZEROES.
         03  HOLD-DATA                 PIC  X(1046) VALUE SPACES.

         03  CHANGE-TYPE               PIC  X(07)   VALUE SPACES.
         03  WORK-REC-KEY              PIC  X(64)   VALUE SPACES.
         03  JOURNAL-SW                PIC  X(01)   VALUE 'N'.
             88  CHANGE-JOURNALED              VALUE 'Y'.
             88  CHANGE-NOT-JOURNALED          VALUE 'N'.

         03  OLD-INFO-BITS             PIC  X(08)   VALUE SPACES.
         03  NEW-INFO-BITS             PIC  X(08)   VALUE SPACES.
         03  OLD-REVOKEJ               PIC  9(05)   VALUE ZEROES.
         03  NEW-REVOKEJ               PIC  9(05)   VALUE ZEROES.
         03  OLD-UA-FLAG               PIC  X(01)   VALUE SPACES.
         03  NEW-UA-FLAG               PIC  X(01)   VALUE SPACES.
         03  OLD-PERMITS               PIC  9(03)   VALUE ZEROES.
         03  NEW-PERMITS               PIC  9(03)   VALUE ZEROES.

      * IN-MEMORY TABLE OF THE LATEST JOURNAL ENTRY FOR EACH KEY
      * CHANGED IN THE INTERVAL, BUILT IN FILE/KEY ORDER BY THE SORT
      * SO EACH DIFFERENCE CAN BINARY-SEARCH IT
         03  JTB-MAX                   PIC S9(04)   BINARY VALUE +9000.
         03  JTB-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  JTB-ENTRY         OCCURS 1 TO 9000 TIMES
                                   DEPENDING ON JTB-CTR
                                   ASCENDING KEY IS JTB-FILE
                                                    JTB-REC-KEY
                                   INDEXED BY JTB-IDX.
             05  JTB-FILE              PIC  X(08).
             05  JTB-REC-KEY           PIC  X(64).
             05  JTB-JRNL-KEY          PIC  X(19).

         03  JOURNAL-COUNT             PIC  9(7)    VALUE ZEROES.
         03  LIVE-COUNT                PIC  9(7)    VALUE ZEROES.
         03  DIFF-COUNT                PIC  9(7)    VALUE ZEROES.
         03  JOURNALED-COUNT           PIC  9(7)    VALUE ZEROES.
         03  UNJOURNALED-COUNT         PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY BITMAN.

       COPY DATETIME.

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

      * table the interval's journal entries, latest per key
           IF  RTC-CODE = ZERO
           AND WORK-FLOOR-DATE NOT = ZEROES
               SORT SORT-WKFILE
                           ON ASCENDING KEY SORT-FILE
                                            SORT-REC-KEY
                                            SORT-JRNL-KEY
                    INPUT  PROCEDURE IS
                           D00-SELECT-JOURNAL THRU D99-EXIT-PROC
                    OUTPUT PROCEDURE IS
                           D50-LOAD-JOURNAL-TABLE THRU D59-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE 'IESCNTL'          TO CURR-FILE
               MOVE CNTL-IMAGE-STAMP   TO CURR-IMAGE-STAMP
               PERFORM E00-MERGE-FILE THRU E99-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE 'BSTCNTL'          TO CURR-FILE
               MOVE BSM-IMAGE-STAMP    TO CURR-IMAGE-STAMP
               PERFORM E00-MERGE-FILE THRU E99-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE JOURNAL-COUNT          TO VAR-EDIT.
           DISPLAY 'Journal entries in window  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LIVE-COUNT             TO VAR-EDIT.
           DISPLAY 'Live records compared .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DIFF-COUNT             TO VAR-EDIT.
           DISPLAY 'Differences from image ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE JOURNALED-COUNT        TO VAR-EDIT.
           DISPLAY 'Accounted for in IESJRNL . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNJOURNALED-COUNT      TO VAR-EDIT.
           DISPLAY 'Unjournaled changes ...... ' VAR-EDIT
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

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO RUN-DATE.
           MOVE NUM-TIME               TO RUN-TIME.

           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESIMAG'              TO VSAM-FILE(IMAG).
           MOVE 'IESJRNL'              TO VSAM-FILE(JRNL).

           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF IMAG-KEY     TO VSAM-KEYL(IMAG).
           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRNL).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESCNTL
                      BSTCNTL
                      IESJRNL.
           IF  WITH-UPDATES
               OPEN I-O   IESIMAG
           ELSE
               OPEN INPUT IESIMAG
           END-IF.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * each file's image header stamps the start of its interval
           IF  RTC-CODE = ZERO
               MOVE 'IESCNTL'          TO IMAG-FILE
               PERFORM P10-READ-IMAGE-HEADER THRU P15-EXIT
               MOVE IMAG-STAMP         TO CNTL-IMAGE-STAMP
           END-IF.
           IF  RTC-CODE = ZERO
               MOVE 'BSTCNTL'          TO IMAG-FILE
               PERFORM P10-READ-IMAGE-HEADER THRU P15-EXIT
               MOVE IMAG-STAMP         TO BSM-IMAGE-STAMP
           END-IF.

           IF  RTC-CODE = ZERO
      * the journal pass opens at the older of the two intervals
               MOVE CNTL-IMAGE-STAMP   TO WORK-FLOOR-STAMP
               IF  WORK-FLOOR-DATE = ZEROES
               OR (BSM-IMAGE-DATE NOT = ZEROES
               AND BSM-IMAGE-STAMP < WORK-FLOOR-STAMP)
                   MOVE BSM-IMAGE-STAMP
                                       TO WORK-FLOOR-STAMP
               END-IF

               DISPLAY 'OUT-OF-BAND CHANGE DETECTOR - RUN STAMP '
                       RUN-DATE '-' RUN-TIME
                                     UPON PRINTER
               DISPLAY '  IESCNTL IMAGE TAKEN ' CNTL-IMAGE-DATE
                       '-' CNTL-IMAGE-TIME
                                     UPON PRINTER
               DISPLAY '  BSTCNTL IMAGE TAKEN ' BSM-IMAGE-DATE
                       '-' BSM-IMAGE-TIME
                                     UPON PRINTER
               IF  NOT WITH-UPDATES
                   DISPLAY '  REPORT ONLY - IMAGE NOT REFRESHED'
                                     UPON PRINTER
               END-IF
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

           CLOSE IESCNTL
                 BSTCNTL
                 IESIMAG
                 IESJRNL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * any quiet change at all is a finding the JCL must see
           IF  RTC-CODE = ZERO
           AND UNJOURNALED-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE LIVE-COUNT             TO RUN-COUNT1.
           MOVE DIFF-COUNT             TO RUN-COUNT2.
           MOVE UNJOURNALED-COUNT      TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    RELEASE EVERY JOURNAL ENTRY AGAINST EITHER FILE SINCE THE   *
      *    OLDER IMAGE WAS TAKEN                                       *
      ******************************************************************
       D00-SELECT-JOURNAL.

           MOVE LOW-VALUES             TO JRNL-KEY.
           MOVE WORK-FLOOR-DATE        TO JRNL-DATE.
           MOVE WORK-FLOOR-TIME        TO JRNL-TIME.
           MOVE JRNL                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESJRNL KEY >= JRNL-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT-PROC
           END-IF.

       D10-NEXT-JOURNAL.
           MOVE JRNL                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESJRNL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT-PROC
           END-IF.

           EVALUATE JRNL-FILE
             WHEN 'IESCNTL'
               IF  CNTL-IMAGE-DATE = ZEROES
               OR  JRNL-DATE < CNTL-IMAGE-DATE
               OR (JRNL-DATE = CNTL-IMAGE-DATE
               AND JRNL-TIME < CNTL-IMAGE-TIME)
                   GO TO D10-NEXT-JOURNAL
               END-IF
             WHEN 'BSTCNTL'
               IF  BSM-IMAGE-DATE = ZEROES
               OR  JRNL-DATE < BSM-IMAGE-DATE
               OR (JRNL-DATE = BSM-IMAGE-DATE
               AND JRNL-TIME < BSM-IMAGE-TIME)
                   GO TO D10-NEXT-JOURNAL
               END-IF
             WHEN OTHER
               GO TO D10-NEXT-JOURNAL
           END-EVALUATE.

           ADD  1                      TO JOURNAL-COUNT.
           MOVE JRNL-FILE              TO SORT-FILE.
           MOVE JRNL-REC-KEY           TO SORT-REC-KEY.
           MOVE JRNL-KEY               TO SORT-JRNL-KEY.
           RELEASE SORT-RECORD.
           GO TO D10-NEXT-JOURNAL.

       D99-EXIT-PROC.
           EXIT.

      /*****************************************************************
      *    KEEP ONLY THE LATEST JOURNAL ENTRY FOR EACH FILE/KEY        *
      ******************************************************************
       D50-LOAD-JOURNAL-TABLE.
           IF  RTC-CODE NOT = ZERO
               GO TO D59-EXIT
           END-IF.

       D52-NEXT-ENTRY.
           RETURN SORT-WKFILE RECORD
               AT END GO TO D59-EXIT
           END-RETURN.

      * the stamp is the minor sort key, so a repeat of the same
      * file/key replaces the entry with its later change
           IF  JTB-CTR > ZERO
               IF  JTB-FILE(JTB-CTR) = SORT-FILE
               AND JTB-REC-KEY(JTB-CTR) = SORT-REC-KEY
                   MOVE SORT-JRNL-KEY  TO JTB-JRNL-KEY(JTB-CTR)
                   GO TO D52-NEXT-ENTRY
               END-IF
           END-IF.

           IF  JTB-CTR >= JTB-MAX
               DISPLAY THIS-PGM ': JOURNAL TABLE FULL, '
                       'INCREASE JTB-MAX'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D59-EXIT
           END-IF.

           ADD  1                      TO JTB-CTR.
           MOVE SORT-FILE              TO JTB-FILE(JTB-CTR).
           MOVE SORT-REC-KEY           TO JTB-REC-KEY(JTB-CTR).
           MOVE SORT-JRNL-KEY          TO JTB-JRNL-KEY(JTB-CTR).
           GO TO D52-NEXT-ENTRY.

       D59-EXIT.
           EXIT.

      /*****************************************************************
      *    MERGE ONE LIVE FILE AGAINST ITS IMAGE IN KEY ORDER          *
      ******************************************************************
       E00-MERGE-FILE.
           IF  CURR-IMAGE-DATE = ZEROES
               DISPLAY CURR-FILE ': NO IMAGE ON FILE YET - '
                       'THIS RUN ONLY TAKES ONE'
                                     UPON PRINTER
           END-IF.

           MOVE 'N'                    TO LIVE-EOF-SW
                                          HOLD-EOF-SW.
           PERFORM P20-START-LIVE-FILE THRU P25-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E99-EXIT
           END-IF.

      * position the image just past this file's header entry
           MOVE CURR-FILE              TO IMAG-FILE.
           MOVE LOW-VALUES             TO IMAG-REC-KEY.
           MOVE IMAG                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESIMAG KEY > IMAG-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE IMAG-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO E99-EXIT
               END-IF
               SET  HOLD-AT-END        TO TRUE
               MOVE HIGH-VALUES        TO HOLD-KEY
           END-IF.

           PERFORM P30-NEXT-LIVE THRU P35-EXIT.
           IF  NOT HOLD-AT-END
               PERFORM P40-NEXT-IMAGE THRU P45-EXIT
           END-IF.

       E10-COMPARE.
           IF  RTC-CODE NOT = ZERO
               GO TO E99-EXIT
           END-IF.
           IF  LIVE-AT-END
           AND HOLD-AT-END
               GO TO E90-CLOSE-IMAGE
           END-IF.

           EVALUATE TRUE
             WHEN LIVE-KEY < HOLD-KEY
               MOVE 'ADDED'            TO CHANGE-TYPE
               PERFORM F00-JUDGE-DIFFERENCE THRU F99-EXIT
               IF  WITH-UPDATES
                   PERFORM G00-WRITE-IMAGE THRU G09-EXIT
               END-IF
               PERFORM P30-NEXT-LIVE THRU P35-EXIT
             WHEN LIVE-KEY > HOLD-KEY
               MOVE 'DELETED'          TO CHANGE-TYPE
               PERFORM F00-JUDGE-DIFFERENCE THRU F99-EXIT
               IF  WITH-UPDATES
                   PERFORM G20-DELETE-IMAGE THRU G29-EXIT
               END-IF
               PERFORM P40-NEXT-IMAGE THRU P45-EXIT
             WHEN OTHER
               IF  LIVE-LEN NOT = HOLD-LEN
               OR  LIVE-DATA NOT = HOLD-DATA
                   MOVE 'CHANGED'      TO CHANGE-TYPE
                   PERFORM F00-JUDGE-DIFFERENCE THRU F99-EXIT
                   IF  WITH-UPDATES
                       PERFORM G10-REWRITE-IMAGE THRU G19-EXIT
                   END-IF
               END-IF
               PERFORM P30-NEXT-LIVE THRU P35-EXIT
               PERFORM P40-NEXT-IMAGE THRU P45-EXIT
           END-EVALUATE.
           GO TO E10-COMPARE.

      * the image now matches tonight's file - restamp its header
       E90-CLOSE-IMAGE.
           IF  NOT WITH-UPDATES
               GO TO E99-EXIT
           END-IF.
           MOVE SPACES                 TO IESIMAG-RECORD.
           MOVE CURR-FILE              TO IMAG-FILE.
           MOVE LOW-VALUES             TO IMAG-REC-KEY.
           MOVE RUN-STAMP              TO IMAG-STAMP.
           MOVE ZEROES                 TO IMAG-RECLEN.
           SET  FUNC-WRITE(IMAG)       TO TRUE.
           WRITE IESIMAG-RECORD END-WRITE.
           IF  FILE3-STAT = '22'
               SET  FUNC-REWRITE(IMAG) TO TRUE
               REWRITE IESIMAG-RECORD END-REWRITE
           END-IF.
           IF  NOT STAT-NORMAL(IMAG)
               MOVE IMAG               TO VSUB
               MOVE IMAG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE DIFFERENCE FROM THE IMAGE - DOES THE JOURNAL EXPLAIN    *
      *    IT?  THE LATEST INTERVAL ENTRY FOR THE KEY MUST LEAVE THE   *
      *    RECORD EXACTLY AS IT STANDS TONIGHT                         *
      ******************************************************************
       F00-JUDGE-DIFFERENCE.
      * with no image there is nothing to judge against
           IF  CURR-IMAGE-DATE = ZEROES
               GO TO F99-EXIT
           END-IF.

           ADD  1                      TO DIFF-COUNT.

           SET  CHANGE-NOT-JOURNALED   TO TRUE.
           IF  CHANGE-TYPE = 'DELETED'
               MOVE HOLD-KEY           TO WORK-REC-KEY
           ELSE
               MOVE LIVE-KEY           TO WORK-REC-KEY
           END-IF.

           IF  JTB-CTR > ZERO
               SEARCH ALL JTB-ENTRY
                 AT END
                   CONTINUE
                 WHEN JTB-FILE(JTB-IDX) = CURR-FILE
                  AND JTB-REC-KEY(JTB-IDX) = WORK-REC-KEY
                   SET  JSUB           TO JTB-IDX
                   PERFORM F10-READ-LATEST-ENTRY THRU F19-EXIT
               END-SEARCH
           END-IF.

           IF  CHANGE-JOURNALED
               ADD  1                  TO JOURNALED-COUNT
               GO TO F99-EXIT
           END-IF.

           ADD  1                      TO UNJOURNALED-COUNT.
           DISPLAY 'UNJOURNALED ' CHANGE-TYPE ' ' CURR-FILE
                   ' KEY=' WORK-REC-KEY(1:56)
                                     UPON PRINTER.

           IF  CURR-FILE = 'IESCNTL'
               PERFORM F20-SHOW-PROFILE-DETAIL THRU F29-EXIT
           ELSE
               PERFORM F30-SHOW-BSTCNTL-DETAIL THRU F39-EXIT
           END-IF.
       F99-EXIT.
           EXIT.

       F10-READ-LATEST-ENTRY.
           MOVE JTB-JRNL-KEY(JSUB)     TO JRNL-KEY.
           SET  FUNC-READ(JRNL)        TO TRUE.
           READ IESJRNL RECORD END-READ.
           IF  NOT STAT-NORMAL(JRNL)
               MOVE JRNL               TO VSUB
               MOVE JRNL-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F19-EXIT
           END-IF.

           IF  CHANGE-TYPE = 'DELETED'
               IF  JRNL-FUNC-DELETE
                   SET  CHANGE-JOURNALED
                                       TO TRUE
               END-IF
               GO TO F19-EXIT
           END-IF.

           IF  NOT JRNL-FUNC-DELETE
           AND JRNL-AFTER-DATA(1:LIVE-LEN) = LIVE-DATA(1:LIVE-LEN)
               SET  CHANGE-JOURNALED   TO TRUE
           END-IF.
       F19-EXIT.
           EXIT.

      * before-and-after of the profile fields an auditor asks about
       F20-SHOW-PROFILE-DETAIL.
           IF  WORK-REC-KEY(1:1) NOT = '1'
               GO TO F29-EXIT
           END-IF.
           MOVE SPACES                 TO OLD-INFO-BITS
                                          NEW-INFO-BITS.
           MOVE ZEROES                 TO OLD-REVOKEJ
                                          NEW-REVOKEJ.

           IF  CHANGE-TYPE NOT = 'ADDED'
               MOVE HOLD-DATA(1:106)   TO IESCNTL-RECORD
               SET  BIT-DECODE-FROM-BYTE
                                       TO TRUE
               MOVE IUI-US-IESINFO     TO BIT-BYTE
               CALL BITMAN          USING BITMAN-PARMS
               MOVE BIT-BITS           TO OLD-INFO-BITS
               MOVE IUI-US-REVOKEJ     TO OLD-REVOKEJ
           END-IF.
           IF  CHANGE-TYPE NOT = 'DELETED'
               MOVE LIVE-DATA(1:106)   TO IESCNTL-RECORD
               SET  BIT-DECODE-FROM-BYTE
                                       TO TRUE
               MOVE IUI-US-IESINFO     TO BIT-BYTE
               CALL BITMAN          USING BITMAN-PARMS
               MOVE BIT-BITS           TO NEW-INFO-BITS
               MOVE IUI-US-REVOKEJ     TO NEW-REVOKEJ
           END-IF.

           DISPLAY '    IESINFO BITS ' OLD-INFO-BITS
                   ' -> ' NEW-INFO-BITS
                   '   REVOKEJ ' OLD-REVOKEJ ' -> ' NEW-REVOKEJ
                                     UPON PRINTER.
       F29-EXIT.
           EXIT.

      * before-and-after of the permit list's size and the UA flag
       F30-SHOW-BSTCNTL-DETAIL.
           MOVE SPACES                 TO OLD-UA-FLAG
                                          NEW-UA-FLAG.
           MOVE ZEROES                 TO OLD-PERMITS
                                          NEW-PERMITS.

           IF  CHANGE-TYPE NOT = 'ADDED'
               MOVE HOLD-LEN           TO BSM-RECL
               MOVE HOLD-DATA(1:BSM-RECL)
                                       TO BSTCNTL-RECORD(1:BSM-RECL)
               IF  BSM-GROUP
                   DISPLAY '    WAS MEMBER ' BSM-GRP-MEMBER
                           ' OF ' BSM-GRP-NAME
                                     UPON PRINTER
               ELSE
                   MOVE BSM-SEC-UA-FLAG
                                       TO OLD-UA-FLAG
                   MOVE BSM-SEC-PERMITS
                                       TO OLD-PERMITS
               END-IF
           END-IF.
           IF  CHANGE-TYPE NOT = 'DELETED'
               MOVE LIVE-LEN           TO BSM-RECL
               MOVE LIVE-DATA(1:BSM-RECL)
                                       TO BSTCNTL-RECORD(1:BSM-RECL)
               IF  BSM-GROUP
                   DISPLAY '    NOW MEMBER ' BSM-GRP-MEMBER
                           ' OF ' BSM-GRP-NAME
                                     UPON PRINTER
               ELSE
                   MOVE BSM-SEC-UA-FLAG
                                       TO NEW-UA-FLAG
                   MOVE BSM-SEC-PERMITS
                                       TO NEW-PERMITS
               END-IF
           END-IF.

           IF  WORK-REC-KEY(1:1) NOT = 'G'
               DISPLAY '    PERMITS ' OLD-PERMITS ' -> ' NEW-PERMITS
                       '   UA FLAG ' OLD-UA-FLAG ' -> ' NEW-UA-FLAG
                                     UPON PRINTER
           END-IF.
       F39-EXIT.
           EXIT.

      /*****************************************************************
      *    BRING THE IMAGE IN STEP WITH THE LIVE FILE - THE RECORD     *
      *    AREA IS REBUILT FROM THE HELD FIELDS BEFORE EVERY UPDATE    *
      ******************************************************************
       G00-WRITE-IMAGE.
           MOVE SPACES                 TO IESIMAG-RECORD.
           MOVE CURR-FILE              TO IMAG-FILE.
           MOVE LIVE-KEY               TO IMAG-REC-KEY.
           MOVE RUN-STAMP              TO IMAG-STAMP.
           MOVE LIVE-LEN               TO IMAG-RECLEN.
           MOVE LIVE-DATA              TO IMAG-DATA.
           SET  FUNC-WRITE(IMAG)       TO TRUE.
           WRITE IESIMAG-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(IMAG)
               MOVE IMAG               TO VSUB
               MOVE IMAG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       G09-EXIT.
           EXIT.

       G10-REWRITE-IMAGE.
           MOVE SPACES                 TO IESIMAG-RECORD.
           MOVE CURR-FILE              TO IMAG-FILE.
           MOVE LIVE-KEY               TO IMAG-REC-KEY.
           MOVE RUN-STAMP              TO IMAG-STAMP.
           MOVE LIVE-LEN               TO IMAG-RECLEN.
           MOVE LIVE-DATA              TO IMAG-DATA.
           SET  FUNC-REWRITE(IMAG)     TO TRUE.
           REWRITE IESIMAG-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(IMAG)
               MOVE IMAG               TO VSUB
               MOVE IMAG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       G19-EXIT.
           EXIT.

       G20-DELETE-IMAGE.
           MOVE CURR-FILE              TO IMAG-FILE.
           MOVE HOLD-KEY               TO IMAG-REC-KEY.
           SET  FUNC-DELETE(IMAG)      TO TRUE.
           DELETE IESIMAG RECORD END-DELETE.
           IF  NOT STAT-NORMAL(IMAG)
               MOVE IMAG               TO VSUB
               MOVE IMAG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       G29-EXIT.
           EXIT.

      /*****************************************************************
      *    OTHER PERFORMED ROUTINES                                    *
      ******************************************************************

      * hand back a file's image header stamp, zero when none on file
       P10-READ-IMAGE-HEADER.
           MOVE LOW-VALUES             TO IMAG-REC-KEY.
           SET  FUNC-READ(IMAG)        TO TRUE.
           READ IESIMAG RECORD END-READ.
           IF  STAT-NORMAL(IMAG)
               GO TO P15-EXIT
           END-IF.
           IF  NOT STAT-NOTFND(IMAG)
               MOVE IMAG               TO VSUB
               MOVE IMAG-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           MOVE ZEROES                 TO IMAG-STAMP.
       P15-EXIT.
           EXIT.

       P20-START-LIVE-FILE.
           IF  CURR-FILE = 'IESCNTL'
               MOVE LOW-VALUES         TO IUI-KEY
               MOVE IUI                TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESCNTL KEY >= IUI-KEY END-START
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
           ELSE
               MOVE LOW-VALUES         TO BSM-KEY
               MOVE BSM                TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START BSTCNTL KEY >= BSM-KEY END-START
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO P25-EXIT
               END-IF
               SET  LIVE-AT-END        TO TRUE
               MOVE HIGH-VALUES        TO LIVE-KEY
           END-IF.
       P25-EXIT.
           EXIT.

      * the next live record, or high-values at end of file
       P30-NEXT-LIVE.
           IF  LIVE-AT-END
               GO TO P35-EXIT
           END-IF.
           IF  CURR-FILE = 'IESCNTL'
               MOVE IUI                TO VSUB
               SET  FUNC-READNEXT(VSUB)
                                       TO TRUE
               READ IESCNTL NEXT RECORD END-READ
           ELSE
               MOVE BSM                TO VSUB
               SET  FUNC-READNEXT(VSUB)
                                       TO TRUE
               READ BSTCNTL NEXT RECORD END-READ
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE LIVE-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               SET  LIVE-AT-END        TO TRUE
               MOVE HIGH-VALUES        TO LIVE-KEY
               GO TO P35-EXIT
           END-IF.

           ADD  1                      TO LIVE-COUNT.
           MOVE SPACES                 TO LIVE-KEY
                                          LIVE-DATA.
           IF  CURR-FILE = 'IESCNTL'
               MOVE IUI-KEY            TO LIVE-KEY
               MOVE LENGTH OF IUI-US-RECORD
                                       TO LIVE-LEN
               MOVE IESCNTL-RECORD     TO LIVE-DATA
           ELSE
               MOVE BSM-KEY            TO LIVE-KEY
               MOVE BSM-RECL           TO LIVE-LEN
               MOVE BSTCNTL-RECORD(1:BSM-RECL)
                                       TO LIVE-DATA
           END-IF.
       P35-EXIT.
           EXIT.

      * the next image record for the current file, or high-values
       P40-NEXT-IMAGE.
           IF  HOLD-AT-END
               GO TO P45-EXIT
           END-IF.
           MOVE IMAG                   TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESIMAG NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE IMAG-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               SET  HOLD-AT-END        TO TRUE
               MOVE HIGH-VALUES        TO HOLD-KEY
               GO TO P45-EXIT
           END-IF.
           IF  IMAG-FILE NOT = CURR-FILE
               SET  HOLD-AT-END        TO TRUE
               MOVE HIGH-VALUES        TO HOLD-KEY
               GO TO P45-EXIT
           END-IF.

           MOVE IMAG-REC-KEY           TO HOLD-KEY.
           MOVE IMAG-RECLEN            TO HOLD-LEN.
           MOVE IMAG-DATA              TO HOLD-DATA.
       P45-EXIT.
           EXIT.
