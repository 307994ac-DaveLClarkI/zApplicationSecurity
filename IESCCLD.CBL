      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESCCLD.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       COST-CENTER MASTER LOAD.  MERGES THE FINANCE
      *               COST-CENTER EXTRACT (IESCCFD, ASCENDING COST-
      *               CENTER ORDER) AGAINST THE IESCCTR MASTER: A COST
      *               CENTER NEW TO THE MASTER IS ADDED, ONE WHOSE
      *               DESCRIPTION, MANAGER, BACKUP, OR STATUS MOVED IS
      *               CHANGED, AND AN ACTIVE ONE NO LONGER ON THE
      *               EXTRACT IS CLOSED - NEVER DELETED.  THE EXTRACT
      *               MUST CARRY THE $HEADER/$TRAILER HANDSHAKE AND A
      *               GENERATION NO OLDER THAN THE LAST ONE LOADED, OR
      *               THE RUN IS REFUSED BEFORE ANYTHING IS CLOSED.  A
      *               MANAGER OR BACKUP WITH NO IESCNTL PROFILE IS
      *               FLAGGED ON THE REPORT BUT STILL LOADED.  PRODUCES
      *               SYSLST REPORT.  UPSI-7 ON ACTUALLY UPDATES THE
      *               MASTER; OTHERWISE THIS IS A REPORT-ONLY DRY RUN.

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

           SELECT IESCCFD
               ASSIGN TO IESCCFD
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESCCTR
               ASSIGN TO IESCCTR
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS CCTR-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
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

       FD  IESCCFD
           RECORD CONTAINS 80 CHARACTERS.
       COPY IESCCFD.

       FD  IESCCTR.
       COPY IESCCTR.

       FD  IESCNTL.
       COPY IESCNTL.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESCCLD'.

         03  CCFD                      PIC S9(04)   BINARY VALUE 1.
         03  CCTR                      PIC S9(04)   BINARY VALUE 2.
         03  IUI                       PIC S9(04)   BINARY VALUE 3.

         03  WORK-OPTION               PIC  X(08).
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-USRIDNT              PIC  X(08).
         03  WORK-STATUS               PIC  X(01).

      * the two merge partners - the current extract detail and the
      * current master record, each HIGH-VALUES once its stream ends
         03  FD-EOF-SW                 PIC  X(01)   VALUE 'N'.
           88  FD-STREAM-DONE                       VALUE 'Y'.
         03  MS-EOF-SW                 PIC  X(01)   VALUE 'N'.
           88  MS-STREAM-DONE                       VALUE 'Y'.
         03  WORK-FD-COSTCTR           PIC  X(10)   VALUE SPACES.
         03  WORK-MS-COSTCTR           PIC  X(10)   VALUE SPACES.
         03  WORK-PREV-COSTCTR         PIC  X(10)   VALUE SPACES.
      * the master record in hand - an add in between would otherwise
      * overlay it in the record area before it is compared or closed
         03  WORK-MS-RECORD            PIC  X(100)  VALUE SPACES.

         03  REJECT-SW                 PIC  X(01)   VALUE 'N'.
           88  DETAIL-REJECTED                      VALUE 'Y'.
         03  CHANGED-SW                PIC  X(01)   VALUE 'N'.
           88  MASTER-WAS-CHANGED                   VALUE 'Y'.

      * header/trailer handshake state - the extract must open with
      * a $HEADER record and close with a $TRAILER record before a
      * missing cost center is taken as closed
         03  HDR-SEEN-SW               PIC  X(01)   VALUE 'N'.
           88  HEADER-WAS-SEEN                      VALUE 'Y'.
         03  TRL-SEEN-SW               PIC  X(01)   VALUE 'N'.
           88  TRAILER-WAS-SEEN                     VALUE 'Y'.
         03  WORK-GENDATE              PIC  9(08)   VALUE ZEROES.
         03  WORK-LAST-GEN             PIC  9(08)   VALUE ZEROES.
         03  WORK-TRL-COUNT            PIC  9(07)   VALUE ZEROES.
         03  WORK-DETAIL-COUNT         PIC  9(07)   VALUE ZEROES.

         03  READ-COUNT                PIC  9(7)    VALUE ZEROES.
         03  ADD-COUNT                 PIC  9(7)    VALUE ZEROES.
         03  CHANGE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  CLOSE-COUNT               PIC  9(7)    VALUE ZEROES.
         03  SAME-COUNT                PIC  9(7)    VALUE ZEROES.
         03  REJECT-COUNT              PIC  9(7)    VALUE ZEROES.
         03  NOPROF-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

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

           PERFORM B30-VALIDATE-EXTRACT THRU B35-EXIT
             UNTIL STAT-EOFILE(CCFD)
                OR RTC-CODE NOT = ZERO.

      * nothing is closed until the extract has proved itself
      * complete and current
           IF  RTC-CODE = ZERO
               PERFORM B40-VALIDATE-HANDSHAKE THRU B45-EXIT
           END-IF.

      * rewind the proven extract and prime both merge partners
           IF  RTC-CODE = ZERO
               PERFORM B50-REOPEN-EXTRACT THRU B55-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM C00-MERGE-COST-CENTERS THRU C99-EXIT-PROCESS
                 UNTIL (FD-STREAM-DONE AND MS-STREAM-DONE)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE READ-COUNT             TO VAR-EDIT.
           DISPLAY 'Extract cost centers read  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ADD-COUNT              TO VAR-EDIT.
           DISPLAY 'Cost centers added ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CHANGE-COUNT           TO VAR-EDIT.
           DISPLAY 'Cost centers changed ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CLOSE-COUNT            TO VAR-EDIT.
           DISPLAY 'Cost centers closed ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SAME-COUNT             TO VAR-EDIT.
           DISPLAY 'Cost centers unchanged ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REJECT-COUNT           TO VAR-EDIT.
           DISPLAY 'Extract lines rejected ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NOPROF-COUNT           TO VAR-EDIT.
           DISPLAY 'Managers without profile . ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

      * what generation did the last loaded extract carry - an older
      * one would close every cost center opened since
           SET  RUN-REQUEST-INQUIRE    TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE ZEROES                 TO RUN-GENDATE.
           CALL RUNMAN              USING RUNMAN-PARMS.
           IF  RUN-RETN = ZERO
               MOVE RUN-GENDATE        TO WORK-LAST-GEN
           END-IF.

      * note the start of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-START      TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE ZEROES                 TO RUN-RETCODE
                                          RUN-COUNT1
                                          RUN-COUNT2
                                          RUN-COUNT3
                                          RUN-GENDATE.
           CALL RUNMAN              USING RUNMAN-PARMS.

           MOVE 'IESCCFD'              TO VSAM-FILE(CCFD).
           MOVE 'IESCCTR'              TO VSAM-FILE(CCTR).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).

           MOVE LENGTH OF CCFD-COSTCTR TO VSAM-KEYL(CCFD).
           MOVE LENGTH OF CCTR-KEY     TO VSAM-KEYL(CCTR).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM.

           OPEN INPUT  IESCCFD.
           IF  WITH-UPDATES
               OPEN I-O   IESCCTR
           ELSE
               OPEN INPUT IESCCTR
           END-IF.
           OPEN INPUT  IESCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE           TO WORK-TODAY
               IF  WITH-UPDATES
                   MOVE 'UPDATE:'      TO WORK-OPTION
               ELSE
                   MOVE 'REPORT:'      TO WORK-OPTION
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

           CLOSE IESCCFD
                 IESCCTR
                 IESCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry - only
      * a clean run that updated the master records the extract's
      * generation as loaded
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE READ-COUNT             TO RUN-COUNT1.
           COMPUTE RUN-COUNT2 = ADD-COUNT + CHANGE-COUNT.
           MOVE CLOSE-COUNT            TO RUN-COUNT3.
           IF  RTC-CODE = ZERO
           AND WITH-UPDATES
               MOVE WORK-GENDATE       TO RUN-GENDATE
           ELSE
               MOVE WORK-LAST-GEN      TO RUN-GENDATE
           END-IF.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    PASS 1 - PROVE THE EXTRACT WITHOUT LOADING A RECORD:        *
      *    COUNT THE DETAILS, CAPTURE THE HANDSHAKE, AND REFUSE AN     *
      *    OUT-OF-SEQUENCE FILE BEFORE THE MERGE EVER TRUSTS IT        *
      ******************************************************************
       B30-VALIDATE-EXTRACT.

           MOVE CCFD                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESCCFD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO B35-EXIT
           END-IF.

           IF  CCFD-IS-HEADER
               SET  HEADER-WAS-SEEN    TO TRUE
               IF  CCFD-HDR-GENDATE NUMERIC
                   MOVE CCFD-HDR-GENDATE
                                       TO WORK-GENDATE
               END-IF
               GO TO B35-EXIT
           END-IF.
           IF  CCFD-IS-TRAILER
               SET  TRAILER-WAS-SEEN   TO TRUE
               IF  CCFD-TRL-COUNT NUMERIC
                   MOVE CCFD-TRL-COUNT TO WORK-TRL-COUNT
               END-IF
               GO TO B35-EXIT
           END-IF.
           ADD  1                      TO WORK-DETAIL-COUNT.

      * the merge in C00 depends on ascending cost-center order -
      * refuse an out-of-sequence extract rather than mis-reconcile
           IF  WORK-DETAIL-COUNT > 1
           AND CCFD-COSTCTR NOT > WORK-PREV-COSTCTR
               DISPLAY THIS-PGM ': COST-CENTER EXTRACT OUT OF '
                       'SEQUENCE AT ' CCFD-COSTCTR
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO B35-EXIT
           END-IF.
           MOVE CCFD-COSTCTR           TO WORK-PREV-COSTCTR.

       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    PROVE THE EXTRACT COMPLETE AND CURRENT BEFORE ANYTHING IS   *
      *    CLOSED - A TRUNCATED TRANSFER OR AN OLD FILE WOULD CLOSE    *
      *    COST CENTERS PEOPLE ARE STILL CHARGED TO                    *
      ******************************************************************
       B40-VALIDATE-HANDSHAKE.
           EVALUATE TRUE
             WHEN WORK-DETAIL-COUNT = ZERO
               DISPLAY THIS-PGM ': COST-CENTER EXTRACT IS EMPTY - '
                       'RUN ABANDONED'
                                     UPON CONSOLE

             WHEN NOT HEADER-WAS-SEEN
               DISPLAY THIS-PGM ': COST-CENTER EXTRACT HAS NO '
                       '$HEADER RECORD - RUN ABANDONED'
                                     UPON CONSOLE

             WHEN NOT TRAILER-WAS-SEEN
               DISPLAY THIS-PGM ': COST-CENTER EXTRACT HAS NO '
                       '$TRAILER RECORD - TRANSFER LOOKS TRUNCATED, '
                       'RUN ABANDONED'
                                     UPON CONSOLE

             WHEN WORK-TRL-COUNT NOT = WORK-DETAIL-COUNT
               DISPLAY THIS-PGM ': COST-CENTER TRAILER COUNT '
                       WORK-TRL-COUNT ' DISAGREES WITH '
                       WORK-DETAIL-COUNT ' DETAILS READ - RUN '
                       'ABANDONED'   UPON CONSOLE

             WHEN WORK-GENDATE = ZEROES
               DISPLAY THIS-PGM ': COST-CENTER HEADER CARRIES NO '
                       'GENERATION DATE - RUN ABANDONED'
                                     UPON CONSOLE

             WHEN WORK-GENDATE < WORK-LAST-GEN
               DISPLAY THIS-PGM ': COST-CENTER GENERATION '
                       WORK-GENDATE ' IS OLDER THAN THE LAST LOADED '
                       WORK-LAST-GEN ' - STALE FILE, RUN ABANDONED'
                                     UPON CONSOLE

             WHEN OTHER
               DISPLAY 'COST-CENTER GENERATION ' WORK-GENDATE
                       ' ACCEPTED, ' WORK-DETAIL-COUNT ' DETAILS'
                                     UPON PRINTER
               GO TO B45-EXIT
           END-EVALUATE.

           MOVE +8                     TO RTC-CODE.
       B45-EXIT.
           EXIT.

      /*****************************************************************
      *    REWIND THE PROVEN EXTRACT, POSITION THE MASTER AT ITS TOP,  *
      *    AND PRIME BOTH MERGE PARTNERS                               *
      ******************************************************************
       B50-REOPEN-EXTRACT.
           MOVE CCFD                   TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE IESCCFD.
           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO B55-EXIT
           END-IF.

           SET  FUNC-OPEN(VSUB)        TO TRUE.
           OPEN INPUT IESCCFD.
           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO B55-EXIT
           END-IF.
           SET  FUNC-READ(VSUB)        TO TRUE.

           MOVE LOW-VALUES             TO CCTR-KEY.
           MOVE CCTR                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESCCTR KEY >= CCTR-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE CCTR-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO B55-EXIT
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET  MS-STREAM-DONE     TO TRUE
               MOVE HIGH-VALUES        TO WORK-MS-COSTCTR
           END-IF.

           PERFORM H00-GET-NEXT-DETAIL THRU H05-EXIT.
           PERFORM H10-GET-NEXT-MASTER THRU H15-EXIT.
       B55-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM PROCESSING ROUTINES                                 *
      ******************************************************************

      /*****************************************************************
      *    ONE STEP OF THE MERGE - A DETAIL BELOW THE MASTER IS A NEW  *
      *    COST CENTER, A MASTER BELOW THE DETAIL HAS DROPPED OFF THE  *
      *    EXTRACT, AND EQUAL KEYS ARE COMPARED FIELD BY FIELD         *
      ******************************************************************
       C00-MERGE-COST-CENTERS.

           EVALUATE TRUE
             WHEN WORK-FD-COSTCTR < WORK-MS-COSTCTR
               PERFORM D00-EDIT-DETAIL THRU D05-EXIT
               IF  NOT DETAIL-REJECTED
                   PERFORM E00-ADD-COST-CENTER THRU E05-EXIT
               END-IF
               PERFORM H00-GET-NEXT-DETAIL THRU H05-EXIT

             WHEN WORK-FD-COSTCTR > WORK-MS-COSTCTR
               PERFORM G00-CLOSE-COST-CENTER THRU G05-EXIT
               PERFORM H10-GET-NEXT-MASTER THRU H15-EXIT

             WHEN OTHER
               PERFORM D00-EDIT-DETAIL THRU D05-EXIT
               IF  NOT DETAIL-REJECTED
                   PERFORM F00-CHANGE-COST-CENTER THRU F05-EXIT
               END-IF
               PERFORM H00-GET-NEXT-DETAIL THRU H05-EXIT
               PERFORM H10-GET-NEXT-MASTER THRU H15-EXIT
           END-EVALUATE.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    EDIT ONE EXTRACT DETAIL - A BAD LINE IS REPORTED AND LEFT   *
      *    OUT, AND A MASTER RECORD WITH THE SAME KEY IS LEFT ALONE    *
      *    RATHER THAN CLOSED.  A MANAGER OR BACKUP WITH NO PROFILE    *
      *    IS ONLY FLAGGED - FINANCE OWNS THE NAME, NOT US             *
      ******************************************************************
       D00-EDIT-DETAIL.
           MOVE 'N'                    TO REJECT-SW.

           IF  CCFD-COSTCTR = SPACES
               SET  DETAIL-REJECTED    TO TRUE
               ADD  1                  TO REJECT-COUNT
               DISPLAY WORK-OPTION ' EXTRACT LINE ' READ-COUNT
                       ' HAS NO COST CENTER - REJECTED'
                                     UPON PRINTER
               GO TO D05-EXIT
           END-IF.

           IF  NOT CCFD-ACTIVE
           AND NOT CCFD-CLOSED
               SET  DETAIL-REJECTED    TO TRUE
               ADD  1                  TO REJECT-COUNT
               DISPLAY WORK-OPTION CCFD-COSTCTR ' STATUS "'
                       CCFD-STATUS '" IS NOT A OR C - REJECTED'
                                     UPON PRINTER
               GO TO D05-EXIT
           END-IF.

           IF  CCFD-ACTIVE
           AND CCFD-MANAGER = SPACES
               DISPLAY WORK-OPTION CCFD-COSTCTR
                       ' HAS NO MANAGER OF RECORD'
                                     UPON PRINTER
           END-IF.

           IF  CCFD-MANAGER > SPACES
               MOVE CCFD-MANAGER       TO WORK-USRIDNT
               PERFORM D10-CHECK-PROFILE THRU D15-EXIT
           END-IF.
           IF  CCFD-BACKUP > SPACES
               MOVE CCFD-BACKUP        TO WORK-USRIDNT
               PERFORM D10-CHECK-PROFILE THRU D15-EXIT
           END-IF.
       D05-EXIT.
           EXIT.

       D10-CHECK-PROFILE.
           SET  FUNC-READ(IUI)         TO TRUE.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE LOW-VALUES             TO IUI-KEY-VALUE.
           STRING WORK-USRIDNT            DELIMITED BY SPACE
                                     INTO IUI-US-USRIDNT.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NOTFND(IUI)
               ADD  1                  TO NOPROF-COUNT
               DISPLAY WORK-OPTION CCFD-COSTCTR ' MANAGER '
                       WORK-USRIDNT ' HAS NO IESCNTL PROFILE'
                                     UPON PRINTER
               GO TO D15-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD A COST CENTER NEW TO THE MASTER                         *
      ******************************************************************
       E00-ADD-COST-CENTER.
           ADD  1                      TO ADD-COUNT.
           MOVE 'A'                    TO WORK-STATUS.
           IF  CCFD-CLOSED
               MOVE 'C'                TO WORK-STATUS
           END-IF.
           DISPLAY WORK-OPTION CCFD-COSTCTR ' ADDED "' CCFD-DESC
                   '" MGR=' CCFD-MANAGER ' BKUP=' CCFD-BACKUP
                   ' STATUS=' WORK-STATUS
                                     UPON PRINTER.

           IF  NOT WITH-UPDATES
               GO TO E05-EXIT
           END-IF.

           MOVE SPACES                 TO IESCCTR-RECORD.
           MOVE CCFD-COSTCTR           TO CCTR-COSTCTR.
           MOVE CCFD-DESC              TO CCTR-DESC.
           MOVE CCFD-MANAGER           TO CCTR-MANAGER.
           MOVE CCFD-BACKUP            TO CCTR-BACKUP.
           MOVE WORK-STATUS            TO CCTR-STATUS.
           MOVE WORK-TODAY             TO CCTR-OPENED-DATE
                                          CCTR-LOADED-DATE.
           MOVE ZEROES                 TO CCTR-CLOSED-DATE.
           IF  CCTR-CLOSED
               MOVE WORK-TODAY         TO CCTR-CLOSED-DATE
           END-IF.

           SET  FUNC-WRITE(CCTR)       TO TRUE.
           WRITE IESCCTR-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(CCTR)
               MOVE CCTR               TO VSUB
               MOVE CCTR-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       E05-EXIT.
           EXIT.

      /*****************************************************************
      *    BRING A MASTER RECORD INTO LINE WITH ITS EXTRACT DETAIL -   *
      *    EACH MOVED FIELD IS REPORTED ON ITS OWN LINE                *
      ******************************************************************
       F00-CHANGE-COST-CENTER.
           MOVE WORK-MS-RECORD         TO IESCCTR-RECORD.
           MOVE 'N'                    TO CHANGED-SW.
           MOVE 'A'                    TO WORK-STATUS.
           IF  CCFD-CLOSED
               MOVE 'C'                TO WORK-STATUS
           END-IF.

           IF  CCFD-DESC NOT = CCTR-DESC
               SET  MASTER-WAS-CHANGED TO TRUE
               DISPLAY WORK-OPTION CCFD-COSTCTR ' DESCRIPTION "'
                       CCTR-DESC '" NOW "' CCFD-DESC '"'
                                     UPON PRINTER
               MOVE CCFD-DESC          TO CCTR-DESC
           END-IF.
           IF  CCFD-MANAGER NOT = CCTR-MANAGER
               SET  MASTER-WAS-CHANGED TO TRUE
               DISPLAY WORK-OPTION CCFD-COSTCTR ' MANAGER '
                       CCTR-MANAGER ' NOW ' CCFD-MANAGER
                                     UPON PRINTER
               MOVE CCFD-MANAGER       TO CCTR-MANAGER
           END-IF.
           IF  CCFD-BACKUP NOT = CCTR-BACKUP
               SET  MASTER-WAS-CHANGED TO TRUE
               DISPLAY WORK-OPTION CCFD-COSTCTR ' BACKUP '
                       CCTR-BACKUP ' NOW ' CCFD-BACKUP
                                     UPON PRINTER
               MOVE CCFD-BACKUP        TO CCTR-BACKUP
           END-IF.
           IF  WORK-STATUS NOT = CCTR-STATUS
               SET  MASTER-WAS-CHANGED TO TRUE
               DISPLAY WORK-OPTION CCFD-COSTCTR ' STATUS '
                       CCTR-STATUS ' NOW ' WORK-STATUS
                                     UPON PRINTER
               MOVE WORK-STATUS        TO CCTR-STATUS
               IF  CCTR-CLOSED
                   MOVE WORK-TODAY     TO CCTR-CLOSED-DATE
               ELSE
                   MOVE ZEROES         TO CCTR-CLOSED-DATE
               END-IF
           END-IF.

           IF  MASTER-WAS-CHANGED
               ADD  1                  TO CHANGE-COUNT
           ELSE
               ADD  1                  TO SAME-COUNT
           END-IF.

           IF  NOT WITH-UPDATES
               GO TO F05-EXIT
           END-IF.

      * the load date moves even when nothing else did, so the
      * master shows which extract last confirmed each cost center
           MOVE WORK-TODAY             TO CCTR-LOADED-DATE.
           SET  FUNC-REWRITE(CCTR)     TO TRUE.
           REWRITE IESCCTR-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(CCTR)
               MOVE CCTR               TO VSUB
               MOVE CCTR-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    CLOSE AN ACTIVE COST CENTER THAT IS NO LONGER ON THE        *
      *    EXTRACT - ONE ALREADY CLOSED IS LEFT AS IT IS               *
      ******************************************************************
       G00-CLOSE-COST-CENTER.
           MOVE WORK-MS-RECORD         TO IESCCTR-RECORD.
           IF  CCTR-CLOSED
               GO TO G05-EXIT
           END-IF.

           ADD  1                      TO CLOSE-COUNT.
           DISPLAY WORK-OPTION CCTR-COSTCTR ' "' CCTR-DESC
                   '" NOT ON FINANCE EXTRACT - CLOSED'
                                     UPON PRINTER.

           IF  NOT WITH-UPDATES
               GO TO G05-EXIT
           END-IF.

           SET  CCTR-CLOSED            TO TRUE.
           MOVE WORK-TODAY             TO CCTR-CLOSED-DATE.
           SET  FUNC-REWRITE(CCTR)     TO TRUE.
           REWRITE IESCCTR-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(CCTR)
               MOVE CCTR               TO VSUB
               MOVE CCTR-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       G05-EXIT.
           EXIT.

      /*****************************************************************
      *    FETCH THE NEXT DETAIL OFF THE EXTRACT - THE HANDSHAKE       *
      *    RECORDS WERE CONSUMED BY PASS 1 AND ARE SKIPPED HERE        *
      ******************************************************************
       H00-GET-NEXT-DETAIL.
           IF  FD-STREAM-DONE
               GO TO H05-EXIT
           END-IF.

           MOVE CCFD                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESCCFD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               SET  FD-STREAM-DONE     TO TRUE
               MOVE HIGH-VALUES        TO WORK-FD-COSTCTR
               GO TO H05-EXIT
           END-IF.

           IF  CCFD-IS-HEADER
           OR  CCFD-IS-TRAILER
               GO TO H00-GET-NEXT-DETAIL
           END-IF.

           ADD  1                      TO READ-COUNT.
           MOVE CCFD-COSTCTR           TO WORK-FD-COSTCTR.
       H05-EXIT.
           EXIT.

      /*****************************************************************
      *    FETCH THE NEXT COST CENTER OFF THE MASTER                   *
      ******************************************************************
       H10-GET-NEXT-MASTER.
           IF  MS-STREAM-DONE
               GO TO H15-EXIT
           END-IF.

           MOVE CCTR                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESCCTR NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE CCTR-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               SET  MS-STREAM-DONE     TO TRUE
               MOVE HIGH-VALUES        TO WORK-MS-COSTCTR
               GO TO H15-EXIT
           END-IF.

           MOVE CCTR-COSTCTR           TO WORK-MS-COSTCTR.
           MOVE IESCCTR-RECORD         TO WORK-MS-RECORD.
       H15-EXIT.
           EXIT.
