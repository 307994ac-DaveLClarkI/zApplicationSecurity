      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESSPSWP.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       WEEKLY CONTRACTOR SPONSORSHIP SWEEP.  A
      *               CONTRACTOR USERID HAS NO EMPLOYEE OF ITS OWN IN
      *               THE HR FEED, SO EACH ONE IS REGISTERED ON
      *               IESSPON AGAINST THE EMPLOYEE WHO SPONSORS IT.
      *               THIS SWEEP FLAGS EVERY ACTIVE CONTRACTOR WHOSE
      *               SPONSOR IS REVOKED, GONE FROM IESCNTL, OR
      *               MISSING FROM THE IESHRFD HR MASTER EXTRACT (WHEN
      *               ONE IS PRESENT AND ITS $HEADER/$TRAILER
      *               HANDSHAKE PROVES IT COMPLETE), OR WHOSE
      *               ENGAGEMENT END DATE HAS PASSED, AND QUEUES A
      *               SPONSOR-REASSIGNMENT NOTICE THROUGH MAILWRTR TO
      *               THE MANAGER OF RECORD (IESCCTR) OF THE
      *               SPONSOR'S COST CENTER.  A FLAG STILL STANDING
      *               AFTER THE GRACE DAYS OF THIS PROGRAM'S IESPURGC
      *               ENTRY (DEFAULT 14) PUTS A REVOKE OF THE
      *               CONTRACTOR ON IESPNDC FOR IESPNDAP TO CARRY OUT;
      *               NAMING A NEW SPONSOR OR EXTENDING THE END DATE
      *               THROUGH VSECCMNT CLEARS THE FLAG ON THE NEXT
      *               SWEEP.  SPONSORSHIPS PAST THEIR REVIEW DATE ARE
      *               LISTED AS WELL.  UPSI-7 ON RECORDS THE FLAGS AND
      *               QUEUES THE REVOKES; OTHERWISE REPORT-ONLY.
      *               EMAIL GOES OUT WHILE UPSI-0 IS ON.

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
           UPSI-0 ON STATUS IS SEND-EMAIL,
           UPSI-7 ON STATUS IS WITH-UPDATES.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT IESSPON
               ASSIGN TO IESSPON
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS SPON-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT VUSERID
               ASSIGN TO VUSERID
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS VUSER-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESLDUV
               ASSIGN TO IESLDUV
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS LDUM-MFUSRID
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESCCTR
               ASSIGN TO IESCCTR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS CCTR-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT IESPNDC
               ASSIGN TO IESPNDC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS PNDC-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESPURGC
               ASSIGN TO IESPURGC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS PURGC-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

      * the HR master extract is only on hand on the days it is
      * delivered, so it carries its own status pair and a failed
      * open just skips the terminated-sponsor test
           SELECT IESHRFD
               ASSIGN TO IESHRFD
               FILE STATUS IS HRFDF-STAT
                              HRFDF-FDBK.

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

       FD  IESSPON.
       COPY IESSPON.

       FD  IESCNTL.
       COPY IESCNTL.

       FD  VUSERID
           RECORD IS VARYING IN SIZE
             FROM 127 TO 174 CHARACTERS.
       COPY VUSERID.
       01  VUSERID-OLD-RECORD          PIC  X(127).

       FD  IESLDUV.
       COPY IESLDUM.

       FD  IESCCTR.
       COPY IESCCTR.

       FD  IESPNDC.
       COPY IESPNDC.

       FD  IESPURGC.
       COPY IESPURGC.

       FD  IESHRFD
           RECORD CONTAINS 213 CHARACTERS.
       COPY IESHRFD.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESSPSWP'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.

         03  SPON                      PIC S9(04)   BINARY VALUE 1.
         03  IUI                       PIC S9(04)   BINARY VALUE 2.
         03  VUSER                     PIC S9(04)   BINARY VALUE 3.
         03  LDUM                      PIC S9(04)   BINARY VALUE 4.
         03  CCTR                      PIC S9(04)   BINARY VALUE 5.
         03  PNDC                      PIC S9(04)   BINARY VALUE 6.
         03  PURGC                     PIC S9(04)   BINARY VALUE 7.

         03  HRFDF-STAT                PIC  X(02).
           88  HRFDF-NORMAL                         VALUE '00'.
           88  HRFDF-EOFILE                         VALUE '10'.
         03  HRFDF-FDBK                PIC  X(06).

      * grace period a flagged contractor is given to get a new
      * sponsor, normally loaded from this program's IESPURGC record
      * by B10-INITIALIZATION - this value is the fallback used when
      * no control record is on file
         03  WORK-GRACE-DAYS           PIC  9(05)   VALUE 00014.
         03  WORK-GRACE-EDIT           PIC  ZZZZ9.

         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-TODAY-TOTD           PIC  9(08)   VALUE ZEROES.
         03  WORK-GRACE-CUTOFF         PIC  9(08)   VALUE ZEROES.
         03  WORK-DEADLINE             PIC  9(08)   VALUE ZEROES.
         03  WORK-USRIDNT              PIC  X(08)   VALUE SPACES.
         03  WORK-USER-MAIL            PIC  X(64)   VALUE SPACES.
         03  WORK-COSTCTR              PIC  X(10)   VALUE SPACES.
         03  WORK-MANAGER              PIC  X(08)   VALUE SPACES.
         03  WORK-REASON               PIC  X(01)   VALUE SPACE.
           88  REASON-NONE                          VALUE ' '.
         03  WORK-REASON-TEXT          PIC  X(40)   VALUE SPACES.
         03  WORK-ACTION               PIC  X(08)   VALUE SPACES.
         03  WORK-LINE                 PIC  X(127)  VALUE SPACES.
         03  WORK-NOTICE-TYPE          PIC  X(01)   VALUE SPACE.
           88  NOTICE-FIRST                         VALUE 'F'.
           88  NOTICE-REMINDER                      VALUE 'R'.
           88  NOTICE-REVOKE                        VALUE 'X'.

      * $HEADER/$TRAILER handshake of the HR master extract - only a
      * complete extract may say a sponsor has left
         03  HR-TRUSTED-SW             PIC  X(01)   VALUE 'N'.
           88  HR-IS-TRUSTED                        VALUE 'Y'.
         03  HR-HEADER-SW              PIC  X(01)   VALUE 'N'.
           88  HR-HEADER-SEEN                       VALUE 'Y'.
         03  HR-TRAILER-SW             PIC  X(01)   VALUE 'N'.
           88  HR-TRAILER-SEEN                      VALUE 'Y'.
         03  HR-DETAIL-COUNT           PIC  9(07)   VALUE ZEROES.
         03  HR-TRL-COUNT              PIC  9(07)   VALUE ZEROES.

         03  SSUB                      PIC S9(04)   BINARY VALUE ZERO.

      * THE DISTINCT SPONSORS ON FILE, EACH MARKED WHEN THE HR MASTER
      * EXTRACT IS FOUND TO CARRY IT
         03  SPNT-MAX                  PIC S9(04)   BINARY VALUE +500.
         03  SPNT-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  SPNT-ENTRY                OCCURS 500 TIMES.
             05  SPNT-SPONSOR          PIC  X(08).
             05  SPNT-IN-HR            PIC  X(01).

         03  SPONSOR-COUNT             PIC  9(7)    VALUE ZEROES.
         03  FLAGGED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  NEW-FLAG-COUNT            PIC  9(7)    VALUE ZEROES.
         03  RESOLVED-COUNT            PIC  9(7)    VALUE ZEROES.
         03  REVOKE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  NOTICE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  NOADDR-COUNT              PIC  9(7)    VALUE ZEROES.
         03  REVIEW-DUE-COUNT          PIC  9(7)    VALUE ZEROES.
         03  INACTIVE-COUNT            PIC  9(7)    VALUE ZEROES.
         03  UNCHECKED-COUNT           PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

       COPY DTEMAN.

       COPY RUNMAN.

       COPY RTCMAN.

       COPY VSMSTATW.

      * MAINFRAME MAIL INTERFACE
       01  MAILWRTR-COMMAREA.
         COPY MAILWRTR.

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

           PERFORM C00-PROCESS-IESSPON THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(SPON)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE SPONSOR-COUNT          TO VAR-EDIT.
           DISPLAY 'Sponsorships on file ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE INACTIVE-COUNT         TO VAR-EDIT.
           DISPLAY 'Contractor not active .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FLAGGED-COUNT          TO VAR-EDIT.
           DISPLAY 'Contractors flagged ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NEW-FLAG-COUNT         TO VAR-EDIT.
           DISPLAY '  Newly flagged .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REVOKE-COUNT           TO VAR-EDIT.
           DISPLAY '  Revokes queued ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RESOLVED-COUNT         TO VAR-EDIT.
           DISPLAY 'Flags resolved ........... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REVIEW-DUE-COUNT       TO VAR-EDIT.
           DISPLAY 'Reviews past due ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NOTICE-COUNT           TO VAR-EDIT.
           DISPLAY 'Manager notices queued ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NOADDR-COUNT           TO VAR-EDIT.
           DISPLAY 'Notices with no address .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNCHECKED-COUNT        TO VAR-EDIT.
           DISPLAY 'Sponsors not HR-checked .. ' VAR-EDIT
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

           MOVE 'IESSPON'              TO VSAM-FILE(SPON).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'VUSERID'              TO VSAM-FILE(VUSER).
           MOVE 'IESLDUV'              TO VSAM-FILE(LDUM).
           MOVE 'IESCCTR'              TO VSAM-FILE(CCTR).
           MOVE 'IESPNDC'              TO VSAM-FILE(PNDC).
           MOVE 'IESPURGC'             TO VSAM-FILE(PURGC).

           MOVE LENGTH OF SPON-KEY     TO VSAM-KEYL(SPON).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF VUSER-KEY    TO VSAM-KEYL(VUSER).
           MOVE LENGTH OF LDUM-MFUSRID TO VSAM-KEYL(LDUM).
           MOVE LENGTH OF CCTR-KEY     TO VSAM-KEYL(CCTR).
           MOVE LENGTH OF PNDC-KEY     TO VSAM-KEYL(PNDC).
           MOVE LENGTH OF PURGC-KEY    TO VSAM-KEYL(PURGC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           IF  WITH-UPDATES
               OPEN I-O   IESSPON
                          IESPNDC
           ELSE
               OPEN INPUT IESSPON
                          IESPNDC
           END-IF.
           OPEN INPUT IESCNTL
                      VUSERID
                      IESLDUV
                      IESCCTR
                      IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up a site-maintained grace-period override, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO PURGC-PGM
               SET  FUNC-READ(PURGC)   TO TRUE
               READ IESPURGC RECORD END-READ
               IF  STAT-NORMAL(PURGC)
                   IF  PURGC-GRACE-DAYS NUMERIC
                       MOVE PURGC-GRACE-DAYS
                                          TO WORK-GRACE-DAYS
                   END-IF
               ELSE
                   IF  NOT STAT-NOTFND(PURGC)
                       MOVE PURGC          TO VSUB
                       MOVE PURGC-KEY      TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY
               MOVE DTE-TOTD           TO WORK-TODAY-TOTD

      * a flag raised on or before the cutoff has had its grace
      * period; a flag raised today is answered by the deadline
               COMPUTE DTE-TOTD = WORK-TODAY-TOTD - WORK-GRACE-DAYS
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-GRACE-CUTOFF
               COMPUTE DTE-TOTD = WORK-TODAY-TOTD + WORK-GRACE-DAYS
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-DEADLINE
               MOVE WORK-GRACE-DAYS    TO WORK-GRACE-EDIT

               DISPLAY 'CONTRACTOR SPONSORSHIP SWEEP FOR ' WORK-TODAY
                       ', GRACE ' WORK-GRACE-DAYS ' DAYS'
                                     UPON PRINTER
               IF  NOT WITH-UPDATES
                   DISPLAY 'REPORT ONLY - NO FLAGS RECORDED AND NO '
                           'REVOKES QUEUED'
                                     UPON PRINTER
               END-IF
               DISPLAY ' '           UPON PRINTER

               PERFORM B30-LOAD-SPONSORS THRU B35-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM B40-CHECK-HR-EXTRACT THRU B45-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE LOW-VALUES         TO SPON-KEY
               PERFORM B50-START-IESSPON THRU B55-EXIT
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

           CLOSE IESSPON
                 IESCNTL
                 VUSERID
                 IESLDUV
                 IESCCTR
                 IESPNDC
                 IESPURGC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE FLAGGED-COUNT          TO RUN-COUNT1.
           MOVE NEW-FLAG-COUNT         TO RUN-COUNT2.
           MOVE REVOKE-COUNT           TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    TABLE THE DISTINCT SPONSORS SO ONE PASS OF THE HR MASTER    *
      *    EXTRACT CAN MARK THE ONES STILL EMPLOYED                    *
      ******************************************************************
       B30-LOAD-SPONSORS.
           MOVE LOW-VALUES             TO SPON-KEY.
           PERFORM B50-START-IESSPON THRU B55-EXIT.
           IF  STAT-EOFILE(SPON)
           OR  RTC-CODE NOT = ZERO
               GO TO B35-EXIT
           END-IF.

       B31-NEXT-SPONSORSHIP.
           MOVE SPON                   TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESSPON NEXT RECORD END-READ.
           IF  STAT-EOFILE(VSUB)
               GO TO B35-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE SPON-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO B35-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING SSUB FROM 1 BY 1
               UNTIL SSUB > SPNT-CTR
                  OR SPNT-SPONSOR(SSUB) = SPON-SPONSOR
           END-PERFORM.
           IF  SSUB > SPNT-CTR
           AND SPNT-CTR < SPNT-MAX
               ADD  1                  TO SPNT-CTR
               MOVE SPON-SPONSOR       TO SPNT-SPONSOR(SPNT-CTR)
               MOVE 'N'                TO SPNT-IN-HR(SPNT-CTR)
           END-IF.
           GO TO B31-NEXT-SPONSORSHIP.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE PASS OF THE HR MASTER EXTRACT, IF ONE IS ON HAND - A    *
      *    SPONSOR ON IT IS MARKED, AND THE EXTRACT IS ONLY TRUSTED    *
      *    WHEN ITS HEADER AND TRAILER PROVE IT COMPLETE               *
      ******************************************************************
       B40-CHECK-HR-EXTRACT.
           OPEN INPUT IESHRFD.
           IF  NOT HRFDF-NORMAL
               DISPLAY 'HR MASTER EXTRACT NOT AVAILABLE - '
                       'TERMINATED-SPONSOR TEST SKIPPED'
                                     UPON PRINTER
               GO TO B45-EXIT
           END-IF.

       B41-NEXT-HR-RECORD.
           READ IESHRFD NEXT RECORD END-READ.
           IF  NOT HRFDF-NORMAL
               GO TO B42-END-OF-EXTRACT
           END-IF.

           IF  HRFD-IS-HEADER
               SET  HR-HEADER-SEEN     TO TRUE
               GO TO B41-NEXT-HR-RECORD
           END-IF.
           IF  HRFD-IS-TRAILER
               SET  HR-TRAILER-SEEN    TO TRUE
               IF  HRFD-TRL-COUNT NUMERIC
                   MOVE HRFD-TRL-COUNT TO HR-TRL-COUNT
               END-IF
               GO TO B41-NEXT-HR-RECORD
           END-IF.
           ADD  1                      TO HR-DETAIL-COUNT.

           PERFORM WITH TEST BEFORE
             VARYING SSUB FROM 1 BY 1
               UNTIL SSUB > SPNT-CTR
                  OR SPNT-SPONSOR(SSUB) = HRFD-USRIDNT
           END-PERFORM.
           IF  SSUB <= SPNT-CTR
               MOVE 'Y'                TO SPNT-IN-HR(SSUB)
           END-IF.
           GO TO B41-NEXT-HR-RECORD.

       B42-END-OF-EXTRACT.
           CLOSE IESHRFD.

           IF  HR-HEADER-SEEN
           AND HR-TRAILER-SEEN
           AND HR-TRL-COUNT = HR-DETAIL-COUNT
           AND HR-DETAIL-COUNT > ZEROES
               SET  HR-IS-TRUSTED      TO TRUE
           ELSE
               DISPLAY 'HR MASTER EXTRACT INCOMPLETE (HANDSHAKE '
                       'FAILED) - TERMINATED-SPONSOR TEST SKIPPED'
                                     UPON PRINTER
           END-IF.
       B45-EXIT.
           EXIT.

       B50-START-IESSPON.
           MOVE SPON                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESSPON KEY >= SPON-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE SPON-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           END-IF.
       B55-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE SPONSORSHIP - IS ANYONE STILL ACCOUNTABLE FOR IT        *
      ******************************************************************
       C00-PROCESS-IESSPON.

           MOVE SPON                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESSPON NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE SPON-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO SPONSOR-COUNT.

      * an entry added online carries blanks in the sweep's own
      * fields until the first flag is recorded
           IF  SPON-FLAG-DATE NOT NUMERIC
               MOVE ZEROES             TO SPON-FLAG-DATE
           END-IF.
           IF  SPON-NOTICE-DATE NOT NUMERIC
               MOVE ZEROES             TO SPON-NOTICE-DATE
           END-IF.
           IF  SPON-REVOKE-DATE NOT NUMERIC
               MOVE ZEROES             TO SPON-REVOKE-DATE
           END-IF.

      * a contractor already revoked or gone needs no sponsor
           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE SPON-USRIDNT           TO IUI-KEY-VALUE.
           SET  FUNC-READ(IUI)         TO TRUE.
           READ IESCNTL RECORD END-READ.
           IF  NOT STAT-NORMAL(IUI)
               IF  NOT STAT-NOTFND(IUI)
                   MOVE IUI            TO VSUB
                   MOVE IUI-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO C99-EXIT-PROCESS
               END-IF
               ADD  1                  TO INACTIVE-COUNT
               DISPLAY 'NO PROFILE: ' SPON-USRIDNT
                       ' - SPONSORSHIP ENTRY CAN BE REMOVED'
                                     UPON PRINTER
               GO TO C99-EXIT-PROCESS
           END-IF.
           IF  IUI-US-REVOKEJ > ZEROES
               ADD  1                  TO INACTIVE-COUNT
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  SPON-REVIEW-DATE NUMERIC
           AND SPON-REVIEW-DATE > ZEROES
           AND SPON-REVIEW-DATE < WORK-TODAY
               ADD  1                  TO REVIEW-DUE-COUNT
               DISPLAY 'REVIEW DUE: ' SPON-USRIDNT
                       ' SPONSOR ' SPON-SPONSOR
                       ' REVIEW DATE ' SPON-REVIEW-DATE
                                     UPON PRINTER
           END-IF.

           PERFORM D00-CHECK-SPONSOR THRU D99-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  REASON-NONE
               IF  SPON-FLAG-DATE > ZEROES
                   PERFORM E00-CLEAR-FLAG THRU E99-EXIT
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO FLAGGED-COUNT.

      * a new flag - or a new sponsor who is no better - starts the
      * grace period afresh
           IF  SPON-FLAG-DATE = ZEROES
           OR  SPON-FLAG-SPONSOR NOT = SPON-SPONSOR
               ADD  1                  TO NEW-FLAG-COUNT
               MOVE WORK-TODAY         TO SPON-FLAG-DATE
               MOVE SPON-SPONSOR       TO SPON-FLAG-SPONSOR
               MOVE ZEROES             TO SPON-REVOKE-DATE
               MOVE 'FLAGGED'          TO WORK-ACTION
               SET  NOTICE-FIRST       TO TRUE
           ELSE
           IF  SPON-REVOKE-DATE > ZEROES
               MOVE 'QUEUED'           TO WORK-ACTION
               SET  NOTICE-REVOKE      TO TRUE
           ELSE
           IF  SPON-FLAG-DATE NOT > WORK-GRACE-CUTOFF
               MOVE 'REVOKE'           TO WORK-ACTION
               SET  NOTICE-REVOKE      TO TRUE
           ELSE
               MOVE 'REMINDER'         TO WORK-ACTION
               SET  NOTICE-REMINDER    TO TRUE
           END-IF END-IF END-IF.
           MOVE WORK-REASON            TO SPON-FLAG-REASON.

           DISPLAY WORK-ACTION ': ' SPON-USRIDNT
                   ' SPONSOR ' SPON-SPONSOR
                   ' - ' WORK-REASON-TEXT
                   ' FLAGGED ' SPON-FLAG-DATE
                                     UPON PRINTER.

      * a revoke already queued has been notified - nothing further
           IF  WORK-ACTION = 'QUEUED'
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  WORK-ACTION = 'REVOKE'
               PERFORM F00-QUEUE-REVOKE THRU F99-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO C99-EXIT-PROCESS
               END-IF
           END-IF.

           PERFORM N00-SEND-MANAGER-NOTICE THRU N99-EXIT.

           IF  WITH-UPDATES
               MOVE WORK-TODAY         TO SPON-NOTICE-DATE
               PERFORM G00-REWRITE-IESSPON THRU G99-EXIT
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    WHY, IF AT ALL, THIS CONTRACTOR HAS NOBODY ACCOUNTABLE -    *
      *    SPONSOR REVOKED, GONE, OR OFF THE HR EXTRACT, OR THE        *
      *    ENGAGEMENT OVER                                             *
      ******************************************************************
       D00-CHECK-SPONSOR.
           MOVE SPACE                  TO WORK-REASON.
           MOVE SPACES                 TO WORK-REASON-TEXT.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE SPON-SPONSOR           TO IUI-KEY-VALUE.
           SET  FUNC-READ(IUI)         TO TRUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NOTFND(IUI)
               MOVE 'G'                TO WORK-REASON
               MOVE 'SPONSOR HAS NO MAINFRAME PROFILE'
                                       TO WORK-REASON-TEXT
               GO TO D99-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D99-EXIT
           END-IF.
           IF  IUI-US-REVOKEJ > ZEROES
               MOVE 'R'                TO WORK-REASON
               MOVE 'SPONSOR IS REVOKED'
                                       TO WORK-REASON-TEXT
               GO TO D99-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING SSUB FROM 1 BY 1
               UNTIL SSUB > SPNT-CTR
                  OR SPNT-SPONSOR(SSUB) = SPON-SPONSOR
           END-PERFORM.
           IF  HR-IS-TRUSTED
               IF  SSUB > SPNT-CTR
                   ADD  1              TO UNCHECKED-COUNT
               ELSE
               IF  SPNT-IN-HR(SSUB) NOT = 'Y'
                   MOVE 'T'            TO WORK-REASON
                   MOVE 'SPONSOR IS NOT ON THE HR MASTER EXTRACT'
                                       TO WORK-REASON-TEXT
                   GO TO D99-EXIT
               END-IF END-IF
           END-IF.

           IF  SPON-END-DATE NUMERIC
           AND SPON-END-DATE < WORK-TODAY
               MOVE 'E'                TO WORK-REASON
               MOVE 'ENGAGEMENT ENDED'  TO WORK-REASON-TEXT
           END-IF.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    SOMEONE IS ACCOUNTABLE AGAIN - DROP THE STANDING FLAG       *
      ******************************************************************
       E00-CLEAR-FLAG.
           ADD  1                      TO RESOLVED-COUNT.
           DISPLAY 'RESOLVED: ' SPON-USRIDNT
                   ' SPONSOR ' SPON-SPONSOR
                   ' - FLAG OF ' SPON-FLAG-DATE ' CLEARED'
                                     UPON PRINTER.
           IF  SPON-REVOKE-DATE > ZEROES
               DISPLAY '          A REVOKE WAS QUEUED ON '
                       SPON-REVOKE-DATE
                       ' - REMOVE IT FROM IESPNDC IF STILL PENDING'
                                     UPON PRINTER
           END-IF.

           IF  NOT WITH-UPDATES
               GO TO E99-EXIT
           END-IF.

           MOVE ZEROES                 TO SPON-FLAG-DATE
                                          SPON-NOTICE-DATE
                                          SPON-REVOKE-DATE.
           MOVE SPACE                  TO SPON-FLAG-REASON.
           MOVE SPACES                 TO SPON-FLAG-SPONSOR.
           PERFORM G00-REWRITE-IESSPON THRU G99-EXIT.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    THE GRACE PERIOD HAS RUN - PUT A REVOKE OF THE CONTRACTOR   *
      *    ON IESPNDC, EFFECTIVE TODAY, FOR IESPNDAP TO CARRY OUT.     *
      *    THE NEXT FREE SEQUENCE NUMBER FOR THE USER AND DATE IS      *
      *    TAKEN                                                       *
      ******************************************************************
       F00-QUEUE-REVOKE.
           ADD  1                      TO REVOKE-COUNT.
           IF  NOT WITH-UPDATES
               GO TO F99-EXIT
           END-IF.

           MOVE SPACES                 TO IESPNDC-RECORD.
           MOVE SPON-USRIDNT           TO PNDC-USRIDNT.
           MOVE WORK-TODAY             TO PNDC-EFF-DATE.
           SET  PNDC-ACT-REVOKE        TO TRUE.
           MOVE WORK-TODAY             TO PNDC-ADDED-DATE.
           MOVE THIS-PGM               TO PNDC-ADDED-BY.
           MOVE ZEROES                 TO PNDC-SEQNO.

       F01-WRITE-PENDING.
           ADD  1                      TO PNDC-SEQNO.
           SET  FUNC-WRITE(PNDC)       TO TRUE.
           WRITE IESPNDC-RECORD END-WRITE.
           IF  FILE6-STAT = '22'
           AND PNDC-SEQNO < 999
               GO TO F01-WRITE-PENDING
           END-IF.
           IF  NOT STAT-NORMAL(PNDC)
               MOVE PNDC               TO VSUB
               MOVE PNDC-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F99-EXIT
           END-IF.

           MOVE WORK-TODAY             TO SPON-REVOKE-DATE.
       F99-EXIT.
           EXIT.

       G00-REWRITE-IESSPON.
           MOVE SPON                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           REWRITE IESSPON-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE SPON-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    QUEUE THE REASSIGNMENT NOTICE TO THE MANAGER OF RECORD OF   *
      *    THE SPONSOR'S COST CENTER (THE CONTRACTOR'S, WHEN THE       *
      *    SPONSOR HAS NO VUSERID ENTRY LEFT) - THE BACKUP MANAGER     *
      *    WHEN THE MANAGER IS THE SPONSOR OR NONE IS NAMED            *
      ******************************************************************
       N00-SEND-MANAGER-NOTICE.
           IF  NOT SEND-EMAIL
               GO TO N99-EXIT
           END-IF.

           PERFORM P60-RESOLVE-MANAGER THRU P65-EXIT.
           MOVE SPACES                 TO WORK-USER-MAIL.
           IF  WORK-MANAGER > SPACES
               MOVE WORK-MANAGER       TO WORK-USRIDNT
               PERFORM P50-RESOLVE-USER-MAIL THRU P55-EXIT
           END-IF.
           IF  WORK-USER-MAIL = SPACES
               ADD  1                  TO NOADDR-COUNT
               DISPLAY '          NO MANAGER ADDRESS FOR COST CENTER '
                       WORK-COSTCTR  UPON PRINTER
               GO TO N99-EXIT
           END-IF.

           ADD  1                      TO NOTICE-COUNT.
           DISPLAY '          NOTICE QUEUED TO ' WORK-MANAGER
                                     UPON PRINTER.

           INITIALIZE MAILWRTR-COMMAREA.
           SET  MAIL-HEAD-PARMS        TO TRUE.
           MOVE WORK-USER-MAIL(1:30)   TO MAIL-HEAD-TO-GRP.
           MOVE '(IESSPSWP) CONTRACTOR NEEDS A NEW SPONSOR'
                                       TO MAIL-HEAD-SUBJECT.
           MOVE 'SY'                   TO MAIL-HEAD-SYSTEM.
           SET  MAIL-DELIVERY-ON       TO TRUE.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  MAIL-DIST-PARMS        TO TRUE.
           MOVE WORK-USER-MAIL(1:30)   TO MAIL-DIST-TO-GRP.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  MAIL-BODY-PARMS        TO TRUE.
           MOVE '<pre><br>'            TO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           MOVE SPACES                 TO WORK-LINE.
           STRING 'CONTRACTOR USERID ' SPON-USRIDNT
                  ' (' SPON-COMPANY ') IS SPONSORED BY '
                  SPON-SPONSOR
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-MAIL-LINE THRU N15-EXIT.
           STRING 'PROBLEM: ' WORK-REASON-TEXT
                  ' (ENGAGEMENT END DATE ' SPON-END-DATE ')'
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-MAIL-LINE THRU N15-EXIT.
           PERFORM N10-MAIL-LINE THRU N15-EXIT.

           IF  NOTICE-REVOKE
               STRING 'NO NEW SPONSOR WAS NAMED WITHIN'
                      WORK-GRACE-EDIT ' DAYS OF THE FLAG RAISED ON '
                      SPON-FLAG-DATE '.'
                   DELIMITED BY SIZE INTO WORK-LINE
               PERFORM N10-MAIL-LINE THRU N15-EXIT
               STRING 'THE USERID IS SCHEDULED FOR REVOKE ON '
                      WORK-TODAY '.  NAME A NEW SPONSOR THROUGH '
                      'SECURITY ADMINISTRATION TO RESTORE IT.'
                   DELIMITED BY SIZE INTO WORK-LINE
               PERFORM N10-MAIL-LINE THRU N15-EXIT
           ELSE
               IF  NOTICE-FIRST
                   STRING 'PLEASE NAME A NEW SPONSOR, OR EXTEND THE '
                          'ENGAGEMENT, THROUGH SECURITY '
                          'ADMINISTRATION BY ' WORK-DEADLINE '.'
                       DELIMITED BY SIZE INTO WORK-LINE
               ELSE
                   STRING 'REMINDER - FLAGGED ON ' SPON-FLAG-DATE
                          '.  PLEASE NAME A NEW SPONSOR, OR EXTEND '
                          'THE ENGAGEMENT, THROUGH SECURITY '
                          'ADMINISTRATION.'
                       DELIMITED BY SIZE INTO WORK-LINE
               END-IF
               PERFORM N10-MAIL-LINE THRU N15-EXIT
               STRING 'IF NOTHING CHANGES WITHIN' WORK-GRACE-EDIT
                      ' DAYS OF THE FLAG, THE USERID WILL BE REVOKED.'
                   DELIMITED BY SIZE INTO WORK-LINE
               PERFORM N10-MAIL-LINE THRU N15-EXIT
           END-IF.

           MOVE '</pre>'               TO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  MAIL-MESG-COMPLETE     TO TRUE.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.
       N99-EXIT.
           EXIT.

       N10-MAIL-LINE.
           SET  MAIL-BODY-PARMS        TO TRUE.
           MOVE SPACES                 TO MAIL-BODY-TEXT.
           STRING WORK-LINE '<br>'
               DELIMITED BY SIZE     INTO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.
           MOVE SPACES                 TO WORK-LINE.
       N15-EXIT.
           EXIT.

       R00-CALL-MAILWRTR.
           CALL MAILWRTR            USING MAILWRTR-COMMAREA.
           MOVE SPACES                 TO MAIL-PARMS.
       R05-EXIT.
           EXIT.

      /*****************************************************************
      *    THE USER'S OWN ADDRESS - VUSER-EMAIL FIRST, FALLING BACK    *
      *    TO THE IESLDUV CACHED MAIL THE WAY GETMAILA WOULD           *
      ******************************************************************
       P50-RESOLVE-USER-MAIL.
           MOVE SPACES                 TO WORK-USER-MAIL.

           MOVE SPACES                 TO VUSER-RECORD.
           MOVE WORK-USRIDNT           TO VUSER-KEY.
           SET  FUNC-READ(VUSER)       TO TRUE.
           READ VUSERID RECORD END-READ.
           IF  STAT-NORMAL(VUSER)
           AND VUSER-EMAIL > SPACES
               MOVE VUSER-EMAIL        TO WORK-USER-MAIL
               GO TO P55-EXIT
           END-IF.

           MOVE LOW-VALUES             TO LDUM-KEY.
           SET  LDUM-USRMAP-RECORD     TO TRUE.
           MOVE WORK-USRIDNT           TO LDUM-MFUSRID.
           SET  FUNC-READ(LDUM)        TO TRUE.
           READ IESLDUV RECORD END-READ.
           IF  STAT-NORMAL(LDUM)
           AND LDUM-CACHE-MAIL > SPACES
               MOVE LDUM-CACHE-MAIL    TO WORK-USER-MAIL
           END-IF.
       P55-EXIT.
           EXIT.

      /*****************************************************************
      *    THE MANAGER OF RECORD FOR THE SPONSOR'S COST CENTER         *
      ******************************************************************
       P60-RESOLVE-MANAGER.
           MOVE SPACES                 TO WORK-COSTCTR
                                          WORK-MANAGER.

           MOVE SPACES                 TO VUSER-RECORD.
           MOVE SPON-SPONSOR           TO VUSER-KEY.
           SET  FUNC-READ(VUSER)       TO TRUE.
           READ VUSERID RECORD END-READ.
           IF  STAT-NORMAL(VUSER)
               MOVE VUSER-COSTCTR      TO WORK-COSTCTR
           END-IF.
           IF  WORK-COSTCTR = SPACES
               MOVE SPACES             TO VUSER-RECORD
               MOVE SPON-USRIDNT       TO VUSER-KEY
               SET  FUNC-READ(VUSER)   TO TRUE
               READ VUSERID RECORD END-READ
               IF  STAT-NORMAL(VUSER)
                   MOVE VUSER-COSTCTR  TO WORK-COSTCTR
               END-IF
           END-IF.
           IF  WORK-COSTCTR = SPACES
               GO TO P65-EXIT
           END-IF.

           MOVE WORK-COSTCTR           TO CCTR-COSTCTR.
           SET  FUNC-READ(CCTR)        TO TRUE.
           READ IESCCTR RECORD END-READ.
           IF  NOT STAT-NORMAL(CCTR)
               IF  NOT STAT-NOTFND(CCTR)
                   MOVE CCTR           TO VSUB
                   MOVE CCTR-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO P65-EXIT
           END-IF.

           IF  CCTR-MANAGER > SPACES
           AND CCTR-MANAGER NOT = SPON-SPONSOR
               MOVE CCTR-MANAGER       TO WORK-MANAGER
           ELSE
               MOVE CCTR-BACKUP        TO WORK-MANAGER
           END-IF.
       P65-EXIT.
           EXIT.
