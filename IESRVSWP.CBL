      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESRVSWP.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       DAILY POST-REVOCATION SWEEP.  IESCNTLR,
      *               IESHRREC, AND IESPNDAP REVOKE A PROFILE BY
      *               STAMPING IUI-US-REVOKEJ AND NOTHING EVER CHECKED
      *               AFTERWARD THAT THE REVOKE TOOK.  FOR EVERY
      *               REVOKED PROFILE THIS PASS LISTS EACH IESUHST
      *               SIGN-ON DATED AFTER THE REVOKE DATE - A DATASPACE
      *               REFRESH THAT FAILED OR A REGION THAT NEVER TOOK
      *               IT - AND RAISES AN IMMEDIATE SECALRTB ALERT FOR
      *               THE USER, SINCE "TERMINATED EMPLOYEE SIGNED ON"
      *               IS AN AUDIT FINDING ON ITS OWN.  THE REVOKE
      *               STAMP CARRIES NO TIME OF DAY, SO ONLY SIGN-ONS
      *               FROM THE DAY AFTER THE REVOKE ON ARE JUDGED.
      *               THE SAME PASS LISTS EVERY IESXREF HOLDING STILL
      *               CARRIED BY A PROFILE REVOKED LONGER THAN THE
      *               SITE GRACE PERIOD (IESRETC CONTROL RECORD FOR
      *               THIS PROGRAM, FALLBACK 30 DAYS).  REPORT ONLY -
      *               NOTHING IS UPDATED.

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

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESUHST
               ASSIGN TO IESUHST
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS UHST-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESXREF
               ASSIGN TO IESXREF
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS XREF-KEY
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

       FD  IESCNTL.
       COPY IESCNTL.

       FD  IESUHST.
       COPY IESUHST.

       FD  IESXREF.
       COPY IESXREF.

       FD  IESRETC.
       COPY IESRETC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESRVSWP'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.
         03  UHST                      PIC S9(04)   BINARY VALUE 2.
         03  XREF                      PIC S9(04)   BINARY VALUE 3.
         03  RETC                      PIC S9(04)   BINARY VALUE 4.

      * holdings grace period, normally loaded from IESRETC by
      * B10-INITIALIZATION - this value is the fallback used when no
      * IESRETC control record is on file for this program
         03  WORK-GRACE-DAYS           PIC  9(05)   VALUE 00030.

         03  WORK-GRACE-CUTOFF         PIC  9(08)   VALUE ZEROES.
         03  WORK-REVOKED              PIC  9(08)   VALUE ZEROES.
         03  WORK-USRIDNT              PIC  X(08)   VALUE SPACES.

         03  USER-SIGNONS              PIC  9(7)    VALUE ZEROES.
         03  USER-HOLDINGS             PIC  9(7)    VALUE ZEROES.

         03  USER-COUNT                PIC  9(7)    VALUE ZEROES.
         03  REVOKED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  SIGNON-COUNT              PIC  9(7)    VALUE ZEROES.
         03  ALERT-COUNT               PIC  9(7)    VALUE ZEROES.
         03  HOLDING-USERS             PIC  9(7)    VALUE ZEROES.
         03  HOLDING-COUNT             PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

       COPY DTEMAN.

       COPY RTCMAN.

       COPY RUNMAN.

       COPY SECALRT.

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

           PERFORM C00-PROCESS-IESCNTL THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(IUI)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE USER-COUNT             TO VAR-EDIT.
           DISPLAY 'Total users found ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REVOKED-COUNT          TO VAR-EDIT.
           DISPLAY 'Revoked profiles checked . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SIGNON-COUNT           TO VAR-EDIT.
           DISPLAY 'Sign-ons after revoke .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ALERT-COUNT            TO VAR-EDIT.
           DISPLAY 'Users alerted ............ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE HOLDING-USERS          TO VAR-EDIT.
           DISPLAY 'Users still holding ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE HOLDING-COUNT          TO VAR-EDIT.
           DISPLAY 'Holdings still carried ... ' VAR-EDIT
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

           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'IESUHST'              TO VSAM-FILE(UHST).
           MOVE 'IESXREF'              TO VSAM-FILE(XREF).
           MOVE 'IESRETC'              TO VSAM-FILE(RETC).

           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF UHST-KEY     TO VSAM-KEYL(UHST).
           MOVE LENGTH OF XREF-KEY     TO VSAM-KEYL(XREF).
           MOVE LENGTH OF RETC-KEY     TO VSAM-KEYL(RETC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESCNTL
                      IESUHST
                      IESXREF
                      IESRETC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up a site-maintained grace period override, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO RETC-PGM
               SET  FUNC-READ(RETC)    TO TRUE
               READ IESRETC RECORD END-READ
               IF  STAT-NORMAL(RETC)
                   MOVE RETC-RETAIN-DAYS  TO WORK-GRACE-DAYS
               ELSE
                   IF  NOT STAT-NOTFND(RETC)
                       MOVE RETC           TO VSUB
                       MOVE RETC-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
      * a profile revoked before this date has outlived its grace
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT WORK-GRACE-DAYS
                                     FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-GRACE-CUTOFF

               DISPLAY 'POST-REVOCATION ACCESS SWEEP - HOLDINGS '
                       'REPORTED FOR REVOKES BEFORE '
                       WORK-GRACE-CUTOFF
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

      * start at user profiles
               SET  IUI-USER-PROFILE   TO TRUE
               MOVE LOW-VALUES         TO IUI-KEY-VALUE
               MOVE IUI                TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESCNTL KEY >= IUI-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE IUI-KEY        TO VSAM-KEYD(VSUB)
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

           CLOSE IESCNTL
                 IESUHST
                 IESXREF
                 IESRETC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE REVOKED-COUNT          TO RUN-COUNT1.
           MOVE SIGNON-COUNT           TO RUN-COUNT2.
           MOVE HOLDING-COUNT          TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    WALK THE USER PROFILES, STOPPING AT EACH REVOKED ONE        *
      ******************************************************************
       C00-PROCESS-IESCNTL.

           MOVE IUI                    TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESCNTL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE IUI-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  NOT IUI-USER-PROFILE
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO USER-COUNT.

           IF  IUI-US-REVOKEJ = ZEROES
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO REVOKED-COUNT.
           MOVE SPACES                 TO WORK-USRIDNT.
           STRING IUI-US-USRIDNT          DELIMITED BY LOW-VALUE
                                     INTO WORK-USRIDNT.

      * the revoke stamp is julian, the history stamps gregorian
           SET  DTE-REQUEST-JULN-EDIT  TO TRUE.
           MOVE IUI-US-REVOKEJ         TO JUL-DATE.
           MOVE JUL-DATE               TO DTE-JULN.
           CALL DTEMAN              USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO WORK-REVOKED.

           PERFORM E00-CHECK-SIGNONS THRU E09-EXIT.

           IF  WORK-REVOKED < WORK-GRACE-CUTOFF
               PERFORM F00-CHECK-HOLDINGS THRU F09-EXIT
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    LIST EVERY SIGN-ON DATED AFTER THE REVOKE, ALERTING ONCE    *
      *    PER USER ON THE FIRST ONE FOUND                             *
      ******************************************************************
       E00-CHECK-SIGNONS.
           MOVE ZEROES                 TO USER-SIGNONS.

      * position past the last possible entry of the revoke date
           MOVE WORK-USRIDNT           TO UHST-USRIDNT.
           MOVE WORK-REVOKED           TO UHST-DATE.
           MOVE 999999                 TO UHST-TIME.
           MOVE 99999                  TO UHST-SEQNO.
           MOVE UHST                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESUHST KEY > UHST-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE UHST-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO E09-EXIT
           END-IF.

       E02-NEXT-SIGNON.
           MOVE UHST                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESUHST NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE UHST-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO E09-EXIT
           END-IF.
           IF  UHST-USRIDNT NOT = WORK-USRIDNT
               GO TO E09-EXIT
           END-IF.

           ADD  1                      TO USER-SIGNONS
                                          SIGNON-COUNT.
           DISPLAY 'SIGNON:  ' WORK-USRIDNT
                   ' REVOKED ' WORK-REVOKED
                   ' REASON ' IUI-US-REVREASON
                   ' SIGNED ON ' UHST-DATE '-' UHST-TIME
                   ' AT ' UHST-TERMID
                                     UPON PRINTER.

      * a sign-on after revoke means the refresh never took - that is
      * an on-call event, not a line on tomorrow's report
           IF  USER-SIGNONS = 1
               ADD  1                  TO ALERT-COUNT
               MOVE ZEROES             TO ALR-RETN
               MOVE 'REVSIGN'          TO ALR-EVENT
               MOVE 1                  TO ALR-SEVERITY
               MOVE WORK-USRIDNT       TO ALR-USERID
               MOVE SPACES             TO ALR-TEXT
               STRING 'REVOKED PROFILE SIGNED ON '
                      UHST-DATE ' AT TERMINAL ' UHST-TERMID
                      ' - REVOKE OF ' WORK-REVOKED ' NEVER TOOK'
                   DELIMITED BY SIZE INTO ALR-TEXT
               CALL SECALRT         USING SECALRT-PARMS
           END-IF.
           GO TO E02-NEXT-SIGNON.

       E09-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST THE HOLDINGS A LONG-REVOKED PROFILE STILL CARRIES      *
      ******************************************************************
       F00-CHECK-HOLDINGS.
           MOVE ZEROES                 TO USER-HOLDINGS.

           MOVE LOW-VALUES             TO XREF-KEY.
           MOVE WORK-USRIDNT           TO XREF-USRIDNT.
           MOVE XREF                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESXREF KEY >= XREF-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE XREF-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO F09-EXIT
           END-IF.

       F02-NEXT-HOLDING.
           MOVE XREF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESXREF NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE XREF-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO F09-EXIT
           END-IF.
           IF  XREF-USRIDNT NOT = WORK-USRIDNT
               GO TO F09-EXIT
           END-IF.

           ADD  1                      TO USER-HOLDINGS
                                          HOLDING-COUNT.
           IF  USER-HOLDINGS = 1
               ADD  1                  TO HOLDING-USERS
           END-IF.
           IF  XREF-CLASS-GROUP
               DISPLAY 'HOLDING: ' WORK-USRIDNT
                       ' REVOKED ' WORK-REVOKED
                       ' MEMBER OF ' XREF-RESOURCE
                                     UPON PRINTER
           ELSE
               DISPLAY 'HOLDING: ' WORK-USRIDNT
                       ' REVOKED ' WORK-REVOKED
                       ' PERMIT ' XREF-APPL '/' XREF-TRANS
                       '/' XREF-RESOURCE
                       ' ACCESS ' XREF-ACCESS
                                     UPON PRINTER
           END-IF.
           GO TO F02-NEXT-HOLDING.

       F09-EXIT.
           EXIT.
