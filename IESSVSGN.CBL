      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESSVSGN.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       SERVICE-ID INTERACTIVE SIGN-ON DETECTION.  THE
      *               IDS ON THE IESSVCL EXCEPTION LIST ARE SPARED
      *               IESCNTLR REVOCATION BECAUSE THEY ARE BATCH OR
      *               SHARED SYSTEM IDS - BUT NOTHING STOPS A PERSON
      *               SIGNING ON TO CICS WITH ONE FROM A DESK, WHICH
      *               IS HOW A SHARED PASSWORD ENDS UP IN EVERYDAY
      *               USE.  A SINGLE SEQUENTIAL PASS OF IESUHST (KEYED
      *               USERID/DATE/TIME) JOINS EACH USERID'S HISTORY TO
      *               ITS IESSVCL ENTRY AT THE USERID BREAK, AND EVERY
      *               SIGN-ON IN THE REPORT WINDOW (YESTERDAY AND
      *               TODAY) FROM A TERMINAL OR IN AN HOUR THE ENTRY
      *               DOES NOT PERMIT IS LISTED WITH ITS TERMINAL AND
      *               TIME.  UPSI-7 ON RECORDS EACH NEW FINDING IN
      *               IESSVFD (KEYED BY THE IESUHST KEY, SO A RERUN
      *               OVER THE SAME DAY RECORDS NOTHING TWICE), WHERE
      *               IT STAYS OPEN UNTIL THE OWNER EXPLAINS IT
      *               THROUGH THE IESSVATT ATTESTATION RESPONSE - AN
      *               ID WITH OPEN FINDINGS CANNOT BE RE-ATTESTED ON A
      *               BARE CONFIRMATION.  WHEN A NEW FINDING TAKES A
      *               SERVICE ID'S OPEN FINDINGS TO THE REPEAT
      *               THRESHOLD AN IMMEDIATE SECALRTB ALERT IS RAISED.
      *               THE THRESHOLD IS THE MAX-ATTEMPTS OF THIS
      *               PROGRAM'S IESFAILC CONTROL RECORD, FALLING BACK
      *               TO A HARDCODED DEFAULT WHEN NONE IS ON FILE.
      *               OTHERWISE REPORT-ONLY.

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

           SELECT IESUHST
               ASSIGN TO IESUHST
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS UHST-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESSVCL
               ASSIGN TO IESSVCL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS SVCL-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESSVFD
               ASSIGN TO IESSVFD
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS SVFD-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESFAILC
               ASSIGN TO IESFAILC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS FAILC-KEY
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

       FD  IESUHST.
       COPY IESUHST.

       FD  IESSVCL.
       COPY IESSVCL.

       FD  IESSVFD.
       COPY IESSVFD.

       FD  IESFAILC.
       COPY IESFAILC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESSVSGN'.

         03  UHST                      PIC S9(04)   BINARY VALUE 1.
         03  SVCL                      PIC S9(04)   BINARY VALUE 2.
         03  SVFD                      PIC S9(04)   BINARY VALUE 3.
         03  FAILC                     PIC S9(04)   BINARY VALUE 4.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  PFX-LEN                   PIC S9(04)   BINARY.

         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-YESTERDAY            PIC  9(08)   VALUE ZEROES.
         03  WORK-HOUR                 PIC  9(02).
         03  WORK-OPTION               PIC  X(08).
         03  WORK-REASON               PIC  X(01).
         03  WORK-REASON-TEXT          PIC  X(20).
         03  WORK-TIME-X.
           05  WORK-TIME-HH            PIC  9(02).
           05  WORK-TIME-MM            PIC  9(02).
           05  WORK-TIME-SS            PIC  9(02).

      * repeat-offender threshold, normally loaded from this program's
      * IESFAILC record by B10-INITIALIZATION - this value is the
      * fallback used when no control record is on file
         03  WORK-REPEAT-LIMIT         PIC  9(03)   VALUE 002.

      * per-user state, reset at each userid break
         03  USER-CURRENT              PIC  X(08)   VALUE LOW-VALUES.
         03  USER-SERVICE-SW           PIC  X(01)   VALUE 'N'.
           88  USER-IS-SERVICE-ID                   VALUE 'Y'.
         03  USER-ALERTED-SW           PIC  X(01)   VALUE 'N'.
           88  USER-ALERTED                         VALUE 'Y'.
         03  USER-OPEN-CTR             PIC S9(04)   BINARY VALUE ZEROES.

         03  TERM-OK-SW                PIC  X(01)   VALUE 'N'.
           88  TERMINAL-PERMITTED                   VALUE 'Y'.
         03  HOUR-OK-SW                PIC  X(01)   VALUE 'N'.
           88  HOUR-PERMITTED                       VALUE 'Y'.
         03  FINDING-NEW-SW            PIC  X(01)   VALUE 'N'.
           88  FINDING-IS-NEW                       VALUE 'Y'.

         03  ENTRY-COUNT               PIC  9(7)    VALUE ZEROES.
         03  SERVICE-COUNT             PIC  9(7)    VALUE ZEROES.
         03  WINDOW-COUNT              PIC  9(7)    VALUE ZEROES.
         03  FINDING-COUNT             PIC  9(7)    VALUE ZEROES.
         03  NEW-FINDING-COUNT         PIC  9(7)    VALUE ZEROES.
         03  ALERT-COUNT               PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

       COPY SECALRT.

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

           PERFORM C00-PROCESS-IESUHST THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(UHST)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE ENTRY-COUNT            TO VAR-EDIT.
           DISPLAY 'History entries read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SERVICE-COUNT          TO VAR-EDIT.
           DISPLAY 'Service IDs with history . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE WINDOW-COUNT           TO VAR-EDIT.
           DISPLAY 'Service sign-ons in window ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FINDING-COUNT          TO VAR-EDIT.
           DISPLAY 'Out-of-bounds sign-ons ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NEW-FINDING-COUNT      TO VAR-EDIT.
           DISPLAY '  New findings ........... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ALERT-COUNT            TO VAR-EDIT.
           DISPLAY 'Repeat-offender alerts ... ' VAR-EDIT
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

           MOVE 'IESUHST'              TO VSAM-FILE(UHST).
           MOVE 'IESSVCL'              TO VSAM-FILE(SVCL).
           MOVE 'IESSVFD'              TO VSAM-FILE(SVFD).
           MOVE 'IESFAILC'             TO VSAM-FILE(FAILC).

           MOVE LENGTH OF UHST-KEY     TO VSAM-KEYL(UHST).
           MOVE LENGTH OF SVCL-KEY     TO VSAM-KEYL(SVCL).
           MOVE LENGTH OF SVFD-KEY     TO VSAM-KEYL(SVFD).
           MOVE LENGTH OF FAILC-KEY    TO VSAM-KEYL(FAILC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESUHST
                      IESSVCL
                      IESFAILC.
           IF  WITH-UPDATES
               OPEN I-O   IESSVFD
           ELSE
               OPEN INPUT IESSVFD
           END-IF.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up the site-maintained repeat threshold, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO FAILC-PGM
               SET  FUNC-READ(FAILC)   TO TRUE
               READ IESFAILC RECORD END-READ
               IF  STAT-NORMAL(FAILC)
                   MOVE FAILC-MAX-ATTEMPTS TO WORK-REPEAT-LIMIT
               ELSE
                   IF  NOT STAT-NOTFND(FAILC)
                       MOVE FAILC          TO VSUB
                       MOVE FAILC-KEY      TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
      * the report window is yesterday and today, the same window
      * IESUANOM reports against
               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE           TO WORK-TODAY
               SUBTRACT 1            FROM NUM-DATE
               MOVE NUM-DATE           TO WORK-YESTERDAY
               IF  ISO-DD IN WRK-DATETIME = ZEROES
      * backed over a month boundary - close enough for a two-day
      * window to simply open at the first of this month
                   MOVE WORK-TODAY     TO NUM-DATE
                   MOVE 01             TO ISO-DD IN WRK-DATETIME
                   MOVE NUM-DATE       TO WORK-YESTERDAY
               END-IF

               DISPLAY 'SERVICE-ID INTERACTIVE SIGN-ON REPORT, WINDOW '
                       WORK-YESTERDAY ' THRU ' WORK-TODAY
                       ', REPEAT THRESHOLD ' WORK-REPEAT-LIMIT
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

               MOVE LOW-VALUES         TO UHST-KEY
               MOVE UHST               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESUHST KEY >= UHST-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE UHST-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               IF  STAT-NOTFND(VSUB)
                   SET STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  WITH-UPDATES
                   MOVE 'FINDING:'     TO WORK-OPTION
               ELSE
                   MOVE 'REPORT: '     TO WORK-OPTION
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

           CLOSE IESUHST
                 IESSVCL
                 IESSVFD
                 IESFAILC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE FINDING-COUNT          TO RUN-COUNT1.
           MOVE NEW-FINDING-COUNT      TO RUN-COUNT2.
           MOVE ALERT-COUNT            TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    WALK THE HISTORY WITH A CONTROL BREAK PER USERID            *
      ******************************************************************
       C00-PROCESS-IESUHST.

           MOVE UHST                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESUHST NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE UHST-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO ENTRY-COUNT.

           IF  UHST-USRIDNT NOT = USER-CURRENT
               MOVE UHST-USRIDNT       TO USER-CURRENT
               PERFORM D00-OPEN-USER THRU D99-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO C99-EXIT-PROCESS
               END-IF
           END-IF.

           IF  NOT USER-IS-SERVICE-ID
           OR  UHST-DATE < WORK-YESTERDAY
           OR  UHST-DATE > WORK-TODAY
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO WINDOW-COUNT.
           PERFORM E00-JUDGE-SIGN-ON THRU E99-EXIT.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    A NEW USERID - IS IT ON THE SERVICE-ID LIST, AND IF SO HOW  *
      *    MANY FINDINGS DOES IT ALREADY HAVE OPEN                     *
      ******************************************************************
       D00-OPEN-USER.
           MOVE 'N'                    TO USER-SERVICE-SW
                                          USER-ALERTED-SW.
           MOVE ZEROES                 TO USER-OPEN-CTR.

           MOVE USER-CURRENT           TO SVCL-USRIDNT.
           SET  FUNC-READ(SVCL)        TO TRUE.
           READ IESSVCL RECORD END-READ.
           IF  STAT-NOTFND(SVCL)
               GO TO D99-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(SVCL)
               MOVE SVCL               TO VSUB
               MOVE SVCL-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D99-EXIT
           END-IF.

           SET  USER-IS-SERVICE-ID     TO TRUE.
           ADD  1                      TO SERVICE-COUNT.

      * an entry predating the sign-on bounds carries no usable
      * values - treat it as permitting no terminal at any hour
           IF  SVCL-TERM-COUNT NOT NUMERIC
               MOVE ZEROES             TO SVCL-TERM-COUNT
           END-IF.
           IF  SVCL-HOUR-FROM NOT NUMERIC
           OR  SVCL-HOUR-TO NOT NUMERIC
               MOVE ZEROES             TO SVCL-HOUR-FROM
                                          SVCL-HOUR-TO
           END-IF.

           MOVE LOW-VALUES             TO SVFD-KEY.
           MOVE USER-CURRENT           TO SVFD-USRIDNT.
           MOVE SVFD                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESSVFD KEY >= SVFD-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE SVFD-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT
           END-IF.

       D10-NEXT-FINDING.
           MOVE SVFD                   TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESSVFD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE SVFD-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT
           END-IF.
           IF  SVFD-USRIDNT NOT = USER-CURRENT
               GO TO D99-EXIT
           END-IF.
           IF  SVFD-OPEN
               ADD  1                  TO USER-OPEN-CTR
           END-IF.
           GO TO D10-NEXT-FINDING.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    JUDGE ONE SERVICE-ID SIGN-ON AGAINST ITS PERMITTED BOUNDS   *
      ******************************************************************
       E00-JUDGE-SIGN-ON.
           PERFORM P10-CHECK-TERMINAL THRU P15-EXIT.
           PERFORM P20-CHECK-HOURS    THRU P25-EXIT.

           IF  TERMINAL-PERMITTED
           AND HOUR-PERMITTED
               GO TO E99-EXIT
           END-IF.

           IF  TERMINAL-PERMITTED
               MOVE 'H'                TO WORK-REASON
               MOVE 'OUTSIDE HOURS'    TO WORK-REASON-TEXT
           ELSE
               IF  HOUR-PERMITTED
                   MOVE 'T'            TO WORK-REASON
                   MOVE 'TERMINAL'     TO WORK-REASON-TEXT
               ELSE
                   MOVE 'B'            TO WORK-REASON
                   MOVE 'TERMINAL AND HOURS'
                                       TO WORK-REASON-TEXT
               END-IF
           END-IF.

           ADD  1                      TO FINDING-COUNT.
           PERFORM E10-RECORD-FINDING THRU E19-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E99-EXIT
           END-IF.

           IF  FINDING-IS-NEW
               DISPLAY WORK-OPTION ' ' UHST-USRIDNT
                       ' SIGNED ON ' UHST-DATE '-' UHST-TIME
                       ' AT ' UHST-TERMID ' - ' WORK-REASON-TEXT
                                     UPON PRINTER
           ELSE
               DISPLAY 'ON FILE:  ' UHST-USRIDNT
                       ' SIGNED ON ' UHST-DATE '-' UHST-TIME
                       ' AT ' UHST-TERMID ' - ' WORK-REASON-TEXT
                                     UPON PRINTER
           END-IF.

      * a service id caught at a desk again is an on-call event, not
      * a line on tomorrow's report - once per id per run is plenty
           IF  WITH-UPDATES
           AND FINDING-IS-NEW
           AND NOT USER-ALERTED
           AND USER-OPEN-CTR >= WORK-REPEAT-LIMIT
               SET  USER-ALERTED       TO TRUE
               ADD  1                  TO ALERT-COUNT
               MOVE USER-OPEN-CTR      TO VAR-EDIT
               MOVE ZEROES             TO ALR-RETN
               MOVE 'SVCSIGN'          TO ALR-EVENT
               MOVE 1                  TO ALR-SEVERITY
               MOVE USER-CURRENT       TO ALR-USERID
               MOVE SPACES             TO ALR-TEXT
               STRING 'SERVICE ID USED INTERACTIVELY AT TERMINAL '
                      UHST-TERMID ' -' VAR-EDIT
                      ' UNEXPLAINED FINDINGS'
                   DELIMITED BY SIZE INTO ALR-TEXT
               CALL SECALRT         USING SECALRT-PARMS
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    RECORD THE FINDING UNLESS A PRIOR RUN ALREADY DID           *
      ******************************************************************
       E10-RECORD-FINDING.
           MOVE 'N'                    TO FINDING-NEW-SW.
           MOVE UHST-KEY               TO SVFD-KEY.
           SET  FUNC-READ(SVFD)        TO TRUE.
           READ IESSVFD RECORD END-READ.
           IF  STAT-NORMAL(SVFD)
               GO TO E19-EXIT
           END-IF.
           IF  NOT STAT-NOTFND(SVFD)
               MOVE SVFD               TO VSUB
               MOVE SVFD-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E19-EXIT
           END-IF.

           SET  FINDING-IS-NEW         TO TRUE.
           ADD  1                      TO NEW-FINDING-COUNT
                                          USER-OPEN-CTR.

           IF  NOT WITH-UPDATES
               GO TO E19-EXIT
           END-IF.

           MOVE SPACES                 TO IESSVFD-RECORD.
           MOVE UHST-KEY               TO SVFD-KEY.
           MOVE UHST-TERMID            TO SVFD-TERMID.
           MOVE WORK-REASON            TO SVFD-REASON.
           MOVE WORK-TODAY             TO SVFD-FOUND-DATE.
           SET  SVFD-OPEN              TO TRUE.
           MOVE ZEROES                 TO SVFD-EXPLAINED-DATE.
           SET  FUNC-WRITE(SVFD)       TO TRUE.
           WRITE IESSVFD-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(SVFD)
               MOVE SVFD               TO VSUB
               MOVE SVFD-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       E19-EXIT.
           EXIT.

      /*****************************************************************
      *    DOES THE SIGN-ON TERMINAL MATCH A PERMITTED PREFIX - A      *
      *    COUNT OF ZERO PERMITS NO TERMINAL AT ALL                    *
      ******************************************************************
       P10-CHECK-TERMINAL.
           MOVE 'N'                    TO TERM-OK-SW.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > SVCL-TERM-COUNT
                  OR SUB > 8
                  OR TERMINAL-PERMITTED
               MOVE ZEROES             TO PFX-LEN
               PERFORM WITH TEST BEFORE
                 VARYING PFX-LEN FROM 4 BY -1
                   UNTIL PFX-LEN < 1
                      OR SVCL-TERM-PREFIX(SUB)(PFX-LEN:1) > SPACE
               END-PERFORM
               IF  PFX-LEN > ZEROES
               AND UHST-TERMID(1:PFX-LEN)
                 = SVCL-TERM-PREFIX(SUB)(1:PFX-LEN)
                   SET  TERMINAL-PERMITTED TO TRUE
               END-IF
           END-PERFORM.
       P15-EXIT.
           EXIT.

      /*****************************************************************
      *    WAS THE SIGN-ON HOUR INSIDE THE PERMITTED WINDOW - THE      *
      *    SAME INCLUSIVE, POSSIBLY OVERNIGHT WINDOW VSECPLCY APPLIES  *
      ******************************************************************
       P20-CHECK-HOURS.
           SET  HOUR-PERMITTED         TO TRUE.
           MOVE UHST-TIME              TO WORK-TIME-X.
           MOVE WORK-TIME-HH           TO WORK-HOUR.

           IF  SVCL-HOUR-FROM = SVCL-HOUR-TO
      * a degenerate window permits the whole day
               GO TO P25-EXIT
           END-IF.

           IF  SVCL-HOUR-FROM < SVCL-HOUR-TO
               IF  WORK-HOUR < SVCL-HOUR-FROM
               OR  WORK-HOUR > SVCL-HOUR-TO
                   MOVE 'N'            TO HOUR-OK-SW
               END-IF
           ELSE
      * the window wraps overnight, e.g. 18 through 06
               IF  WORK-HOUR < SVCL-HOUR-FROM
               AND WORK-HOUR > SVCL-HOUR-TO
                   MOVE 'N'            TO HOUR-OK-SW
               END-IF
           END-IF.
       P25-EXIT.
           EXIT.
