      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESPLSIM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       SIGN-ON POLICY IMPACT SIMULATOR.  READS PROPOSED
      *               TYPE '2' IESCNTL POLICY RECORDS (PER-USERID OR
      *               '$CLASSN' DEFAULTS) FROM THE IESPLSG STAGING
      *               FILE AND REPLAYS THE RECENT IESUHST SIGN-ON
      *               HISTORY THROUGH THEM, APPLYING THE SAME HOUR-
      *               WINDOW, TERMINAL-PREFIX AND BUSINESS-DAY (IESCAL
      *               HOLIDAY) CHECKS, IN THE SAME ORDER, THAT VSECPLCY
      *               APPLIES AT SIGN-ON.  A USER IS GOVERNED BY A
      *               PROPOSAL THE WAY VSECPLCY WOULD PICK IT - THE
      *               PROPOSED PER-USERID RECORD, ELSE THE ONE ALREADY
      *               ON IESCNTL (WHICH THE PROPOSAL DOES NOT CHANGE),
      *               ELSE THE PROPOSED CLASS DEFAULT FOR THE USER'S
      *               1/2/3 TYPE.  LISTS EVERY HISTORICAL SIGN-ON THE
      *               PROPOSAL WOULD HAVE DENIED, THEN SUMMARIZES THE
      *               DENIALS BY USER AND BY PROPOSED RECORD AND RULE.
      *               THE HISTORY REPLAYED IS THE LAST N DAYS, N BEING
      *               THE DAYS ON THIS PROGRAM'S IESPURGC RECORD
      *               (DEFAULT 30).  THE SITE-WIDE FREEZE AND THE
      *               IESTBLK TERMINAL DENY-LIST ARE NOT POLICY AND
      *               ARE NOT SIMULATED.  REPORT ONLY - NOTHING IS
      *               UPDATED; RC=4 WHEN ANY SIGN-ON WOULD HAVE BEEN
      *               DENIED.

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

           SELECT IESUHST
               ASSIGN TO IESUHST
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS UHST-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESPLSG
               ASSIGN TO IESPLSG
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESPURGC
               ASSIGN TO IESPURGC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS PURGC-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESCAL
               ASSIGN TO IESCAL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS SCAL-KEY
               FILE STATUS IS SCALF-STAT
                              SCALF-FDBK.

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

       FD  IESPLSG
           RECORD CONTAINS 106 CHARACTERS.
       COPY IESPLSG.

       FD  IESCNTL.
       COPY IESCNTL.

       FD  IESPURGC.
       COPY IESPURGC.

       FD  IESCAL.
       COPY IESCAL.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESPLSIM'.

         03  UHST                      PIC S9(04)   BINARY VALUE 1.
         03  PLSG                      PIC S9(04)   BINARY VALUE 2.
         03  IUI                       PIC S9(04)   BINARY VALUE 3.
         03  PURGC                     PIC S9(04)   BINARY VALUE 4.

         03  SCALF-STAT                PIC  X(02).
           88  SCALF-NORMAL                         VALUE '00'.
           88  SCALF-NOTFND                         VALUE '23'.
         03  SCALF-FDBK                PIC  X(06).
         03  CALENDAR-SW               PIC  X(01)   VALUE 'N'.
           88  CALENDAR-ON-FILE                     VALUE 'Y'.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  PFX-LEN                   PIC S9(04)   BINARY VALUE ZEROES.
         03  PSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  USUB                      PIC S9(04)   BINARY VALUE ZEROES.

      * days of sign-on history replayed, normally loaded from this
      * program's IESPURGC record by B10-INITIALIZATION - this value
      * is the fallback used when no such record is on file
         03  REPLAY-DAYS               PIC  9(05)   VALUE 00030.

         03  WORK-FLOOR                PIC  9(08)   VALUE ZEROES.
         03  WORK-USRIDNT              PIC  X(08)   VALUE HIGH-VALUES.
         03  WORK-PRP-KEY              PIC  X(08)   VALUE SPACES.
         03  WORK-CLASS-KEY            PIC  X(08)   VALUE '$CLASS?'.
         03  WORK-HOUR                 PIC  9(02).
         03  WORK-TIME-X.
           05  WORK-TIME-HH            PIC  9(02).
           05  WORK-TIME-MM            PIC  9(02).
           05  WORK-TIME-SS            PIC  9(02).
         03  WORK-RULE-TEXT            PIC  X(20)   VALUE SPACES.
         03  TERM-MATCH-SW             PIC  X(01)   VALUE 'N'.
           88  TERMINAL-MATCHES                     VALUE 'Y'.

      * which VSECPLCY rule the replayed sign-on in hand fails
         03  RULE-SW                   PIC  X(01)   VALUE SPACE.
           88  RULE-PASSED                          VALUE SPACE.
           88  RULE-DENIED-HOURS                    VALUE 'H'.
           88  RULE-DENIED-TERMINAL                 VALUE 'T'.
           88  RULE-DENIED-CALENDAR                 VALUE 'C'.

      * IN-MEMORY TABLE OF THE PROPOSED POLICY RECORDS, WITH THE
      * SIGN-ONS EACH GOVERNED AND THE DENIALS IT CAUSED, BY RULE
         03  PRP-MAX                   PIC S9(04)   BINARY VALUE +200.
         03  PRP-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  PRP-ENTRY                 OCCURS 200 TIMES.
             05  PRP-KEY               PIC  X(08).
             05  PRP-HOUR-FROM         PIC  9(02).
             05  PRP-HOUR-TO           PIC  9(02).
             05  PRP-TERM-COUNT        PIC  9(02).
             05  PRP-TERM-PREFIX       PIC  X(04)  OCCURS 8 TIMES.
             05  PRP-BUSDAYS           PIC  X(01).
                 88  PRP-BUSINESS-DAYS-ONLY        VALUE 'Y'.
             05  PRP-SIGNONS           PIC  9(07).
             05  PRP-HOURS-DENIED      PIC  9(07).
             05  PRP-TERM-DENIED       PIC  9(07).
             05  PRP-CAL-DENIED        PIC  9(07).

      * IN-MEMORY TABLE OF EVERY USER A PROPOSAL WOULD GOVERN
         03  USR-MAX                   PIC S9(04)   BINARY VALUE +2000.
         03  USR-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  USR-ENTRY                 OCCURS 2000 TIMES.
             05  USR-USRIDNT           PIC  X(08).
             05  USR-PSUB              PIC S9(04)   BINARY.
             05  USR-SIGNONS           PIC  9(07).
             05  USR-DENIED            PIC  9(07).

         03  STAGED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  IGNORED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  SIGNON-COUNT              PIC  9(7)    VALUE ZEROES.
         03  AFFECTED-COUNT            PIC  9(7)    VALUE ZEROES.
         03  DENIED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  DENIED-USER-COUNT         PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.
         03  VAR-EDIT2                 PIC  Z(6)9-.
         03  VAR-EDIT3                 PIC  Z(6)9-.
         03  VAR-EDIT4                 PIC  Z(6)9-.

       COPY BITMAN.

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

           IF  RTC-CODE = ZERO
               DISPLAY ' '           UPON PRINTER
               DISPLAY 'SIGN-ONS THE PROPOSAL WOULD HAVE DENIED'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
           END-IF.
           PERFORM C00-PROCESS-IESUHST THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(UHST)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               DISPLAY ' '           UPON PRINTER
               DISPLAY 'DENIALS BY USER'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               PERFORM H00-PRINT-USER THRU H09-EXIT
                 VARYING USUB FROM 1 BY 1 UNTIL USUB > USR-CTR
               DISPLAY ' '           UPON PRINTER
               DISPLAY 'DENIALS BY PROPOSED RECORD AND RULE'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               PERFORM H10-PRINT-PROPOSAL THRU H19-EXIT
                 VARYING PSUB FROM 1 BY 1 UNTIL PSUB > PRP-CTR
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE STAGED-COUNT           TO VAR-EDIT.
           DISPLAY 'Proposed records read .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE IGNORED-COUNT          TO VAR-EDIT.
           DISPLAY 'Proposed records ignored . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SIGNON-COUNT           TO VAR-EDIT.
           DISPLAY 'Sign-ons replayed ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE AFFECTED-COUNT         TO VAR-EDIT.
           DISPLAY 'Governed by a proposal ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DENIED-COUNT           TO VAR-EDIT.
           DISPLAY 'Sign-ons denied .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DENIED-USER-COUNT      TO VAR-EDIT.
           DISPLAY 'Users denied ............. ' VAR-EDIT
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
           MOVE 'IESPLSG'              TO VSAM-FILE(PLSG).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'IESPURGC'             TO VSAM-FILE(PURGC).

           MOVE LENGTH OF UHST-KEY     TO VSAM-KEYL(UHST).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(PLSG).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF PURGC-KEY    TO VSAM-KEYL(PURGC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESUHST
                      IESPLSG
                      IESCNTL
                      IESPURGC.

      * a failed calendar open is not an error - no business-day
      * denial can be simulated, just as VSECPLCY allows the sign-on
      * when it cannot read the calendar
           OPEN INPUT IESCAL.
           IF  SCALF-NORMAL
               SET  CALENDAR-ON-FILE   TO TRUE
           END-IF.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO PURGC-PGM
               READ IESPURGC RECORD END-READ
               IF  STAT-NORMAL(PURGC)
                   MOVE PURGC-GRACE-DAYS
                                       TO REPLAY-DAYS
               ELSE
                   IF  NOT STAT-NOTFND(PURGC)
                       MOVE PURGC      TO VSUB
                       MOVE PURGC-KEY  TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
      * the replay window opens this many days back from today
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT REPLAY-DAYS  FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-FLOOR

               DISPLAY 'SIGN-ON POLICY IMPACT SIMULATION, REPLAYING '
                       'SIGN-ONS SINCE ' WORK-FLOOR
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               DISPLAY 'PROPOSED POLICY RECORDS'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

               PERFORM D00-LOAD-PROPOSAL THRU D99-EXIT
                 UNTIL STAT-EOFILE(PLSG)
                    OR RTC-CODE NOT = ZERO
           END-IF.

      * nothing staged means nobody has asked for a simulation -
      * worth a nonzero return code rather than an empty report
           IF  RTC-CODE = ZERO
           AND PRP-CTR = ZERO
               DISPLAY THIS-PGM ': NO PROPOSED POLICY RECORDS ON '
                       'IESPLSG - NOTHING TO SIMULATE'
                                     UPON CONSOLE
               MOVE +8                 TO RTC-CODE
           END-IF.

           IF  RTC-CODE = ZERO
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
                 IESPLSG
                 IESCNTL
                 IESPURGC.

           IF  CALENDAR-ON-FILE
               CLOSE IESCAL
           END-IF.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * a proposal that would have turned real sign-ons away is not
      * ready to activate as written - say so
           IF  RTC-CODE = ZERO
           AND DENIED-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE SIGNON-COUNT           TO RUN-COUNT1.
           MOVE AFFECTED-COUNT         TO RUN-COUNT2.
           MOVE DENIED-COUNT           TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE REPLAYED SIGN-ON - WHEN A PROPOSAL WOULD GOVERN ITS     *
      *    USER, IT IS PUT THROUGH VSECPLCY'S CHECKS IN VSECPLCY'S     *
      *    ORDER: HOURS, THEN TERMINAL, THEN BUSINESS DAY              *
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

           IF  UHST-DATE < WORK-FLOOR
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO SIGNON-COUNT.

      * the key is userid-major, so the governing policy is worked
      * out once per user
           IF  UHST-USRIDNT NOT = WORK-USRIDNT
               PERFORM E00-RESOLVE-POLICY THRU E99-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO C99-EXIT-PROCESS
               END-IF
           END-IF.

           IF  PSUB = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO AFFECTED-COUNT.
           ADD  1                      TO PRP-SIGNONS(PSUB).
           IF  USUB > ZERO
               ADD  1                  TO USR-SIGNONS(USUB)
           END-IF.

           MOVE SPACE                  TO RULE-SW.
           PERFORM F00-CHECK-HOURS THRU F05-EXIT.
           IF  RULE-PASSED
               PERFORM F10-CHECK-TERMINAL THRU F15-EXIT
           END-IF.
           IF  RULE-PASSED
               PERFORM F20-CHECK-CALENDAR THRU F25-EXIT
           END-IF.

           IF  NOT RULE-PASSED
               PERFORM G00-RECORD-DENIAL THRU G99-EXIT
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    ONE PROPOSED POLICY RECORD - A TYPE '2' IMAGE IS TABLED     *
      *    (A REPEATED KEY REPLACES THE EARLIER PROPOSAL); ANYTHING    *
      *    ELSE IS REPORTED AND IGNORED                                *
      ******************************************************************
       D00-LOAD-PROPOSAL.

           MOVE PLSG                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESPLSG NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE STAGED-COUNT   TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT
           END-IF.

           ADD  1                      TO STAGED-COUNT.

      * the policy view of the IESCNTL record area serves to take
      * the staged image apart - nothing is read from IESCNTL yet
           MOVE PLSG-IMAGE             TO IESCNTL-RECORD.
           IF  NOT IUI-POLICY-RECORD
           OR  IUI-PO-USRIDNT = SPACES
               ADD  1                  TO IGNORED-COUNT
               DISPLAY 'IGNORED:  ' PLSG-IMAGE(1:9)
                       ' - NOT A TYPE 2 POLICY RECORD'
                                     UPON PRINTER
               GO TO D99-EXIT
           END-IF.
           IF  IUI-PO-HOUR-FROM NOT NUMERIC
           OR  IUI-PO-HOUR-TO NOT NUMERIC
           OR  IUI-PO-TERM-COUNT NOT NUMERIC
           OR  IUI-PO-HOUR-FROM > 23
           OR  IUI-PO-HOUR-TO > 23
           OR  IUI-PO-TERM-COUNT > 8
               ADD  1                  TO IGNORED-COUNT
               DISPLAY 'IGNORED:  ' IUI-PO-USRIDNT
                       ' - HOURS OR TERMINAL COUNT NOT VALID'
                                     UPON PRINTER
               GO TO D99-EXIT
           END-IF.

           MOVE IUI-PO-USRIDNT         TO WORK-PRP-KEY.
           PERFORM P10-FIND-PROPOSAL THRU P15-EXIT.
           IF  PSUB = ZERO
               IF  PRP-CTR >= PRP-MAX
                   ADD  1              TO IGNORED-COUNT
                   DISPLAY 'IGNORED:  ' IUI-PO-USRIDNT
                           ' - PROPOSAL TABLE FULL'
                                     UPON PRINTER
                   GO TO D99-EXIT
               END-IF
               ADD  1                  TO PRP-CTR
               MOVE PRP-CTR            TO PSUB
           ELSE
               DISPLAY 'REPLACED: ' IUI-PO-USRIDNT
                       ' - REPEATED KEY, LATER PROPOSAL USED'
                                     UPON PRINTER
           END-IF.

           MOVE IUI-PO-USRIDNT         TO PRP-KEY(PSUB).
           MOVE IUI-PO-HOUR-FROM       TO PRP-HOUR-FROM(PSUB).
           MOVE IUI-PO-HOUR-TO         TO PRP-HOUR-TO(PSUB).
           MOVE IUI-PO-TERM-COUNT      TO PRP-TERM-COUNT(PSUB).
           MOVE IUI-PO-BUSDAYS         TO PRP-BUSDAYS(PSUB).
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1 UNTIL SUB > 8
               MOVE IUI-PO-TERM-PREFIX(SUB)
                                       TO PRP-TERM-PREFIX(PSUB SUB)
           END-PERFORM.
           MOVE ZEROES                 TO PRP-SIGNONS(PSUB)
                                          PRP-HOURS-DENIED(PSUB)
                                          PRP-TERM-DENIED(PSUB)
                                          PRP-CAL-DENIED(PSUB).

           DISPLAY 'PROPOSED: ' PRP-KEY(PSUB)
                   ' HOURS ' PRP-HOUR-FROM(PSUB)
                   '-' PRP-HOUR-TO(PSUB)
                   ', TERMINALS=' PRP-TERM-COUNT(PSUB)
                   ' ' PRP-TERM-PREFIX(PSUB 1)
                   ' ' PRP-TERM-PREFIX(PSUB 2)
                   ' ' PRP-TERM-PREFIX(PSUB 3)
                   ' ' PRP-TERM-PREFIX(PSUB 4)
                   ' ' PRP-TERM-PREFIX(PSUB 5)
                   ' ' PRP-TERM-PREFIX(PSUB 6)
                   ' ' PRP-TERM-PREFIX(PSUB 7)
                   ' ' PRP-TERM-PREFIX(PSUB 8)
                   ', BUSINESS DAYS ONLY=' PRP-BUSDAYS(PSUB)
                                     UPON PRINTER.

       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    WORK OUT WHICH PROPOSAL, IF ANY, WOULD GOVERN THE USER -    *
      *    THE SAME ORDER VSECPLCY'S A10-GET-POLICY-RECORD READS IN:   *
      *    PER-USERID RECORD FIRST, ELSE THE CLASS RECORD FOR THE      *
      *    USER'S 1/2/3 TYPE.  A PER-USERID RECORD ALREADY ON FILE     *
      *    AND NOT PROPOSED KEEPS GOVERNING, SO THE USER IS UNAFFECTED *
      ******************************************************************
       E00-RESOLVE-POLICY.
           MOVE UHST-USRIDNT           TO WORK-USRIDNT.
           MOVE ZERO                   TO PSUB
                                          USUB.

           MOVE WORK-USRIDNT           TO WORK-PRP-KEY.
           PERFORM P10-FIND-PROPOSAL THRU P15-EXIT.
           IF  PSUB > ZERO
               GO TO E90-ADD-USER
           END-IF.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-POLICY-RECORD      TO TRUE.
           MOVE WORK-USRIDNT           TO IUI-KEY-VALUE.
           SET  FUNC-READ(IUI)         TO TRUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NORMAL(IUI)
               GO TO E99-EXIT
           END-IF.
           IF  NOT STAT-NOTFND(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E99-EXIT
           END-IF.

      * no per-user policy - the class fallback needs the user's
      * 1/2/3 type off the type '1' profile record
           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE WORK-USRIDNT           TO IUI-KEY-VALUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NOTFND(IUI)
               GO TO E99-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E99-EXIT
           END-IF.

           SET  BIT-DECODE-FROM-BYTE   TO TRUE.
           MOVE IUI-US-IESINFO         TO BIT-BYTE.
           CALL BITMAN              USING BITMAN-PARMS.
           MOVE '$CLASS?'              TO WORK-CLASS-KEY.
           EVALUATE TRUE
             WHEN BIT-0-IS-ON  AND BIT-1-IS-ON
               MOVE '1'                TO WORK-CLASS-KEY(7:1)
             WHEN BIT-0-IS-OFF AND BIT-1-IS-ON
               MOVE '2'                TO WORK-CLASS-KEY(7:1)
             WHEN OTHER
               MOVE '3'                TO WORK-CLASS-KEY(7:1)
           END-EVALUATE.

           MOVE WORK-CLASS-KEY         TO WORK-PRP-KEY.
           PERFORM P10-FIND-PROPOSAL THRU P15-EXIT.
           IF  PSUB = ZERO
               GO TO E99-EXIT
           END-IF.

       E90-ADD-USER.
           IF  USR-CTR < USR-MAX
               ADD  1                  TO USR-CTR
               MOVE USR-CTR            TO USUB
               MOVE WORK-USRIDNT       TO USR-USRIDNT(USUB)
               MOVE PSUB               TO USR-PSUB(USUB)
               MOVE ZEROES             TO USR-SIGNONS(USUB)
                                          USR-DENIED(USUB)
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE SIGN-ON HOUR INSIDE THE PROPOSED WINDOW - AS         *
      *    VSECPLCY'S A30-CHECK-HOURS, AGAINST THE HISTORICAL TIME     *
      ******************************************************************
       F00-CHECK-HOURS.
           MOVE UHST-TIME              TO WORK-TIME-X.
           MOVE WORK-TIME-HH           TO WORK-HOUR.

           IF  PRP-HOUR-FROM(PSUB) = PRP-HOUR-TO(PSUB)
      * a degenerate window permits the whole day
               GO TO F05-EXIT
           END-IF.

           IF  PRP-HOUR-FROM(PSUB) < PRP-HOUR-TO(PSUB)
               IF  WORK-HOUR < PRP-HOUR-FROM(PSUB)
               OR  WORK-HOUR > PRP-HOUR-TO(PSUB)
                   SET  RULE-DENIED-HOURS TO TRUE
               END-IF
           ELSE
      * the window wraps overnight, e.g. 18 through 06
               IF  WORK-HOUR < PRP-HOUR-FROM(PSUB)
               AND WORK-HOUR > PRP-HOUR-TO(PSUB)
                   SET  RULE-DENIED-HOURS TO TRUE
               END-IF
           END-IF.
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    DOES THE SIGN-ON TERMINAL MATCH A PROPOSED PREFIX - AS      *
      *    VSECPLCY'S A40-CHECK-TERMINAL                               *
      ******************************************************************
       F10-CHECK-TERMINAL.
           IF  PRP-TERM-COUNT(PSUB) = ZEROES
               GO TO F15-EXIT
           END-IF.

           MOVE 'N'                    TO TERM-MATCH-SW.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > PRP-TERM-COUNT(PSUB)
                  OR SUB > 8
                  OR TERMINAL-MATCHES
               MOVE ZEROES             TO PFX-LEN
               PERFORM WITH TEST BEFORE
                 VARYING PFX-LEN FROM 4 BY -1
                   UNTIL PFX-LEN < 1
                      OR PRP-TERM-PREFIX(PSUB SUB)(PFX-LEN:1) > SPACE
               END-PERFORM
               IF  PFX-LEN > ZEROES
               AND UHST-TERMID(1:PFX-LEN)
                 = PRP-TERM-PREFIX(PSUB SUB)(1:PFX-LEN)
                   SET  TERMINAL-MATCHES TO TRUE
               END-IF
           END-PERFORM.

           IF  NOT TERMINAL-MATCHES
               SET  RULE-DENIED-TERMINAL TO TRUE
           END-IF.
       F15-EXIT.
           EXIT.

      /*****************************************************************
      *    WAS THE SIGN-ON DATE A WORKING DAY, FOR A PROPOSAL THAT     *
      *    ONLY PERMITS BUSINESS DAYS - AS VSECPLCY'S A60-CHECK-       *
      *    CALENDAR, ONLY A DECLARED IESCAL HOLIDAY DENIES             *
      ******************************************************************
       F20-CHECK-CALENDAR.
           IF  NOT PRP-BUSINESS-DAYS-ONLY(PSUB)
           OR  NOT CALENDAR-ON-FILE
               GO TO F25-EXIT
           END-IF.

           MOVE UHST-DATE              TO SCAL-DATE.
           READ IESCAL RECORD END-READ.
           IF  SCALF-NORMAL
           AND SCAL-TYPE-HOLIDAY
               SET  RULE-DENIED-CALENDAR TO TRUE
           END-IF.
       F25-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST AND COUNT ONE SIGN-ON THE PROPOSAL WOULD HAVE DENIED   *
      ******************************************************************
       G00-RECORD-DENIAL.
           ADD  1                      TO DENIED-COUNT.
           IF  USUB > ZERO
               IF  USR-DENIED(USUB) = ZERO
                   ADD  1              TO DENIED-USER-COUNT
               END-IF
               ADD  1                  TO USR-DENIED(USUB)
           END-IF.

           EVALUATE TRUE
             WHEN RULE-DENIED-HOURS
               ADD  1                  TO PRP-HOURS-DENIED(PSUB)
               MOVE 'OUTSIDE HOURS'    TO WORK-RULE-TEXT
             WHEN RULE-DENIED-TERMINAL
               ADD  1                  TO PRP-TERM-DENIED(PSUB)
               MOVE 'TERMINAL PREFIX'  TO WORK-RULE-TEXT
             WHEN RULE-DENIED-CALENDAR
               ADD  1                  TO PRP-CAL-DENIED(PSUB)
               MOVE 'HOLIDAY, BUS-DAYS' TO WORK-RULE-TEXT
           END-EVALUATE.

           DISPLAY 'DENIED:   ' UHST-USRIDNT
                   ' ' UHST-DATE '-' UHST-TIME
                   ' TERM=' UHST-TERMID
                   ' ' WORK-RULE-TEXT
                   ' UNDER ' PRP-KEY(PSUB)
                                     UPON PRINTER.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE GOVERNED USER'S LINE OF THE BY-USER SUMMARY - ONLY A    *
      *    USER WITH AT LEAST ONE DENIAL IS PRINTED                    *
      ******************************************************************
       H00-PRINT-USER.
           IF  USR-DENIED(USUB) = ZERO
               GO TO H09-EXIT
           END-IF.

           MOVE USR-SIGNONS(USUB)      TO VAR-EDIT.
           MOVE USR-DENIED(USUB)       TO VAR-EDIT2.
           MOVE USR-PSUB(USUB)         TO PSUB.
           DISPLAY 'USER ' USR-USRIDNT(USUB)
                   ' UNDER ' PRP-KEY(PSUB)
                   ' SIGN-ONS=' VAR-EDIT
                   ' DENIED=' VAR-EDIT2
                                     UPON PRINTER.
       H09-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE PROPOSED RECORD'S LINE OF THE BY-RULE SUMMARY           *
      ******************************************************************
       H10-PRINT-PROPOSAL.
           MOVE PRP-SIGNONS(PSUB)      TO VAR-EDIT.
           MOVE PRP-HOURS-DENIED(PSUB) TO VAR-EDIT2.
           MOVE PRP-TERM-DENIED(PSUB)  TO VAR-EDIT3.
           MOVE PRP-CAL-DENIED(PSUB)   TO VAR-EDIT4.
           DISPLAY 'POLICY ' PRP-KEY(PSUB)
                   ' SIGN-ONS=' VAR-EDIT
                   ' HOURS=' VAR-EDIT2
                   ' TERMINAL=' VAR-EDIT3
                   ' BUSINESS-DAY=' VAR-EDIT4
                                     UPON PRINTER.
       H19-EXIT.
           EXIT.

      /*****************************************************************
      *    LOOK WORK-PRP-KEY UP IN THE PROPOSAL TABLE - PSUB IS LEFT   *
      *    AT ITS ENTRY, OR ZERO WHEN IT IS NOT A PROPOSED KEY         *
      ******************************************************************
       P10-FIND-PROPOSAL.
           MOVE ZERO                   TO PSUB.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > PRP-CTR
                  OR PSUB > ZERO
               IF  PRP-KEY(SUB) = WORK-PRP-KEY
                   MOVE SUB            TO PSUB
               END-IF
           END-PERFORM.
       P15-EXIT.
           EXIT.
