      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESRISKW.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       WEEKLY PER-USER COMPOSITE RISK SCORE.  WALKS
      *               EVERY IESCNTL USER PROFILE AND GATHERS THE
      *               SIGNALS OTHERWISE SPREAD ACROSS A DOZEN REPORTS -
      *               THE ADMINISTRATOR BIT (THE IESCNTLY TEST), MFA
      *               ENROLLMENT, SEPARATION-OF-DUTIES RULES ALREADY
      *               BROKEN (SODCHKB'S COUNT FUNCTION), FACILITY
      *               PERMITS NEVER USED (NO IESUSAG ROW, THE IESUSGRP
      *               TEST), SIGN-ONS IN THE LAST 7 DAYS OUT OF THE
      *               USER'S OWN PATTERN (THE IESUANOM TEST), THE
      *               FAILED SIGN-ON AND LOCKOUT COUNTS, OPEN IESFIRE
      *               FIRECALL GRANTS, PERMITS HELD AT UPDATE OR
      *               ALTER, AND HOLDINGS BEYOND THE USER'S IESROLE
      *               TEMPLATE (THE IESRLDRF TEST).  EACH COUNT TIMES
      *               ITS SITE-SET WEIGHT (IESRSKC CONTROL RECORD,
      *               HARDCODED DEFAULTS WHEN NONE IS ON FILE) SUMS TO
      *               THE SCORE, WHICH IS FILED WITH ITS FACTORS IN
      *               THE IESRISK KSDS - THE PREVIOUS RUN'S SCORE AND
      *               RANK ROLL INTO THE PRIOR FIELDS.  THE TOP-N
      *               SCORES ARE THEN RANKED ON FILE AND PRINTED WITH
      *               THE WEEK-OVER-WEEK MOVEMENT, AND SCORES LEFT
      *               BEHIND BY PROFILES SINCE DELETED ARE DROPPED.
      *               IESCNTLQ SHOWS A USER'S CURRENT SCORE.

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

           SELECT IESRSKC
               ASSIGN TO IESRSKC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS RSKC-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESRISK
               ASSIGN TO IESRISK
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS RISK-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESXREF
               ASSIGN TO IESXREF
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS XREF-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESUSAG
               ASSIGN TO IESUSAG
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS USAG-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT IESFIRE
               ASSIGN TO IESFIRE
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS FIRE-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESUHST
               ASSIGN TO IESUHST
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS UHST-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT VUSERID
               ASSIGN TO VUSERID
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS VUSER-KEY
               FILE STATUS IS FILE8-STAT
                              FILE8-FDBK.

           SELECT IESROLE
               ASSIGN TO IESROLE
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS ROLE-KEY
               FILE STATUS IS FILE9-STAT
                              FILE9-FDBK.

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

       FD  IESRSKC.
       COPY IESRSKC.

       FD  IESRISK.
       COPY IESRISK.

       FD  IESXREF.
       COPY IESXREF.

       FD  IESUSAG.
       COPY IESUSAG.

       FD  IESFIRE.
       COPY IESFIRE.

       FD  IESUHST.
       COPY IESUHST.

       FD  VUSERID
           RECORD IS VARYING IN SIZE
             FROM 127 TO 174 CHARACTERS.
       COPY VUSERID.

       FD  IESROLE.
       COPY IESROLE.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESRISKW'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.
         03  RSKC                      PIC S9(04)   BINARY VALUE 2.
         03  RISK                      PIC S9(04)   BINARY VALUE 3.
         03  XREF                      PIC S9(04)   BINARY VALUE 4.
         03  USAG                      PIC S9(04)   BINARY VALUE 5.
         03  FIRE                      PIC S9(04)   BINARY VALUE 6.
         03  UHST                      PIC S9(04)   BINARY VALUE 7.
         03  VUSER                     PIC S9(04)   BINARY VALUE 8.
         03  ROLE                      PIC S9(04)   BINARY VALUE 9.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  WSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  TSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  TPOS                      PIC S9(04)   BINARY VALUE ZEROES.

         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-WINDOW               PIC  9(08)   VALUE ZEROES.
         03  WORK-USRIDNT              PIC  X(08)   VALUE SPACES.
         03  WORK-USRNAME              PIC  X(20)   VALUE SPACES.
         03  WORK-SCORE                PIC  9(07)   VALUE ZEROES.
         03  WORK-HOUR                 PIC S9(04)   BINARY.
         03  WORK-TIME-X.
           05  WORK-TIME-HH            PIC  9(02).
           05  WORK-TIME-MM            PIC  9(02).
           05  WORK-TIME-SS            PIC  9(02).

         03  ROLE-SW                   PIC  X(01)   VALUE 'N'.
           88  ROLE-TEMPLATE-FOUND                  VALUE 'Y'.

      * scoring weights, normally loaded from IESRSKC by
      * B10-INITIALIZATION - these values are the fallback used when
      * no IESRSKC control record is on file for this program
         03  WORK-TOP-N                PIC S9(04)   BINARY VALUE +50.
         03  WORK-WT-ADMIN             PIC  9(03)   VALUE 025.
         03  WORK-WT-NOMFA             PIC  9(03)   VALUE 015.
         03  WORK-WT-SODC              PIC  9(03)   VALUE 020.
         03  WORK-WT-NEVU              PIC  9(03)   VALUE 002.
         03  WORK-WT-ANOM              PIC  9(03)   VALUE 005.
         03  WORK-WT-FAIL              PIC  9(03)   VALUE 001.
         03  WORK-WT-LOCK              PIC  9(03)   VALUE 005.
         03  WORK-WT-FIRE              PIC  9(03)   VALUE 010.
         03  WORK-WT-UAPM              PIC  9(03)   VALUE 003.
         03  WORK-WT-DRFT              PIC  9(03)   VALUE 004.

      * the signals counted for the user in hand - same order and
      * meaning as RISK-FACTORS on the IESRISK record
         03  WORK-FACTORS.
           05  WORK-ADMIN              PIC  9(01).
           05  WORK-NOMFA              PIC  9(01).
           05  WORK-SODC               PIC  9(03).
           05  WORK-NEVU               PIC  9(05).
           05  WORK-ANOM               PIC  9(05).
           05  WORK-FAIL               PIC  9(03).
           05  WORK-LOCK               PIC  9(02).
           05  WORK-FIRE               PIC  9(03).
           05  WORK-UAPM               PIC  9(05).
           05  WORK-DRFT               PIC  9(05).

      * a baseline thinner than this proves nothing - the same floor
      * IESUANOM applies before it calls a sign-on out of pattern
         03  BASELINE-MINIMUM          PIC S9(04)   BINARY VALUE +10.
         03  BASE-ENTRY-CTR            PIC S9(09)   BINARY VALUE ZEROES.
         03  BASE-HOUR-CTR             PIC S9(04)   BINARY
                                       OCCURS 24 TIMES.
         03  BASE-TERM-CTR             PIC S9(04)   BINARY VALUE ZEROES.
         03  BASE-TERMID               PIC  X(04)  OCCURS 30 TIMES.
         03  WIND-MAX                  PIC S9(04)   BINARY VALUE +100.
         03  WIND-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  WIND-ENTRY                OCCURS 100 TIMES.
           05  WIND-TIME               PIC  9(06).
           05  WIND-TERMID             PIC  X(04).

      * the highest scores seen so far, highest first - a score equal
      * to one already tabled ranks after it
         03  TOP-MAX                   PIC S9(04)   BINARY VALUE +500.
         03  TOP-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  TOP-ENTRY                 OCCURS 500 TIMES.
           05  TOP-USRIDNT             PIC  X(08).
           05  TOP-USRNAME             PIC  X(20).
           05  TOP-SCORE               PIC  9(07).

         03  USER-COUNT                PIC  9(7)    VALUE ZEROES.
         03  SCORED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  ADDED-COUNT               PIC  9(7)    VALUE ZEROES.
         03  DROPPED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  SODFAIL-COUNT             PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.
         03  RANK-EDIT                 PIC  Z(3)9.
         03  SCORE-EDIT                PIC  Z(6)9.
         03  CHANGE-EDIT               PIC  +Z(6)9.
         03  PRIOR-EDIT                PIC  X(05).
         03  FACT-EDIT-1               PIC  ZZZ9.
         03  FACT-EDIT-2               PIC  ZZZ9.
         03  FACT-EDIT-3               PIC  ZZZ9.
         03  FACT-EDIT-4               PIC  ZZZ9.
         03  FACT-EDIT-5               PIC  ZZZ9.
         03  FACT-EDIT-6               PIC  ZZZ9.
         03  FACT-EDIT-7               PIC  ZZZ9.
         03  FACT-EDIT-8               PIC  ZZZ9.

       COPY BITMAN.

       COPY SODCHK.

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

           PERFORM C00-PROCESS-IESCNTL THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(IUI)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM G00-RANK-TOP-SCORES THRU G99-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM H00-DROP-STALE-SCORES THRU H99-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE USER-COUNT             TO VAR-EDIT.
           DISPLAY 'User profiles scored ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SCORED-COUNT           TO VAR-EDIT.
           DISPLAY 'Profiles scoring above 0 . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ADDED-COUNT            TO VAR-EDIT.
           DISPLAY 'Scored for the first time  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE TOP-CTR                TO VAR-EDIT.
           DISPLAY 'Profiles ranked .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DROPPED-COUNT          TO VAR-EDIT.
           DISPLAY 'Stale scores dropped ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SODFAIL-COUNT          TO VAR-EDIT.
           DISPLAY 'SoD counts not available . ' VAR-EDIT
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
           MOVE 'IESRSKC'              TO VSAM-FILE(RSKC).
           MOVE 'IESRISK'              TO VSAM-FILE(RISK).
           MOVE 'IESXREF'              TO VSAM-FILE(XREF).
           MOVE 'IESUSAG'              TO VSAM-FILE(USAG).
           MOVE 'IESFIRE'              TO VSAM-FILE(FIRE).
           MOVE 'IESUHST'              TO VSAM-FILE(UHST).
           MOVE 'VUSERID'              TO VSAM-FILE(VUSER).
           MOVE 'IESROLE'              TO VSAM-FILE(ROLE).

           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF RSKC-KEY     TO VSAM-KEYL(RSKC).
           MOVE LENGTH OF RISK-KEY     TO VSAM-KEYL(RISK).
           MOVE LENGTH OF XREF-KEY     TO VSAM-KEYL(XREF).
           MOVE LENGTH OF USAG-KEY     TO VSAM-KEYL(USAG).
           MOVE LENGTH OF FIRE-KEY     TO VSAM-KEYL(FIRE).
           MOVE LENGTH OF UHST-KEY     TO VSAM-KEYL(UHST).
           MOVE LENGTH OF VUSER-KEY    TO VSAM-KEYL(VUSER).
           MOVE LENGTH OF ROLE-KEY     TO VSAM-KEYL(ROLE).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESCNTL
                      IESRSKC
                      IESXREF
                      IESUSAG
                      IESFIRE
                      IESUHST
                      VUSERID
                      IESROLE.
           OPEN I-O   IESRISK.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up the site-maintained weights, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO RSKC-PGM
               SET  FUNC-READ(RSKC)    TO TRUE
               READ IESRSKC RECORD END-READ
               IF  STAT-NORMAL(RSKC)
                   MOVE RSKC-TOP-N     TO WORK-TOP-N
                   MOVE RSKC-WT-ADMIN  TO WORK-WT-ADMIN
                   MOVE RSKC-WT-NOMFA  TO WORK-WT-NOMFA
                   MOVE RSKC-WT-SODC   TO WORK-WT-SODC
                   MOVE RSKC-WT-NEVU   TO WORK-WT-NEVU
                   MOVE RSKC-WT-ANOM   TO WORK-WT-ANOM
                   MOVE RSKC-WT-FAIL   TO WORK-WT-FAIL
                   MOVE RSKC-WT-LOCK   TO WORK-WT-LOCK
                   MOVE RSKC-WT-FIRE   TO WORK-WT-FIRE
                   MOVE RSKC-WT-UAPM   TO WORK-WT-UAPM
                   MOVE RSKC-WT-DRFT   TO WORK-WT-DRFT
               ELSE
                   IF  NOT STAT-NOTFND(RSKC)
                       MOVE RSKC           TO VSUB
                       MOVE RSKC-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

      * a top-n of zero or past the table still ranks something
           IF  WORK-TOP-N < 1
           OR  WORK-TOP-N > TOP-MAX
               MOVE TOP-MAX            TO WORK-TOP-N
           END-IF.

           IF  RTC-CODE = ZERO
      * the sign-on pattern window is the last 7 days
               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE IN WRK-DATETIME
                                       TO WORK-TODAY
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT 7            FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-WINDOW

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
                 IESRSKC
                 IESRISK
                 IESXREF
                 IESUSAG
                 IESFIRE
                 IESUHST
                 VUSERID
                 IESROLE.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           SET  SOD-REQUEST-CLOSE      TO TRUE.
           CALL SODCHK              USING SODCHK-PARMS.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE USER-COUNT             TO RUN-COUNT1.
           MOVE SCORED-COUNT           TO RUN-COUNT2.
           MOVE TOP-CTR                TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    SCORE EACH USER PROFILE IN TURN                             *
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
           MOVE SPACES                 TO WORK-USRIDNT.
           STRING IUI-US-USRIDNT          DELIMITED BY LOW-VALUE
                                     INTO WORK-USRIDNT.
           MOVE IUI-US-USRNAME         TO WORK-USRNAME.
           MOVE ZEROES                 TO WORK-FACTORS.

      * the signals carried on the profile itself
           SET  BIT-DECODE-FROM-BYTE   TO TRUE.
           MOVE IUI-US-IESINFO         TO BIT-BYTE.
           CALL BITMAN              USING BITMAN-PARMS.
           IF  BIT-0-IS-ON
           AND BIT-1-IS-ON
               MOVE 1                  TO WORK-ADMIN
           END-IF.
           IF  NOT IUI-MFA-ENROLLED
               MOVE 1                  TO WORK-NOMFA
           END-IF.
           IF  IUI-US-FAILCNT NUMERIC
               MOVE IUI-US-FAILCNT     TO WORK-FAIL
           END-IF.
           IF  IUI-US-LOCKCNT NUMERIC
               MOVE IUI-US-LOCKCNT     TO WORK-LOCK
           END-IF.

      * the signals gathered from the files around it
           PERFORM D00-GET-ROLE-TEMPLATE THRU D05-EXIT.
           PERFORM D10-WALK-HOLDINGS THRU D19-EXIT.
           PERFORM D20-COUNT-FIRECALLS THRU D29-EXIT.
           PERFORM D30-COUNT-ANOMALIES THRU D39-EXIT.
           PERFORM D40-COUNT-SOD-CONFLICTS THRU D45-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           COMPUTE WORK-SCORE = WORK-ADMIN * WORK-WT-ADMIN
                              + WORK-NOMFA * WORK-WT-NOMFA
                              + WORK-SODC  * WORK-WT-SODC
                              + WORK-NEVU  * WORK-WT-NEVU
                              + WORK-ANOM  * WORK-WT-ANOM
                              + WORK-FAIL  * WORK-WT-FAIL
                              + WORK-LOCK  * WORK-WT-LOCK
                              + WORK-FIRE  * WORK-WT-FIRE
                              + WORK-UAPM  * WORK-WT-UAPM
                              + WORK-DRFT  * WORK-WT-DRFT
             ON SIZE ERROR
               MOVE 9999999            TO WORK-SCORE
           END-COMPUTE.

           PERFORM E00-FILE-SCORE THRU E05-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  WORK-SCORE > ZERO
               ADD  1                  TO SCORED-COUNT
               PERFORM F00-TABLE-TOP-SCORE THRU F05-EXIT
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    FETCH THE USER'S ROLE TEMPLATE, WHEN THE USER HAS A ROLE    *
      ******************************************************************
       D00-GET-ROLE-TEMPLATE.
           MOVE 'N'                    TO ROLE-SW.

      * an old-format record reads back only 127 bytes - blank the
      * area first so a prior read's tail cannot pose as a role code
           MOVE SPACES                 TO VUSER-RECORD.
           MOVE WORK-USRIDNT           TO VUSER-KEY.
           SET  FUNC-READ(VUSER)       TO TRUE.
           READ VUSERID RECORD END-READ.
           IF  STAT-NOTFND(VUSER)
               GO TO D05-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VUSER)
               MOVE VUSER              TO VSUB
               MOVE VUSER-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D05-EXIT
           END-IF.
           IF  VUSER-ROLE = SPACES
               GO TO D05-EXIT
           END-IF.

           MOVE VUSER-ROLE             TO ROLE-CODE.
           SET  FUNC-READ(ROLE)        TO TRUE.
           READ IESROLE RECORD END-READ.
           IF  STAT-NOTFND(ROLE)
               GO TO D05-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(ROLE)
               MOVE ROLE               TO VSUB
               MOVE ROLE-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D05-EXIT
           END-IF.
           SET  ROLE-TEMPLATE-FOUND    TO TRUE.
       D05-EXIT.
           EXIT.

      /*****************************************************************
      *    WALK THE USER'S IESXREF HOLDINGS - PERMITS NEVER USED,      *
      *    PERMITS AT UPDATE OR ALTER, AND ANYTHING THE ROLE TEMPLATE  *
      *    DOES NOT LIST                                               *
      ******************************************************************
       D10-WALK-HOLDINGS.
           MOVE LOW-VALUES             TO XREF-KEY.
           MOVE WORK-USRIDNT           TO XREF-USRIDNT.
           MOVE XREF                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESXREF KEY >= XREF-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               GO TO D19-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE XREF-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D19-EXIT
           END-IF.

       D12-NEXT-HOLDING.
           MOVE XREF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESXREF NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE XREF-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D19-EXIT
           END-IF.
           IF  XREF-USRIDNT NOT = WORK-USRIDNT
               GO TO D19-EXIT
           END-IF.

           IF  XREF-CLASS-PERMIT
           AND XREF-ACCESS NOT = 'N'
               IF  XREF-ACCESS = 'U'
               OR  XREF-ACCESS = 'A'
                   ADD  1              TO WORK-UAPM
               END-IF
               MOVE WORK-USRIDNT       TO USAG-USRIDNT
               MOVE XREF-APPL          TO USAG-APPL
               MOVE XREF-TRANS         TO USAG-TRANS
               SET  FUNC-READ(USAG)    TO TRUE
               READ IESUSAG RECORD END-READ
               IF  STAT-NOTFND(USAG)
                   ADD  1              TO WORK-NEVU
               ELSE
                   IF  NOT STAT-NORMAL(USAG)
                       MOVE USAG       TO VSUB
                       MOVE USAG-KEY   TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                       GO TO D19-EXIT
                   END-IF
               END-IF
           END-IF.

           IF  NOT ROLE-TEMPLATE-FOUND
               GO TO D12-NEXT-HOLDING
           END-IF.

      * is this holding somewhere in the role's template
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > ROLE-ENTRY-COUNT
                  OR SUB > 20
                  OR (ROLE-TYPE(SUB) = XREF-CLASS
                      AND ROLE-RESOURCE(SUB) = XREF-RESOURCE
                      AND (XREF-CLASS-GROUP
                           OR (ROLE-APPL(SUB) = XREF-APPL
                               AND ROLE-TRANS(SUB) = XREF-TRANS)))
               CONTINUE
           END-PERFORM.
           IF  SUB > ROLE-ENTRY-COUNT
           OR  SUB > 20
               ADD  1                  TO WORK-DRFT
           END-IF.
           GO TO D12-NEXT-HOLDING.
       D19-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT THE USER'S OPEN FIRECALL GRANTS                       *
      ******************************************************************
       D20-COUNT-FIRECALLS.
           MOVE LOW-VALUES             TO FIRE-KEY.
           MOVE WORK-USRIDNT           TO FIRE-USRIDNT.
           MOVE FIRE                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESFIRE KEY >= FIRE-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               GO TO D29-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE FIRE-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D29-EXIT
           END-IF.

       D22-NEXT-FIRECALL.
           MOVE FIRE                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESFIRE NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE FIRE-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D29-EXIT
           END-IF.
           IF  FIRE-USRIDNT NOT = WORK-USRIDNT
               GO TO D29-EXIT
           END-IF.
           IF  WORK-FIRE < 999
               ADD  1                  TO WORK-FIRE
           END-IF.
           GO TO D22-NEXT-FIRECALL.
       D29-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT THE LAST 7 DAYS' SIGN-ONS OUT OF THE USER'S OWN       *
      *    PATTERN - A FIRST-EVER TERMINAL OR A FIRST-EVER HOUR OF THE *
      *    DAY, JUDGED AGAINST THE OLDER HISTORY THE WAY IESUANOM      *
      *    JUDGES ITS WINDOW                                           *
      ******************************************************************
       D30-COUNT-ANOMALIES.
           MOVE ZEROES                 TO BASE-ENTRY-CTR
                                          BASE-TERM-CTR
                                          WIND-CTR.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1 UNTIL SUB > 24
               MOVE ZERO               TO BASE-HOUR-CTR(SUB)
           END-PERFORM.

           MOVE LOW-VALUES             TO UHST-KEY.
           MOVE WORK-USRIDNT           TO UHST-USRIDNT.
           MOVE UHST                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESUHST KEY >= UHST-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               GO TO D39-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE UHST-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D39-EXIT
           END-IF.

       D32-NEXT-SIGNON.
           MOVE UHST                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESUHST NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE UHST-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO D39-EXIT
               END-IF
               GO TO D34-JUDGE-WINDOW
           END-IF.
           IF  UHST-USRIDNT NOT = WORK-USRIDNT
               GO TO D34-JUDGE-WINDOW
           END-IF.

           IF  UHST-DATE < WORK-WINDOW
               ADD  1                  TO BASE-ENTRY-CTR
               MOVE UHST-TIME          TO WORK-TIME-X
               COMPUTE WORK-HOUR = WORK-TIME-HH + 1
               IF  WORK-HOUR >= 1 AND WORK-HOUR <= 24
               AND BASE-HOUR-CTR(WORK-HOUR) < 9999
                   ADD  1              TO BASE-HOUR-CTR(WORK-HOUR)
               END-IF
               PERFORM WITH TEST BEFORE
                 VARYING SUB FROM 1 BY 1
                   UNTIL SUB > BASE-TERM-CTR
                      OR BASE-TERMID(SUB) = UHST-TERMID
                   CONTINUE
               END-PERFORM
               IF  SUB > BASE-TERM-CTR
               AND BASE-TERM-CTR < 30
                   ADD  1              TO BASE-TERM-CTR
                   MOVE UHST-TERMID    TO BASE-TERMID(BASE-TERM-CTR)
               END-IF
           ELSE
               IF  WIND-CTR < WIND-MAX
                   ADD  1              TO WIND-CTR
                   MOVE UHST-TIME      TO WIND-TIME(WIND-CTR)
                   MOVE UHST-TERMID    TO WIND-TERMID(WIND-CTR)
               END-IF
           END-IF.
           GO TO D32-NEXT-SIGNON.

       D34-JUDGE-WINDOW.
      * a baseline thinner than the floor judges nothing
           IF  BASE-ENTRY-CTR < BASELINE-MINIMUM
               GO TO D39-EXIT
           END-IF.

           PERFORM D36-JUDGE-ONE-SIGNON THRU D37-EXIT
             VARYING WSUB FROM 1 BY 1 UNTIL WSUB > WIND-CTR.
       D39-EXIT.
           EXIT.

       D36-JUDGE-ONE-SIGNON.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > BASE-TERM-CTR
                  OR BASE-TERMID(SUB) = WIND-TERMID(WSUB)
               CONTINUE
           END-PERFORM.
           IF  SUB > BASE-TERM-CTR
               ADD  1                  TO WORK-ANOM
               GO TO D37-EXIT
           END-IF.

           MOVE WIND-TIME(WSUB)        TO WORK-TIME-X.
           COMPUTE WORK-HOUR = WORK-TIME-HH + 1.
           IF  WORK-HOUR >= 1 AND WORK-HOUR <= 24
           AND BASE-HOUR-CTR(WORK-HOUR) = ZERO
               ADD  1                  TO WORK-ANOM
           END-IF.
       D37-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT THE SEPARATION-OF-DUTIES RULES THE USER ALREADY       *
      *    BREAKS - A COUNT THAT CANNOT BE MADE SCORES ZERO AND IS     *
      *    NOTED ON THE CONSOLE AND IN THE TOTALS                      *
      ******************************************************************
       D40-COUNT-SOD-CONFLICTS.
           INITIALIZE SODCHK-PARMS.
           SET  SOD-REQUEST-COUNT      TO TRUE.
           MOVE WORK-USRIDNT           TO SOD-USRIDNT.
           CALL SODCHK              USING SODCHK-PARMS.
           IF  SOD-RETN NOT = ZERO
               ADD  1                  TO SODFAIL-COUNT
               DISPLAY THIS-PGM ': SOD COUNT FAILED FOR '
                       WORK-USRIDNT  UPON CONSOLE
               GO TO D45-EXIT
           END-IF.
           IF  SOD-HELD-COUNT > 999
               MOVE 999                TO WORK-SODC
           ELSE
               MOVE SOD-HELD-COUNT     TO WORK-SODC
           END-IF.
       D45-EXIT.
           EXIT.

      /*****************************************************************
      *    FILE THE USER'S SCORE - LAST RUN'S VALUES BECOME THE PRIOR  *
      *    ONES THE FIRST TIME A LATER DAY SCORES THE USER, AND THE    *
      *    RANK IS CLEARED UNTIL THE RANKING PASS SETS IT AGAIN        *
      ******************************************************************
       E00-FILE-SCORE.
           MOVE WORK-USRIDNT           TO RISK-USRIDNT.
           SET  FUNC-READ(RISK)        TO TRUE.
           READ IESRISK RECORD END-READ.
           IF  NOT STAT-NORMAL(RISK)
           AND NOT STAT-NOTFND(RISK)
               MOVE RISK               TO VSUB
               MOVE RISK-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E05-EXIT
           END-IF.

           IF  STAT-NOTFND(RISK)
               MOVE SPACES             TO IESRISK-RECORD
               MOVE WORK-USRIDNT       TO RISK-USRIDNT
               MOVE ZEROES             TO RISK-PRIOR-SCORE
                                          RISK-PRIOR-RANK
                                          RISK-PRIOR-DATE
           ELSE
               IF  RISK-SCORED-DATE < WORK-TODAY
                   MOVE RISK-SCORE     TO RISK-PRIOR-SCORE
                   MOVE RISK-RANK      TO RISK-PRIOR-RANK
                   MOVE RISK-SCORED-DATE
                                       TO RISK-PRIOR-DATE
               END-IF
           END-IF.

           MOVE WORK-SCORE             TO RISK-SCORE.
           MOVE ZEROES                 TO RISK-RANK.
           MOVE WORK-TODAY             TO RISK-SCORED-DATE.
           MOVE WORK-FACTORS           TO RISK-FACTORS.

           IF  STAT-NORMAL(RISK)
               SET  FUNC-REWRITE(RISK) TO TRUE
               REWRITE IESRISK-RECORD END-REWRITE
           ELSE
               ADD  1                  TO ADDED-COUNT
               SET  FUNC-WRITE(RISK)   TO TRUE
               WRITE IESRISK-RECORD END-WRITE
           END-IF.
           IF  NOT STAT-NORMAL(RISK)
               MOVE RISK               TO VSUB
               MOVE RISK-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       E05-EXIT.
           EXIT.

      /*****************************************************************
      *    SLOT THE SCORE INTO THE TOP-N TABLE WHEN IT BELONGS THERE   *
      ******************************************************************
       F00-TABLE-TOP-SCORE.
           PERFORM WITH TEST BEFORE
             VARYING TPOS FROM 1 BY 1
               UNTIL TPOS > TOP-CTR
                  OR TOP-SCORE(TPOS) < WORK-SCORE
               CONTINUE
           END-PERFORM.
           IF  TPOS > WORK-TOP-N
               GO TO F05-EXIT
           END-IF.

      * make room - a full table lets its lowest entry fall off
           IF  TOP-CTR < WORK-TOP-N
               ADD  1                  TO TOP-CTR
           END-IF.
           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM TOP-CTR BY -1
               UNTIL TSUB <= TPOS
               MOVE TOP-ENTRY(TSUB - 1) TO TOP-ENTRY(TSUB)
           END-PERFORM.

           MOVE WORK-USRIDNT           TO TOP-USRIDNT(TPOS).
           MOVE WORK-USRNAME           TO TOP-USRNAME(TPOS).
           MOVE WORK-SCORE             TO TOP-SCORE(TPOS).
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    FILE EACH TOP-N USER'S RANK AND PRINT THE RANKED REPORT     *
      *    WITH THE MOVEMENT SINCE THE PRIOR RUN                       *
      ******************************************************************
       G00-RANK-TOP-SCORES.
           MOVE WORK-TOP-N             TO VAR-EDIT.
           DISPLAY 'TOP' VAR-EDIT ' USER RISK SCORES AS OF '
                   WORK-TODAY        UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           IF  TOP-CTR = ZERO
               DISPLAY 'NO USER PROFILE SCORED ABOVE ZERO'
                                     UPON PRINTER
               GO TO G99-EXIT
           END-IF.

           DISPLAY 'RANK USERID   NAME                   SCORE'
                   '   CHANGE  PRIOR  ADM MFA  SOD NEVU ANOM'
                   ' FAIL LOCK FIRE UAPM DRFT'
                                     UPON PRINTER.

           PERFORM G10-RANK-ONE-USER THRU G19-EXIT
             VARYING TSUB FROM 1 BY 1
               UNTIL TSUB > TOP-CTR
                  OR RTC-CODE NOT = ZERO.
       G99-EXIT.
           EXIT.

       G10-RANK-ONE-USER.
           MOVE TOP-USRIDNT(TSUB)      TO RISK-USRIDNT.
           SET  FUNC-READ(RISK)        TO TRUE.
           READ IESRISK RECORD END-READ.
           IF  NOT STAT-NORMAL(RISK)
               MOVE RISK               TO VSUB
               MOVE RISK-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G19-EXIT
           END-IF.

           MOVE TSUB                   TO RISK-RANK.
           SET  FUNC-REWRITE(RISK)     TO TRUE.
           REWRITE IESRISK-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(RISK)
               MOVE RISK               TO VSUB
               MOVE RISK-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G19-EXIT
           END-IF.

      * movement since the prior run - a user never scored before
      * shows as new, one scored but not ranked as unranked
           MOVE TSUB                   TO RANK-EDIT.
           MOVE RISK-SCORE             TO SCORE-EDIT.
           IF  RISK-PRIOR-DATE = ZEROES
               MOVE ZEROES             TO CHANGE-EDIT
               MOVE '  NEW'            TO PRIOR-EDIT
           ELSE
               COMPUTE CHANGE-EDIT = RISK-SCORE - RISK-PRIOR-SCORE
               IF  RISK-PRIOR-RANK = ZEROES
                   MOVE '    -'        TO PRIOR-EDIT
               ELSE
                   MOVE RISK-PRIOR-RANK TO RANK-EDIT
                   MOVE RANK-EDIT      TO PRIOR-EDIT(2:4)
                   MOVE SPACE          TO PRIOR-EDIT(1:1)
                   MOVE TSUB           TO RANK-EDIT
               END-IF
           END-IF.
           MOVE RISK-SODC              TO FACT-EDIT-1.
           MOVE RISK-NEVU              TO FACT-EDIT-2.
           MOVE RISK-ANOM              TO FACT-EDIT-3.
           MOVE RISK-FAIL              TO FACT-EDIT-4.
           MOVE RISK-LOCK              TO FACT-EDIT-5.
           MOVE RISK-FIRE              TO FACT-EDIT-6.
           MOVE RISK-UAPM              TO FACT-EDIT-7.
           MOVE RISK-DRFT              TO FACT-EDIT-8.

           DISPLAY RANK-EDIT ' ' RISK-USRIDNT ' '
                   TOP-USRNAME(TSUB) ' ' SCORE-EDIT ' '
                   CHANGE-EDIT '  ' PRIOR-EDIT '    '
                   RISK-ADMIN '   ' RISK-NOMFA ' '
                   FACT-EDIT-1 ' ' FACT-EDIT-2 ' '
                   FACT-EDIT-3 ' ' FACT-EDIT-4 ' '
                   FACT-EDIT-5 ' ' FACT-EDIT-6 ' '
                   FACT-EDIT-7 ' ' FACT-EDIT-8
                                     UPON PRINTER.
       G19-EXIT.
           EXIT.

      /*****************************************************************
      *    DROP THE SCORES OF PROFILES THIS RUN NO LONGER FOUND        *
      ******************************************************************
       H00-DROP-STALE-SCORES.
           MOVE LOW-VALUES             TO RISK-KEY.
           MOVE RISK                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESRISK KEY >= RISK-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               GO TO H99-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE RISK-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H99-EXIT
           END-IF.

       H10-NEXT-SCORE.
           MOVE RISK                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESRISK NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE RISK-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO H99-EXIT
           END-IF.
           IF  RISK-SCORED-DATE NOT < WORK-TODAY
               GO TO H10-NEXT-SCORE
           END-IF.

           SET  FUNC-DELETE(VSUB)      TO TRUE.
           DELETE IESRISK RECORD END-DELETE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE RISK-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H99-EXIT
           END-IF.
           ADD  1                      TO DROPPED-COUNT.
           GO TO H10-NEXT-SCORE.
       H99-EXIT.
           EXIT.
