      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESAPINT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       MONTHLY APPROVAL INTEGRITY REPORT - WHERE THE
      *               DUAL-APPROVAL AND DELEGATION RULES HOLD ON PAPER
      *               BUT THE APPROVERS' BEHAVIOR DOES NOT.  WALKS THE
      *               WINDOW'S DECISIONS ON THE IESACRQ ACCESS-REQUEST
      *               QUEUE AND THE IESAPRVQ PURGE-APPROVAL QUEUE AND
      *               FLAGS AN APPROVAL GIVEN BY THE REQUESTER OR BY
      *               THE TARGET USER, ONE A DELEGATE GAVE UNDER THE
      *               TARGET'S OWN APPROVER AUTHORITY, AN
      *               ADMINISTRATOR'S TWO APPROVALS GIVEN BY AN
      *               APPROVER AND THEIR REGISTERED (IESAPRR) DELEGATE,
      *               AND AN APPROVAL GIVEN WITHIN SECONDS OF THE ENTRY
      *               BEING QUEUED.  LISTS EVERY APPROVER'S DECISION
      *               COUNTS AND FLAGS ONE WHO APPROVED EVERYTHING THEY
      *               SAW.  THEN READS THE IESAUDT LOG FOR VSECFCGR
      *               FIRECALL GRANTS APPROVED BY THE PERSON RECEIVING
      *               THEM (OR BY THEIR OWN DELEGATE).  THE REVIEW
      *               WINDOW IS THE LAST 31 DAYS.  REPORT ONLY -
      *               NOTHING IS UPDATED; RC=4 WHEN ANYTHING IS
      *               FLAGGED.

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

           SELECT IESACRQ
               ASSIGN TO IESACRQ
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS ACRQ-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESAPRVQ
               ASSIGN TO IESAPRVQ
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS APRQ-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESAPRR
               ASSIGN TO IESAPRR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS APRR-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESAUDT
               ASSIGN TO IESAUDT
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

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

       FD  IESACRQ.
       COPY IESACRQ.

       FD  IESAPRVQ.
       COPY IESAPRVQ.

       FD  IESAPRR.
       COPY IESAPRR.

       FD  IESCNTL.
       COPY IESCNTL.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESAPINT'.

         03  ACRQ                      PIC S9(04)   BINARY VALUE 1.
         03  APRQ                      PIC S9(04)   BINARY VALUE 2.
         03  APRR                      PIC S9(04)   BINARY VALUE 3.
         03  IUI                       PIC S9(04)   BINARY VALUE 4.
         03  AUDT                      PIC S9(04)   BINARY VALUE 5.

         03  ASUB                      PIC S9(04)   BINARY VALUE ZEROES.

      * an approval inside this many seconds of the entry being
      * queued cannot have been read first
         03  QUICK-SECONDS             PIC  9(05)   VALUE 00060.
      * an approver with fewer decisions than this in the window
      * has not seen enough to be called a rubber stamp
         03  RUBBER-MINIMUM            PIC  9(05)   VALUE 00010.

         03  WORK-FLOOR                PIC  9(08)   VALUE ZEROES.
         03  WORK-SOURCE               PIC  X(04)   VALUE SPACES.
         03  WORK-TARGET               PIC  X(08)   VALUE SPACES.
         03  WORK-REQUESTER            PIC  X(08)   VALUE SPACES.
         03  WORK-DETAIL               PIC  X(60)   VALUE SPACES.
         03  WORK-FLAG-TEXT            PIC  X(50)   VALUE SPACES.
         03  WORK-APPROVER             PIC  X(08)   VALUE SPACES.
         03  WORK-APPROVER-1           PIC  X(08)   VALUE SPACES.
         03  WORK-APPROVER-2           PIC  X(08)   VALUE SPACES.
         03  WORK-PRINCIPAL            PIC  X(08)   VALUE SPACES.
         03  WORK-DELEGATE             PIC  X(08)   VALUE SPACES.
         03  WORK-Q-DATE               PIC  9(08)   VALUE ZEROES.
         03  WORK-Q-TIME               PIC  9(06)   VALUE ZEROES.
         03  WORK-Q-TIME-R         REDEFINES WORK-Q-TIME.
           05  WORK-Q-HH               PIC  9(02).
           05  WORK-Q-MM               PIC  9(02).
           05  WORK-Q-SS               PIC  9(02).
         03  WORK-D-DATE               PIC  9(08)   VALUE ZEROES.
         03  WORK-D-TIME               PIC  9(06)   VALUE ZEROES.
         03  WORK-D-TIME-R         REDEFINES WORK-D-TIME.
           05  WORK-D-HH               PIC  9(02).
           05  WORK-D-MM               PIC  9(02).
           05  WORK-D-SS               PIC  9(02).
         03  WORK-ELAPSED              PIC S9(07)   VALUE ZEROES.
         03  WORK-SECONDS              PIC  9(05)   VALUE ZEROES.

      * what kind of decision the entry in hand records
         03  DECISION-SW               PIC  X(01)   VALUE SPACE.
           88  DECISION-APPROVED                    VALUE 'A'.
           88  DECISION-HALF-APPROVED               VALUE 'H'.
           88  DECISION-REJECTED                    VALUE 'R'.
           88  DECISION-NONE                        VALUE SPACE.
         03  ADMIN-SWITCH              PIC  X(01)   VALUE 'N'.
           88  TARGET-IS-ADMIN                      VALUE 'Y'.
         03  ENTRY-FLAG-SW             PIC  X(01)   VALUE 'N'.
           88  ENTRY-WAS-FLAGGED                    VALUE 'Y'.

      * IN-MEMORY TABLE OF EVERY APPROVER SEEN DECIDING IN THE
      * WINDOW, WITH HOW MANY OF THEIR DECISIONS WERE APPROVALS
         03  APV-MAX                   PIC S9(04)   BINARY VALUE +500.
         03  APV-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  APV-ENTRY                 OCCURS 500 TIMES.
             05  APV-USRIDNT           PIC  X(08).
             05  APV-DECISIONS         PIC  9(07).
             05  APV-APPROVALS         PIC  9(07).

         03  DECISION-COUNT            PIC  9(7)    VALUE ZEROES.
         03  FLAGGED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  RUBBER-COUNT              PIC  9(7)    VALUE ZEROES.
         03  FIRECALL-COUNT            PIC  9(7)    VALUE ZEROES.
         03  FIRESELF-COUNT            PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

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
               DISPLAY 'ACCESS-REQUEST DECISIONS (IESACRQ)'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
           END-IF.
           PERFORM C00-PROCESS-IESACRQ THRU C09-EXIT
             UNTIL STAT-EOFILE(ACRQ)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               DISPLAY ' '           UPON PRINTER
               DISPLAY 'PURGE-APPROVAL DECISIONS (IESAPRVQ)'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               PERFORM C10-START-IESAPRVQ THRU C15-EXIT
           END-IF.
           PERFORM C20-PROCESS-IESAPRVQ THRU C29-EXIT
             UNTIL STAT-EOFILE(APRQ)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               DISPLAY ' '           UPON PRINTER
               DISPLAY 'APPROVER DECISION COUNTS'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               PERFORM F00-PRINT-APPROVER THRU F09-EXIT
                 VARYING ASUB FROM 1 BY 1 UNTIL ASUB > APV-CTR
           END-IF.

           IF  RTC-CODE = ZERO
               DISPLAY ' '           UPON PRINTER
               DISPLAY 'ONLINE FIRECALL GRANTS (VSECFCGR)'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
           END-IF.
           PERFORM G00-PROCESS-IESAUDT THRU G99-EXIT
             UNTIL STAT-EOFILE(AUDT)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE DECISION-COUNT         TO VAR-EDIT.
           DISPLAY 'Queue decisions reviewed . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FLAGGED-COUNT          TO VAR-EDIT.
           DISPLAY 'Decisions flagged ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RUBBER-COUNT           TO VAR-EDIT.
           DISPLAY 'Approve-everything flags . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FIRECALL-COUNT         TO VAR-EDIT.
           DISPLAY 'Firecall grants reviewed . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FIRESELF-COUNT         TO VAR-EDIT.
           DISPLAY 'Firecall grants flagged .. ' VAR-EDIT
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

           MOVE 'IESACRQ'              TO VSAM-FILE(ACRQ).
           MOVE 'IESAPRVQ'             TO VSAM-FILE(APRQ).
           MOVE 'IESAPRR'              TO VSAM-FILE(APRR).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).

           MOVE LENGTH OF ACRQ-KEY     TO VSAM-KEYL(ACRQ).
           MOVE LENGTH OF APRQ-KEY     TO VSAM-KEYL(APRQ).
           MOVE LENGTH OF APRR-KEY     TO VSAM-KEYL(APRR).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF AUDT-USRIDNT TO VSAM-KEYL(AUDT).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESACRQ
                      IESAPRVQ
                      IESAPRR
                      IESCNTL
                      IESAUDT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM

      * the review window opens 31 days back from today
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT 31           FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-FLOOR

               DISPLAY 'APPROVAL INTEGRITY REVIEW, WINDOW OPENS '
                       WORK-FLOOR
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

               MOVE LOW-VALUES         TO ACRQ-KEY
               MOVE ACRQ               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESACRQ KEY >= ACRQ-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE ACRQ-KEY       TO VSAM-KEYD(VSUB)
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

           CLOSE IESACRQ
                 IESAPRVQ
                 IESAPRR
                 IESCNTL
                 IESAUDT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * anything flagged is for the auditors' sample - say so
           IF  RTC-CODE = ZERO
           AND (FLAGGED-COUNT > ZERO
            OR  RUBBER-COUNT > ZERO
            OR  FIRESELF-COUNT > ZERO)
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           ADD  DECISION-COUNT FIRECALL-COUNT
                                   GIVING RUN-COUNT1.
           MOVE FLAGGED-COUNT          TO RUN-COUNT2.
           ADD  RUBBER-COUNT FIRESELF-COUNT
                                   GIVING RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE ACCESS REQUEST - DECIDED INSIDE THE WINDOW, IT IS PUT   *
      *    THROUGH THE COMMON DECISION CHECKS                          *
      ******************************************************************
       C00-PROCESS-IESACRQ.
           MOVE ACRQ                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESACRQ NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE ACRQ-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C09-EXIT
           END-IF.

           IF  ACRQ-DECIDED-BY = SPACES
           OR  ACRQ-DECIDED-DATE NOT NUMERIC
           OR  ACRQ-DECIDED-DATE < WORK-FLOOR
               GO TO C09-EXIT
           END-IF.

      * every status past pending carries a decision - the ones
      * after approval (fulfilled, unfulfillable, refused at
      * fulfillment) were still approved by someone
           EVALUATE TRUE
             WHEN ACRQ-REJECTED
               SET  DECISION-REJECTED  TO TRUE
             WHEN ACRQ-HALF-APPROVED
               SET  DECISION-HALF-APPROVED TO TRUE
             WHEN ACRQ-PENDING
               GO TO C09-EXIT
             WHEN OTHER
               SET  DECISION-APPROVED  TO TRUE
           END-EVALUATE.

           MOVE 'ACRQ'                 TO WORK-SOURCE.
           MOVE ACRQ-USRIDNT           TO WORK-TARGET.
           MOVE ACRQ-REQUESTED-BY      TO WORK-REQUESTER.
           MOVE ACRQ-DATE              TO WORK-Q-DATE.
           MOVE ACRQ-TIME              TO WORK-Q-TIME.
           MOVE ACRQ-DECIDED-DATE      TO WORK-D-DATE.
           MOVE ACRQ-DECIDED-TIME      TO WORK-D-TIME.
           MOVE SPACES                 TO WORK-DETAIL.
           STRING ACRQ-TYPE            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ACRQ-APPL            DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  ACRQ-TRANS           DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  ACRQ-RESOURCE        DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  ACRQ-ACCESS          DELIMITED BY SIZE
               INTO WORK-DETAIL.

           PERFORM D00-SPLIT-DECIDERS THRU D09-EXIT
           IF  RTC-CODE NOT = ZERO
               GO TO C09-EXIT
           END-IF.
           MOVE ACRQ-DECIDED-BY        TO WORK-APPROVER-1.
           IF  TARGET-IS-ADMIN
           AND DECISION-APPROVED
               MOVE ACRQ-DECIDED-BY2   TO WORK-APPROVER-2
           ELSE
               MOVE ACRQ-DECIDED-BY2   TO WORK-PRINCIPAL
           END-IF.

           PERFORM E00-CHECK-DECISION THRU E99-EXIT.
       C09-EXIT.
           EXIT.

      /*****************************************************************
      *    POSITION THE PURGE-APPROVAL QUEUE AT ITS TOP                *
      ******************************************************************
       C10-START-IESAPRVQ.
           MOVE LOW-VALUES             TO APRQ-KEY.
           MOVE APRQ                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESAPRVQ KEY >= APRQ-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE APRQ-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           END-IF.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE PURGE-APPROVAL ENTRY - THE SAME CHECKS, LESS THE        *
      *    REQUESTER (THE QUEUE IS FILLED BY IESCNTLO, NOT A PERSON)   *
      ******************************************************************
       C20-PROCESS-IESAPRVQ.
           MOVE APRQ                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESAPRVQ NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE APRQ-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C29-EXIT
           END-IF.

           IF  APRQ-DECIDED-BY = SPACES
           OR  APRQ-DECIDED-DATE NOT NUMERIC
           OR  APRQ-DECIDED-DATE < WORK-FLOOR
               GO TO C29-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN APRQ-APPROVED
               SET  DECISION-APPROVED  TO TRUE
             WHEN APRQ-HALF-APPROVED
               SET  DECISION-HALF-APPROVED TO TRUE
             WHEN APRQ-REJECTED
               SET  DECISION-REJECTED  TO TRUE
             WHEN OTHER
               GO TO C29-EXIT
           END-EVALUATE.

           MOVE 'APRQ'                 TO WORK-SOURCE.
           MOVE APRQ-USRIDNT           TO WORK-TARGET.
           MOVE SPACES                 TO WORK-REQUESTER.
           MOVE APRQ-QUEUED-DATE       TO WORK-Q-DATE.
           MOVE APRQ-QUEUED-TIME       TO WORK-Q-TIME.
           MOVE APRQ-DECIDED-DATE      TO WORK-D-DATE.
           MOVE APRQ-DECIDED-TIME      TO WORK-D-TIME.
           MOVE 'PURGE OF THE PROFILE' TO WORK-DETAIL.

           PERFORM D00-SPLIT-DECIDERS THRU D09-EXIT
           IF  RTC-CODE NOT = ZERO
               GO TO C29-EXIT
           END-IF.
           MOVE APRQ-DECIDED-BY        TO WORK-APPROVER-1.
           IF  TARGET-IS-ADMIN
           AND DECISION-APPROVED
               MOVE APRQ-DECIDED-BY2   TO WORK-APPROVER-2
           ELSE
               MOVE APRQ-DECIDED-BY2   TO WORK-PRINCIPAL
           END-IF.

           PERFORM E00-CHECK-DECISION THRU E99-EXIT.
       C29-EXIT.
           EXIT.

      /*****************************************************************
      *    DECIDED-BY2 MEANS TWO THINGS - ON A FINISHED ADMINISTRATOR  *
      *    ENTRY IT IS THE SECOND APPROVER, ON ANY OTHER IT IS THE     *
      *    ABSENT APPROVER A DELEGATE STOOD IN FOR.  THE TARGET'S      *
      *    ADMINISTRATOR BIT (THE SAME TEST VSECACRQ AND VSECAPRV      *
      *    MAKE) TELLS WHICH.  A PROFILE GONE COUNTS AS NOT ADMIN      *
      ******************************************************************
       D00-SPLIT-DECIDERS.
           MOVE 'N'                    TO ADMIN-SWITCH.
           MOVE SPACES                 TO WORK-APPROVER-1
                                          WORK-APPROVER-2
                                          WORK-PRINCIPAL.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE WORK-TARGET            TO IUI-KEY-VALUE.
           SET  FUNC-READ(IUI)         TO TRUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NOTFND(IUI)
               GO TO D09-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D09-EXIT
           END-IF.

           SET  BIT-DECODE-FROM-BYTE   TO TRUE.
           MOVE IUI-US-IESINFO         TO BIT-BYTE.
           CALL BITMAN              USING BITMAN-PARMS.
           IF  BIT-0-IS-ON
           AND BIT-1-IS-ON
               SET  TARGET-IS-ADMIN    TO TRUE
           END-IF.
       D09-EXIT.
           EXIT.

      /*****************************************************************
      *    THE CHECKS COMMON TO BOTH QUEUES - CALLER FILLS THE WORK    *
      *    FIELDS.  EVERY DECISION IS TALLIED TO ITS APPROVER(S); AN   *
      *    APPROVAL IS ALSO TESTED FOR EACH KIND OF WEAKNESS AND GETS  *
      *    ONE REPORT LINE PER WEAKNESS FOUND                          *
      ******************************************************************
       E00-CHECK-DECISION.
           ADD  1                      TO DECISION-COUNT.
           MOVE 'N'                    TO ENTRY-FLAG-SW.

           MOVE WORK-APPROVER-1        TO WORK-APPROVER.
           PERFORM P10-TALLY-APPROVER THRU P15-EXIT.
           IF  WORK-APPROVER-2 > SPACES
               MOVE WORK-APPROVER-2    TO WORK-APPROVER
               PERFORM P10-TALLY-APPROVER THRU P15-EXIT
           END-IF.
           IF  RTC-CODE NOT = ZERO
           OR  DECISION-REJECTED
               GO TO E99-EXIT
           END-IF.

           IF  WORK-REQUESTER > SPACES
               IF  WORK-APPROVER-1 = WORK-REQUESTER
               OR  WORK-APPROVER-2 = WORK-REQUESTER
                   MOVE 'APPROVED BY THE REQUESTER'
                                       TO WORK-FLAG-TEXT
                   PERFORM E50-PRINT-FLAG THRU E55-EXIT
               END-IF
           END-IF.

           IF  WORK-APPROVER-1 = WORK-TARGET
           OR  WORK-APPROVER-2 = WORK-TARGET
               MOVE 'APPROVED BY THE TARGET USER'
                                       TO WORK-FLAG-TEXT
               PERFORM E50-PRINT-FLAG THRU E55-EXIT
           END-IF.

      * a delegate deciding under the target's own approver
      * registration - the target approved their own access by proxy
           IF  WORK-PRINCIPAL > SPACES
           AND WORK-PRINCIPAL = WORK-TARGET
               MOVE 'APPROVED UNDER THE TARGET''S OWN AUTHORITY'
                                       TO WORK-FLAG-TEXT
               PERFORM E50-PRINT-FLAG THRU E55-EXIT
           END-IF.

      * both halves of an administrator's approval from one approver
      * and the stand-in they registered - one mind, two signatures
           IF  WORK-APPROVER-2 > SPACES
               MOVE WORK-APPROVER-1    TO WORK-APPROVER
               PERFORM P20-READ-DELEGATE THRU P25-EXIT
               IF  WORK-DELEGATE > SPACES
               AND WORK-DELEGATE = WORK-APPROVER-2
                   MOVE 'BOTH APPROVALS FROM AN APPROVER AND DELEGATE'
                                       TO WORK-FLAG-TEXT
                   PERFORM E50-PRINT-FLAG THRU E55-EXIT
               ELSE
                   MOVE WORK-APPROVER-2 TO WORK-APPROVER
                   PERFORM P20-READ-DELEGATE THRU P25-EXIT
                   IF  WORK-DELEGATE > SPACES
                   AND WORK-DELEGATE = WORK-APPROVER-1
                       MOVE SPACES     TO WORK-FLAG-TEXT
                       STRING 'BOTH APPROVALS FROM AN APPROVER AND '
                              'DELEGATE'
                           DELIMITED BY SIZE INTO WORK-FLAG-TEXT
                       PERFORM E50-PRINT-FLAG THRU E55-EXIT
                   END-IF
               END-IF
           END-IF.

      * decided too fast to have been read - only an approval made
      * the same day it was queued can be timed from the stamps
           IF  WORK-D-DATE = WORK-Q-DATE
           AND WORK-Q-TIME NUMERIC
           AND WORK-D-TIME NUMERIC
               COMPUTE WORK-ELAPSED =
                       (WORK-D-HH * 3600 + WORK-D-MM * 60 + WORK-D-SS)
                     - (WORK-Q-HH * 3600 + WORK-Q-MM * 60 + WORK-Q-SS)
               IF  WORK-ELAPSED >= ZERO
               AND WORK-ELAPSED < QUICK-SECONDS
                   MOVE WORK-ELAPSED   TO WORK-SECONDS
                   MOVE SPACES         TO WORK-FLAG-TEXT
                   STRING 'APPROVED '  DELIMITED BY SIZE
                          WORK-SECONDS DELIMITED BY SIZE
                          ' SECONDS AFTER IT WAS QUEUED'
                                       DELIMITED BY SIZE
                       INTO WORK-FLAG-TEXT
                   PERFORM E50-PRINT-FLAG THRU E55-EXIT
               END-IF
           END-IF.

           IF  ENTRY-WAS-FLAGGED
               ADD  1                  TO FLAGGED-COUNT
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE REPORT LINE FOR A WEAK APPROVAL - THE ENTRY'S HEADING   *
      *    PRINTS WITH ITS FIRST FLAG ONLY                             *
      ******************************************************************
       E50-PRINT-FLAG.
           IF  NOT ENTRY-WAS-FLAGGED
               SET  ENTRY-WAS-FLAGGED  TO TRUE
               DISPLAY WORK-SOURCE ' ' WORK-TARGET
                       ' QUEUED ' WORK-Q-DATE '-' WORK-Q-TIME
                       ' DECIDED ' WORK-D-DATE '-' WORK-D-TIME
                       ' BY ' WORK-APPROVER-1 ' ' WORK-APPROVER-2
                       ' ' WORK-PRINCIPAL
                                     UPON PRINTER
               DISPLAY '     ' WORK-DETAIL
                                     UPON PRINTER
           END-IF.
           DISPLAY '     *** ' WORK-FLAG-TEXT
                                     UPON PRINTER.
       E55-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE APPROVER'S DECISION COUNTS - ONE WHO APPROVED EVERY     *
      *    ENTRY OF ENOUGH TO JUDGE IS FLAGGED                         *
      ******************************************************************
       F00-PRINT-APPROVER.
           IF  APV-DECISIONS(ASUB) NOT < RUBBER-MINIMUM
           AND APV-APPROVALS(ASUB) = APV-DECISIONS(ASUB)
               ADD  1                  TO RUBBER-COUNT
               DISPLAY APV-USRIDNT(ASUB) ' DECISIONS '
                       APV-DECISIONS(ASUB) ' APPROVED '
                       APV-APPROVALS(ASUB)
                       '  *** APPROVED EVERYTHING THEY SAW'
                                     UPON PRINTER
           ELSE
               DISPLAY APV-USRIDNT(ASUB) ' DECISIONS '
                       APV-DECISIONS(ASUB) ' APPROVED '
                       APV-APPROVALS(ASUB)
                                     UPON PRINTER
           END-IF.
       F09-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE AUDIT ENTRY - AN ONLINE FIRECALL GRANT IN THE WINDOW    *
      *    CARRIES ITS APPROVING OPERATOR IN THE JOB-NAME FIELD        *
      ******************************************************************
       G00-PROCESS-IESAUDT.
           MOVE AUDT                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESAUDT NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO G99-EXIT
           END-IF.

           IF  AUDT-DATE < WORK-FLOOR
           OR  AUDT-PGM NOT = 'VSECFCGR'
           OR  NOT AUDT-ACTION-CREATE
               GO TO G99-EXIT
           END-IF.
           IF  NOT AUDT-TYPE-GROUPMBR
           AND NOT AUDT-TYPE-PERMIT
               GO TO G99-EXIT
           END-IF.
           ADD  1                      TO FIRECALL-COUNT.

           IF  AUDT-JOB-NAME = AUDT-USRIDNT
               MOVE 'APPROVED BY THE RECIPIENT'
                                       TO WORK-FLAG-TEXT
               PERFORM G50-PRINT-FIRECALL THRU G55-EXIT
               GO TO G99-EXIT
           END-IF.

      * the recipient's own registered stand-in said yes for them
           MOVE AUDT-USRIDNT           TO WORK-APPROVER.
           PERFORM P20-READ-DELEGATE THRU P25-EXIT.
           IF  WORK-DELEGATE > SPACES
           AND WORK-DELEGATE = AUDT-JOB-NAME
               MOVE 'APPROVED BY THE RECIPIENT''S OWN DELEGATE'
                                       TO WORK-FLAG-TEXT
               PERFORM G50-PRINT-FIRECALL THRU G55-EXIT
           END-IF.
       G99-EXIT.
           EXIT.

       G50-PRINT-FIRECALL.
           ADD  1                      TO FIRESELF-COUNT.
           DISPLAY 'FCGR ' AUDT-USRIDNT ' GRANTED '
                   AUDT-DATE '-' AUDT-TIME ' BY ' AUDT-JOB-NAME
                   ' ' AUDT-NEW-VALUE
                                     UPON PRINTER.
           DISPLAY '     *** ' WORK-FLAG-TEXT
                                     UPON PRINTER.
       G55-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT ONE DECISION TO ITS APPROVER - AN APPROVAL UNLESS THE *
      *    ENTRY WAS REJECTED                                          *
      ******************************************************************
       P10-TALLY-APPROVER.
           PERFORM WITH TEST BEFORE
             VARYING ASUB FROM 1 BY 1
               UNTIL ASUB > APV-CTR
                  OR APV-USRIDNT(ASUB) = WORK-APPROVER
           END-PERFORM.
           IF  ASUB > APV-CTR
               IF  APV-CTR >= APV-MAX
                   DISPLAY THIS-PGM ': APPROVER TABLE FULL, '
                           'INCREASE APV-MAX'
                                     UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO P15-EXIT
               END-IF
               ADD  1                  TO APV-CTR
               MOVE APV-CTR            TO ASUB
               MOVE WORK-APPROVER      TO APV-USRIDNT(ASUB)
               MOVE ZEROES             TO APV-DECISIONS(ASUB)
                                          APV-APPROVALS(ASUB)
           END-IF.

           ADD  1                      TO APV-DECISIONS(ASUB).
           IF  NOT DECISION-REJECTED
               ADD  1                  TO APV-APPROVALS(ASUB)
           END-IF.
       P15-EXIT.
           EXIT.

      /*****************************************************************
      *    THE STAND-IN AN APPROVER HAS REGISTERED ON IESAPRR, WINDOW  *
      *    OR NO WINDOW - SPACES WHEN NONE                             *
      ******************************************************************
       P20-READ-DELEGATE.
           MOVE SPACES                 TO WORK-DELEGATE.
           MOVE WORK-APPROVER          TO APRR-USRIDNT.
           SET  FUNC-READ(APRR)        TO TRUE.
           READ IESAPRR RECORD END-READ.
           IF  STAT-NORMAL(APRR)
               MOVE APRR-DELEGATE      TO WORK-DELEGATE
               GO TO P25-EXIT
           END-IF.
           IF  NOT STAT-NOTFND(APRR)
               MOVE APRR               TO VSUB
               MOVE APRR-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       P25-EXIT.
           EXIT.
