      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESASRTN.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       NIGHTLY ACCESS ASSERTION SUITE.  EVERY STANDING
      *               ASSERTION IN IESASRT (MAINTAINED THROUGH
      *               VSECCMNT) IS EVALUATED AGAINST BSTCNTL IN THE
      *               SAME ORDER IESEXPLN EXPLAINS A SINGLE DECISION:
      *               A DIRECT PERMIT FOR THE USERID FIRST; FAILING
      *               THAT, THE FIRST PERMIT NAMING A GROUP THE
      *               SUBJECT SITS IN (GROUP-IN-GROUP MEMBERSHIP
      *               FOLLOWED TRANSITIVELY); FAILING THAT, THE
      *               FACILITY'S UNIVERSAL-ACCESS FLAG; OTHERWISE
      *               DENIED.  THE ACCESS LEVEL REACHED IS COMPARED TO
      *               THE ASSERTION'S EXPECTED OUTCOME AND THE RESULT
      *               KEPT ON THE ASSERTION.  EVERY FAILING ASSERTION
      *               IS PRINTED, MARKED NEW WHEN IT PASSED LAST
      *               NIGHT; A CRITICAL ASSERTION THAT NEWLY FAILS
      *               RAISES AN IMMEDIATE SECALRTB ALERT, AND ONE THAT
      *               STARTS PASSING AGAIN IS PRINTED AS RECOVERED.
      *               ANY FAILING ASSERTION ENDS THE RUN WITH RC=4.

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

           SELECT BSTCNTL
               ASSIGN TO BSTCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BSM-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESASRT
               ASSIGN TO IESASRT
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS ASRT-KEY
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

       FD  BSTCNTL
           RECORD IS VARYING IN SIZE
             FROM 280 TO 65535 CHARACTERS
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

       FD  IESASRT.
       COPY IESASRT.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESASRTN'.

         03  BSM                       PIC S9(04)   BINARY VALUE 1.
         03  ASRT                      PIC S9(04)   BINARY VALUE 2.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  GSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  G2SUB                     PIC S9(04)   BINARY VALUE ZEROES.
         03  PASS-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  ADDED-SWITCH              PIC  X(01)   VALUE 'N'.
           88  GROUPS-WERE-ADDED                    VALUE 'Y'.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.

         03  WORK-TODAY                PIC  9(08).
         03  WORK-DECIDED              PIC  X(01)   VALUE 'N'.
           88  DECISION-MADE                        VALUE 'Y'.
           88  DECISION-OPEN                        VALUE 'N'.
         03  WORK-FAC-FOUND            PIC  X(01)   VALUE 'N'.
           88  FACILITY-FOUND                       VALUE 'Y'.

      * the decision reached for the assertion in hand - the access
      * flag that decided it ('N' when denied) and what decided it
         03  WORK-ACCESS               PIC  X(01).
         03  WORK-ACCESS-OUT           PIC  X(01).
         03  WORK-ACCESS-IN            PIC  X(01).
         03  WORK-DECIDED-BY           PIC  X(30).
         03  WORK-RANK                 PIC  9(01).
         03  GOT-RANK                  PIC  9(01).
         03  WANT-RANK                 PIC  9(01).
         03  WORK-RESULT               PIC  X(01).
           88  RESULT-PASSED                        VALUE 'P'.
           88  RESULT-FAILED                        VALUE 'F'.
         03  WORK-TAG                  PIC  X(09).
         03  WORK-EXPECTED             PIC  X(10).

         03  ASRT-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  PASS-COUNT                PIC  9(7)    VALUE ZEROES.
         03  FAIL-COUNT                PIC  9(7)    VALUE ZEROES.
         03  NEW-FAIL-COUNT            PIC  9(7)    VALUE ZEROES.
         03  RECOVER-COUNT             PIC  9(7)    VALUE ZEROES.
         03  ALERT-COUNT               PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

         03  GROUP-HEADER.
           05                          PIC  X(2)    VALUE X'0000'.
           05                          PIC  X(6)    VALUE 'GrpUID'.

      * THE GROUPS THE ASSERTION'S SUBJECT BELONGS TO, TABLED FROM THE
      * GROUP CLASS BEFORE THE FACILITY RECORD IS EVALUATED
         03  UGRP-MAX                  PIC S9(04)   BINARY VALUE +100.
         03  UGRP-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  UGRP-ENTRY                OCCURS 100 TIMES.
             05  UGRP-NAME             PIC  X(08).

       COPY DATETIME.

       COPY RUNMAN.

       COPY RTCMAN.

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

           IF  RTC-CODE = ZERO
               PERFORM C00-PROCESS-ASSERTION THRU C99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(ASRT)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE ASRT-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Assertions evaluated ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE PASS-COUNT             TO VAR-EDIT.
           DISPLAY 'Assertions holding ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FAIL-COUNT             TO VAR-EDIT.
           DISPLAY 'Assertions failing ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NEW-FAIL-COUNT         TO VAR-EDIT.
           DISPLAY '  Newly failed ........... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ALERT-COUNT            TO VAR-EDIT.
           DISPLAY '  Critical alerts raised . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RECOVER-COUNT          TO VAR-EDIT.
           DISPLAY 'Assertions recovered ..... ' VAR-EDIT
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

           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESASRT'              TO VSAM-FILE(ASRT).

           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF ASRT-KEY     TO VSAM-KEYL(ASRT).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM.

           OPEN INPUT BSTCNTL
                I-O   IESASRT.

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
               DISPLAY 'ACCESS ASSERTION SUITE FOR ' WORK-TODAY
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

               MOVE LOW-VALUES         TO ASRT-KEY
               MOVE ASRT               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESASRT KEY >= ASRT-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE ASRT-KEY       TO VSAM-KEYD(VSUB)
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

           CLOSE BSTCNTL
                 IESASRT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * a broken assertion is a finding the JCL must see
           IF  RTC-CODE = ZERO
           AND FAIL-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE ASRT-READ-COUNT        TO RUN-COUNT1.
           MOVE FAIL-COUNT             TO RUN-COUNT2.
           MOVE NEW-FAIL-COUNT         TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    EVALUATE ONE ASSERTION AND RECORD ITS RESULT                *
      ******************************************************************
       C00-PROCESS-ASSERTION.

           MOVE ASRT                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESASRT NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE ASRT-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO ASRT-READ-COUNT.
           IF  ASRT-LAST-DATE NOT NUMERIC
               MOVE ZEROES             TO ASRT-LAST-DATE
           END-IF.
           IF  ASRT-FAIL-SINCE NOT NUMERIC
               MOVE ZEROES             TO ASRT-FAIL-SINCE
           END-IF.

      * table the subject's groups - a group subject starts out as a
      * member of itself - then follow the nesting upward
           MOVE ZEROES                 TO UGRP-CTR.
           IF  ASRT-SUBJ-GROUP
               MOVE 1                  TO UGRP-CTR
               MOVE ASRT-SUBJECT       TO UGRP-NAME(1)
           ELSE
               PERFORM D00-TABLE-USERS-GROUPS THRU D05-EXIT
           END-IF.
           IF  RTC-CODE = ZERO
               PERFORM D50-EXPAND-NESTED-GROUPS THRU D55-EXIT
           END-IF.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           PERFORM E00-EVALUATE-ACCESS THRU E99-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

      * allowed means reaching at least the asserted level; denied
      * means falling short of it (no level: any access at all)
           PERFORM P10-RANK-ACCESS THRU P15-EXIT.
           MOVE WORK-RANK              TO GOT-RANK.
           IF  ASRT-LEVEL-VALID
               MOVE ASRT-LEVEL         TO WORK-ACCESS-IN
           ELSE
               MOVE 'R'                TO WORK-ACCESS-IN
           END-IF.
           PERFORM P20-RANK-EXPECTED THRU P25-EXIT.

           IF  ASRT-EXPECT-ALLOWED
               IF  GOT-RANK >= WANT-RANK
                   SET  RESULT-PASSED  TO TRUE
               ELSE
                   SET  RESULT-FAILED  TO TRUE
               END-IF
           ELSE
               IF  GOT-RANK < WANT-RANK
                   SET  RESULT-PASSED  TO TRUE
               ELSE
                   SET  RESULT-FAILED  TO TRUE
               END-IF
           END-IF.

           IF  RESULT-PASSED
               ADD  1                  TO PASS-COUNT
               IF  ASRT-LAST-FAILED
                   ADD  1              TO RECOVER-COUNT
                   MOVE 'RECOVERED'    TO WORK-TAG
                   PERFORM F00-PRINT-ASSERTION THRU F05-EXIT
               END-IF
               MOVE ZEROES             TO ASRT-FAIL-SINCE
           ELSE
               ADD  1                  TO FAIL-COUNT
               IF  ASRT-LAST-FAILED
                   MOVE 'FAILING'      TO WORK-TAG
               ELSE
                   ADD  1              TO NEW-FAIL-COUNT
                   MOVE 'NEW FAIL'     TO WORK-TAG
                   MOVE WORK-TODAY     TO ASRT-FAIL-SINCE
               END-IF
               PERFORM F00-PRINT-ASSERTION THRU F05-EXIT
               IF  WORK-TAG = 'NEW FAIL'
               AND ASRT-IS-CRITICAL
                   PERFORM G00-RAISE-ALERT THRU G05-EXIT
               END-IF
           END-IF.

           MOVE WORK-RESULT            TO ASRT-LAST-RESULT.
           MOVE WORK-ACCESS-OUT        TO ASRT-LAST-ACCESS.
           MOVE WORK-TODAY             TO ASRT-LAST-DATE.

           MOVE ASRT                   TO VSUB.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           REWRITE IESASRT-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE ASRT-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    TABLE THE GROUPS A USER SUBJECT BELONGS TO                  *
      ******************************************************************
       D00-TABLE-USERS-GROUPS.
           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-GROUP              TO TRUE.
           MOVE BSM                    TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START BSTCNTL KEY >= BSM-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               GO TO D05-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D05-EXIT
           END-IF.

       D02-NEXT-MEMBER-RECORD.
           MOVE BSM                    TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ BSTCNTL NEXT RECORD END-READ.
           IF  STAT-EOFILE(VSUB)
               GO TO D05-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D05-EXIT
           END-IF.
           IF  NOT BSM-GROUP
               GO TO D05-EXIT
           END-IF.
           IF  BSM-GRP-MEMBER NOT = ASRT-SUBJECT
               GO TO D02-NEXT-MEMBER-RECORD
           END-IF.

           IF  UGRP-CTR >= UGRP-MAX
               DISPLAY THIS-PGM ': USER GROUP TABLE FULL, INCREASE '
                       'UGRP-MAX'    UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D05-EXIT
           END-IF.
           ADD  1                      TO UGRP-CTR.
           MOVE BSM-GRP-NAME           TO UGRP-NAME(UGRP-CTR).
           GO TO D02-NEXT-MEMBER-RECORD.
       D05-EXIT.
           EXIT.

      /*****************************************************************
      *    FOLLOW GROUP-IN-GROUP MEMBERSHIP - EACH PASS RESCANS THE    *
      *    GROUP CLASS AND PULLS IN ANY GROUP THAT NAMES ONE OF THE    *
      *    GROUPS ALREADY TABLED AS A MEMBER, UNTIL A PASS ADDS        *
      *    NOTHING OR THE NESTING DEPTH LIMIT IS REACHED - THE SAME    *
      *    EXPANSION IESEXPLN MAKES                                    *
      ******************************************************************
       D50-EXPAND-NESTED-GROUPS.
           MOVE ZEROES                 TO PASS-CTR.
           SET  GROUPS-WERE-ADDED      TO TRUE.

           PERFORM D60-EXPAND-ONE-PASS THRU D65-EXIT
             WITH TEST BEFORE
             UNTIL NOT GROUPS-WERE-ADDED
                OR PASS-CTR >= 4
                OR UGRP-CTR >= UGRP-MAX
                OR RTC-CODE NOT = ZERO.
       D55-EXIT.
           EXIT.

       D60-EXPAND-ONE-PASS.
           ADD  1                      TO PASS-CTR.
           MOVE 'N'                    TO ADDED-SWITCH.

           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-GROUP              TO TRUE.
           MOVE BSM                    TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START BSTCNTL KEY >= BSM-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               GO TO D65-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D65-EXIT
           END-IF.

       D62-NEXT-GROUP-RECORD.
           MOVE BSM                    TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ BSTCNTL NEXT RECORD END-READ.
           IF  STAT-EOFILE(VSUB)
               GO TO D65-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D65-EXIT
           END-IF.
           IF  NOT BSM-GROUP
               GO TO D65-EXIT
           END-IF.
           IF  BSM-GRP-MEMBER = GROUP-HEADER
               GO TO D62-NEXT-GROUP-RECORD
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING GSUB FROM 1 BY 1
               UNTIL GSUB > UGRP-CTR
                  OR UGRP-NAME(GSUB) = BSM-GRP-MEMBER
           END-PERFORM.
           IF  GSUB > UGRP-CTR
               GO TO D62-NEXT-GROUP-RECORD
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING G2SUB FROM 1 BY 1
               UNTIL G2SUB > UGRP-CTR
                  OR UGRP-NAME(G2SUB) = BSM-GRP-NAME
           END-PERFORM.
           IF  G2SUB <= UGRP-CTR
               GO TO D62-NEXT-GROUP-RECORD
           END-IF.

           IF  UGRP-CTR >= UGRP-MAX
               GO TO D65-EXIT
           END-IF.
           ADD  1                      TO UGRP-CTR.
           MOVE BSM-GRP-NAME           TO UGRP-NAME(UGRP-CTR).
           SET  GROUPS-WERE-ADDED      TO TRUE.
           GO TO D62-NEXT-GROUP-RECORD.
       D65-EXIT.
           EXIT.

      /*****************************************************************
      *    WALK THE FACILITY RECORD IN BSM EVALUATION ORDER            *
      ******************************************************************
       E00-EVALUATE-ACCESS.
           MOVE SPACES                 TO WORK-FAC-FOUND.
           SET  DECISION-OPEN          TO TRUE.
           MOVE 'N'                    TO WORK-ACCESS.

           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-FACILITY           TO TRUE.
           MOVE ASRT-APPL              TO BSM-APPL.
           MOVE ASRT-TRANS             TO BSM-TRANS.
           MOVE ASRT-RESOURCE          TO BSM-RESOURCE.

           SET  FUNC-START(BSM)        TO TRUE.
           START BSTCNTL KEY >= BSM-KEY END-START.
           IF  NOT STAT-NORMAL(BSM)
               IF  NOT STAT-NOTFND(BSM)
                   MOVE BSM            TO VSUB
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO E99-EXIT
               END-IF
           ELSE
               SET  FUNC-READNEXT(BSM) TO TRUE
               READ BSTCNTL NEXT RECORD END-READ
               IF  STAT-NORMAL(BSM)
               AND BSM-FACILITY
               AND BSM-APPL     = ASRT-APPL
               AND BSM-TRANS    = ASRT-TRANS
               AND BSM-RESOURCE = ASRT-RESOURCE
                   SET  FACILITY-FOUND TO TRUE
               END-IF
           END-IF.

           IF  NOT FACILITY-FOUND
               MOVE 'RESOURCE NOT DEFINED'
                                       TO WORK-DECIDED-BY
               GO TO E99-EXIT
           END-IF.

      * a direct permit for a user subject decides first
           IF  ASRT-SUBJ-USER
               PERFORM WITH TEST BEFORE
                 VARYING SUB FROM 1 BY 1
                   UNTIL SUB > BSM-SEC-PERMITS
                      OR BSM-SEC-USERID(SUB) = ASRT-SUBJECT
               END-PERFORM
               IF  SUB <= BSM-SEC-PERMITS
                   MOVE BSM-SEC-AC-FLAG(SUB)
                                       TO WORK-ACCESS
                   MOVE 'DIRECT PERMIT'
                                       TO WORK-DECIDED-BY
                   GO TO E99-EXIT
               END-IF
           END-IF.

      * then the first permit naming one of the subject's groups
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > BSM-SEC-PERMITS
                  OR DECISION-MADE
               PERFORM WITH TEST BEFORE
                 VARYING GSUB FROM 1 BY 1
                   UNTIL GSUB > UGRP-CTR
                      OR UGRP-NAME(GSUB) = BSM-SEC-USERID(SUB)
               END-PERFORM
               IF  GSUB <= UGRP-CTR
                   SET  DECISION-MADE  TO TRUE
                   MOVE BSM-SEC-AC-FLAG(SUB)
                                       TO WORK-ACCESS
                   MOVE SPACES         TO WORK-DECIDED-BY
                   STRING 'PERMIT TO GROUP '
                          UGRP-NAME(GSUB)
                       DELIMITED BY SIZE INTO WORK-DECIDED-BY
               END-IF
           END-PERFORM.
           IF  DECISION-MADE
               GO TO E99-EXIT
           END-IF.

      * then the facility's universal-access flag
           IF  NOT BSM-SEC-UA-DENIED
               MOVE BSM-SEC-UA-FLAG    TO WORK-ACCESS
               MOVE 'UNIVERSAL ACCESS' TO WORK-DECIDED-BY
               GO TO E99-EXIT
           END-IF.

           MOVE 'NO GRANT'             TO WORK-DECIDED-BY.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT ONE ASSERTION THAT FAILED OR RECOVERED                *
      ******************************************************************
       F00-PRINT-ASSERTION.
           IF  ASRT-EXPECT-ALLOWED
               MOVE 'ALLOWED '         TO WORK-EXPECTED
           ELSE
               MOVE 'DENIED  '         TO WORK-EXPECTED
           END-IF.
           MOVE WORK-ACCESS-IN         TO WORK-EXPECTED(9:1).

           DISPLAY WORK-TAG ' ' ASRT-ID
                   ' CRIT=' ASRT-CRITICAL
                   ' ' ASRT-SUBJ-TYPE ':' ASRT-SUBJECT
                   ' ON ' ASRT-APPL '/' ASRT-TRANS '/'
                   ASRT-RESOURCE
                                     UPON PRINTER.
           DISPLAY '          EXPECTED ' WORK-EXPECTED
                   ' GOT ' WORK-ACCESS-OUT
                   ' BY ' WORK-DECIDED-BY
                   ' ' ASRT-DESC(1:40)
                                     UPON PRINTER.
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    A CRITICAL ASSERTION HAS JUST BROKEN - SAY SO NOW, NOT AT   *
      *    THE MORNING REVIEW OF THE PRINTOUT                          *
      ******************************************************************
       G00-RAISE-ALERT.
           MOVE ZEROES                 TO ALR-RETN.
           MOVE 'ASRTFAIL'             TO ALR-EVENT.
           MOVE 1                      TO ALR-SEVERITY.
           MOVE ASRT-SUBJECT           TO ALR-USERID.
           MOVE SPACES                 TO ALR-TEXT.
           STRING 'ACCESS ASSERTION '     DELIMITED BY SIZE
                  ASRT-ID                 DELIMITED BY SPACE
                  ' BROKEN: EXPECTED '    DELIMITED BY SIZE
                  WORK-EXPECTED           DELIMITED BY SIZE
                  ' GOT '                 DELIMITED BY SIZE
                  WORK-ACCESS-OUT         DELIMITED BY SIZE
                  ' ON '                  DELIMITED BY SIZE
                  ASRT-APPL               DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  ASRT-TRANS              DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  ASRT-RESOURCE           DELIMITED BY SPACE
               INTO ALR-TEXT.
           CALL SECALRT             USING SECALRT-PARMS.
           ADD  1                      TO ALERT-COUNT.
       G05-EXIT.
           EXIT.

      /*****************************************************************
      *    OTHER PERFORMED ROUTINES                                    *
      ******************************************************************

      * rank an access flag so levels compare: A=3 U=2 R=1, else 0
       P10-RANK-ACCESS.
           EVALUATE WORK-ACCESS
             WHEN 'A'
               MOVE 3                  TO WORK-RANK
             WHEN 'U'
               MOVE 2                  TO WORK-RANK
             WHEN 'R'
               MOVE 1                  TO WORK-RANK
             WHEN OTHER
               MOVE 0                  TO WORK-RANK
           END-EVALUATE.
           IF  WORK-RANK = 0
               MOVE 'N'                TO WORK-ACCESS-OUT
           ELSE
               MOVE WORK-ACCESS        TO WORK-ACCESS-OUT
           END-IF.
       P15-EXIT.
           EXIT.

       P20-RANK-EXPECTED.
           EVALUATE WORK-ACCESS-IN
             WHEN 'A'
               MOVE 3                  TO WANT-RANK
             WHEN 'U'
               MOVE 2                  TO WANT-RANK
             WHEN OTHER
               MOVE 1                  TO WANT-RANK
           END-EVALUATE.
       P25-EXIT.
           EXIT.
