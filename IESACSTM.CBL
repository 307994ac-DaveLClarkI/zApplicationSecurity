      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESACSTM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       PERSONAL ACCESS STATEMENT - RUN ONCE A YEAR FOR
      *               EVERY ACTIVE USER, OR ON DEMAND FOR A NARROWER
      *               SET THROUGH THIS PROGRAM'S IESSCOP USERID RANGE
      *               AND PROFILE-TYPE FILTER.  EACH USER GETS THEIR
      *               OWN STATEMENT: THE PROFILE TYPE, EVERY GROUP
      *               THEY BELONG TO (DIRECTLY OR THROUGH GROUP-IN-
      *               GROUP NESTING, TO THE SAME DEPTH OF FOUR THE
      *               OTHER NESTING WALKS USE), AND EVERY FACILITY
      *               PERMIT THEY HOLD DIRECTLY OR THROUGH A GROUP,
      *               WITH ITS ACCESS LEVEL, THE BSTCNTL RESOURCE
      *               DESCRIPTION, AND THE LAST DATE IESUSAG SAW IT
      *               USED - FOLLOWED BY HOW TO GIVE BACK ANYTHING
      *               NO LONGER NEEDED THROUGH VSECACRQ.  MEMBERSHIPS
      *               AND PERMITS COME FROM IESXREF, SO EACH USER IS
      *               A SHORT KEYED BROWSE.  THE ADDRESS IS THE
      *               VUSER-EMAIL EXTENSION FIELD, FALLING BACK TO
      *               THE IESLDUV CACHED MAIL, AS IESNOTFY DOES.
      *               EMAIL GOES OUT WHILE UPSI-0 IS ON; OTHERWISE
      *               THE STATEMENTS ONLY PRINT, AS A PREVIEW.
      *               REPORT ONLY - NOTHING IS UPDATED.

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
           UPSI-0 ON STATUS IS SEND-EMAIL.

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

           SELECT VUSERID
               ASSIGN TO VUSERID
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS VUSER-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESLDUV
               ASSIGN TO IESLDUV
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS LDUM-MFUSRID
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESXREF
               ASSIGN TO IESXREF
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS XREF-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT BSTCNTL
               ASSIGN TO BSTCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BSM-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT IESUSAG
               ASSIGN TO IESUSAG
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS USAG-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESSCOP
               ASSIGN TO IESSCOP
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS SCOP-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

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

       FD  VUSERID
           RECORD IS VARYING IN SIZE
             FROM 127 TO 174 CHARACTERS.
       COPY VUSERID.
       01  VUSERID-OLD-RECORD          PIC  X(127).

       FD  IESLDUV.
       COPY IESLDUM.

       FD  IESXREF.
       COPY IESXREF.

       FD  BSTCNTL
           RECORD IS VARYING IN SIZE
             FROM 280 TO 65535 CHARACTERS
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

       FD  IESUSAG.
       COPY IESUSAG.

       FD  IESSCOP.
       COPY IESSCOP.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESACSTM'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.
         03  VUSER                     PIC S9(04)   BINARY VALUE 2.
         03  LDUM                      PIC S9(04)   BINARY VALUE 3.
         03  XREF                      PIC S9(04)   BINARY VALUE 4.
         03  BSM                       PIC S9(04)   BINARY VALUE 5.
         03  USAG                      PIC S9(04)   BINARY VALUE 6.
         03  SCOP                      PIC S9(04)   BINARY VALUE 7.

         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.

      * selective-scope run limits, normally loaded from IESSCOP by
      * B10-INITIALIZATION - these values are the fallback (every
      * active user) used when no IESSCOP control record is on file
         03  WORK-SCOPE-FROM           PIC  X(08)   VALUE LOW-VALUES.
         03  WORK-SCOPE-TO             PIC  X(08)   VALUE HIGH-VALUES.
         03  WORK-SCOPE-TYPE           PIC  X(01)   VALUE SPACE.
           88  SCOPE-ALL-TYPES                      VALUE SPACE.

         03  WORK-USRTYPE              PIC  X(01)   VALUE SPACE.
           88  IS-ADMINISTRATOR                     VALUE '1'.
           88  IS-PROGRAMMER                        VALUE '2'.
           88  IS-GENERAL-USER                      VALUE '3'.
         03  WORK-USRTYPE-DESC         PIC  X(13)   VALUE SPACES.

         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-USRIDNT              PIC  X(08)   VALUE SPACES.
         03  WORK-USRNAME              PIC  X(20)   VALUE SPACES.
         03  WORK-USER-MAIL            PIC  X(64)   VALUE SPACES.
         03  WORK-LINE                 PIC  X(127)  VALUE SPACES.
         03  WORK-XREF-OWNER           PIC  X(08)   VALUE SPACES.
         03  WORK-XREF-DEPTH           PIC S9(04)   BINARY VALUE ZERO.
         03  WORK-ACCESS-DESC          PIC  X(06)   VALUE SPACES.
         03  WORK-VIA                  PIC  X(08)   VALUE SPACES.
         03  WORK-LAST-USED            PIC  X(08)   VALUE SPACES.

         03  WORK-DESC-KEY.
           05  WORK-DESC-CLASS         PIC  X(01).
           05  WORK-DESC-APPL          PIC  X(04).
           05  WORK-DESC-TRANS         PIC  X(04).
           05  WORK-DESC-RESOURCE      PIC  X(44).
         03  WORK-DESC                 PIC  X(50)   VALUE SPACES.

         03  MAIL-OPEN-SW              PIC  X(01)   VALUE 'N'.
           88  MAIL-IS-OPEN                         VALUE 'Y'.
         03  TRUNCATED-SW              PIC  X(01)   VALUE 'N'.
           88  LIST-TRUNCATED                       VALUE 'Y'.

         03  GSUB                      PIC S9(04)   BINARY VALUE ZERO.
         03  PSUB                      PIC S9(04)   BINARY VALUE ZERO.

      * THE GROUPS THE USER BELONGS TO, DIRECT ONES FIRST, EACH WITH
      * THE GROUP IT WAS REACHED THROUGH AND ITS NESTING DEPTH
         03  GRPT-MAX                  PIC S9(04)   BINARY VALUE +100.
         03  GRPT-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  GRPT-ENTRY                OCCURS 100 TIMES.
             05  GRPT-NAME             PIC  X(08).
             05  GRPT-VIA              PIC  X(08).
             05  GRPT-DEPTH            PIC S9(04)   BINARY.

      * THE FACILITY PERMITS THE USER HOLDS, DIRECTLY (VIA SPACES) OR
      * THROUGH ONE OF THE TABLED GROUPS - FIRST ONE FOUND WINS
         03  PRMT-MAX                  PIC S9(04)   BINARY VALUE +200.
         03  PRMT-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  PRMT-ENTRY                OCCURS 200 TIMES.
             05  PRMT-APPL             PIC  X(04).
             05  PRMT-TRANS            PIC  X(04).
             05  PRMT-RESOURCE         PIC  X(44).
             05  PRMT-ACCESS           PIC  X(01).
             05  PRMT-VIA              PIC  X(08).

         03  STATEMENT-COUNT           PIC  9(7)    VALUE ZEROES.
         03  MAILED-COUNT              PIC  9(7)    VALUE ZEROES.
         03  NOADDR-COUNT              PIC  9(7)    VALUE ZEROES.
         03  GROUP-LINE-COUNT          PIC  9(7)    VALUE ZEROES.
         03  PERMIT-LINE-COUNT         PIC  9(7)    VALUE ZEROES.
         03  TRUNCATED-COUNT           PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

       COPY BITMAN.

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

           PERFORM C00-PROCESS-IESCNTL THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(IUI)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE STATEMENT-COUNT        TO VAR-EDIT.
           DISPLAY 'Statements produced ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE MAILED-COUNT           TO VAR-EDIT.
           DISPLAY 'Statements mailed ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NOADDR-COUNT           TO VAR-EDIT.
           DISPLAY 'Users with no address .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GROUP-LINE-COUNT       TO VAR-EDIT.
           DISPLAY 'Group memberships listed . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE PERMIT-LINE-COUNT      TO VAR-EDIT.
           DISPLAY 'Facility permits listed .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE TRUNCATED-COUNT        TO VAR-EDIT.
           DISPLAY 'Statements truncated ..... ' VAR-EDIT
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
           MOVE 'VUSERID'              TO VSAM-FILE(VUSER).
           MOVE 'IESLDUV'              TO VSAM-FILE(LDUM).
           MOVE 'IESXREF'              TO VSAM-FILE(XREF).
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESUSAG'              TO VSAM-FILE(USAG).
           MOVE 'IESSCOP'              TO VSAM-FILE(SCOP).

           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF VUSER-KEY    TO VSAM-KEYL(VUSER).
           MOVE LENGTH OF LDUM-MFUSRID TO VSAM-KEYL(LDUM).
           MOVE LENGTH OF XREF-KEY     TO VSAM-KEYL(XREF).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF USAG-KEY     TO VSAM-KEYL(USAG).
           MOVE LENGTH OF SCOP-KEY     TO VSAM-KEYL(SCOP).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESCNTL
                      VUSERID
                      IESLDUV
                      IESXREF
                      BSTCNTL
                      IESUSAG
                      IESSCOP.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up a site-maintained selective-scope override, if any -
      * a missing record leaves WORK-SCOPE-xxx at the full-file
      * defaults, which is the annual run over every active user
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO SCOP-PGM
               SET  FUNC-READ(SCOP)    TO TRUE
               READ IESSCOP RECORD END-READ
               IF  STAT-NORMAL(SCOP)
                   MOVE SCOP-USRID-FROM   TO WORK-SCOPE-FROM
                   MOVE SCOP-USRID-TO     TO WORK-SCOPE-TO
                   MOVE SCOP-TYPE-FILTER  TO WORK-SCOPE-TYPE
               ELSE
                   IF  NOT STAT-NOTFND(SCOP)
                       MOVE SCOP           TO VSUB
                       MOVE SCOP-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE           TO WORK-TODAY

               DISPLAY 'PERSONAL ACCESS STATEMENTS FOR ' WORK-TODAY
                                     UPON PRINTER
               IF  WORK-SCOPE-FROM NOT = LOW-VALUES
               OR  WORK-SCOPE-TO NOT = HIGH-VALUES
               OR  NOT SCOPE-ALL-TYPES
                   DISPLAY 'SCOPE LIMITED TO USERIDS '
                           WORK-SCOPE-FROM ' THRU ' WORK-SCOPE-TO
                           ', PROFILE TYPE ' WORK-SCOPE-TYPE
                                     UPON PRINTER
               END-IF
               IF  NOT SEND-EMAIL
                   DISPLAY 'PREVIEW ONLY - NO EMAIL WILL BE SENT'
                                     UPON PRINTER
               END-IF
               DISPLAY ' '           UPON PRINTER

      * start at user profiles
               SET  IUI-USER-PROFILE   TO TRUE
               MOVE WORK-SCOPE-FROM    TO IUI-KEY-VALUE
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
                 VUSERID
                 IESLDUV
                 IESXREF
                 BSTCNTL
                 IESUSAG
                 IESSCOP.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE STATEMENT-COUNT        TO RUN-COUNT1.
           MOVE MAILED-COUNT           TO RUN-COUNT2.
           MOVE NOADDR-COUNT           TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE USER PROFILE - ACTIVE AND IN SCOPE GETS A STATEMENT     *
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

      * past the selective-scope upper bound - nothing further in
      * keyed sequence can be in range, so stop the scan here
           IF  IUI-US-USRIDNT > WORK-SCOPE-TO
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO C99-EXIT-PROCESS
           END-IF.

      * a revoked profile has nothing to review
           IF  IUI-US-REVOKEJ > ZEROES
               GO TO C99-EXIT-PROCESS
           END-IF.

           SET  BIT-DECODE-FROM-BYTE   TO TRUE.
           MOVE IUI-US-IESINFO         TO BIT-BYTE.
           CALL BITMAN              USING BITMAN-PARMS.
           EVALUATE TRUE
             WHEN BIT-0-IS-ON  AND BIT-1-IS-ON
               SET  IS-ADMINISTRATOR   TO TRUE
               MOVE 'ADMINISTRATOR'    TO WORK-USRTYPE-DESC
             WHEN BIT-0-IS-OFF AND BIT-1-IS-ON
               SET  IS-PROGRAMMER      TO TRUE
               MOVE 'PROGRAMMER'       TO WORK-USRTYPE-DESC
             WHEN OTHER
               SET  IS-GENERAL-USER    TO TRUE
               MOVE 'GENERAL USER'     TO WORK-USRTYPE-DESC
           END-EVALUATE.

           IF  NOT SCOPE-ALL-TYPES
           AND WORK-USRTYPE NOT = WORK-SCOPE-TYPE
               GO TO C99-EXIT-PROCESS
           END-IF.

           MOVE SPACES                 TO WORK-USRIDNT.
           STRING IUI-US-USRIDNT          DELIMITED BY LOW-VALUE
                                     INTO WORK-USRIDNT.
           MOVE IUI-US-USRNAME         TO WORK-USRNAME.

           PERFORM D00-COLLECT-ACCESS THRU D99-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           PERFORM E00-PRODUCE-STATEMENT THRU E99-EXIT.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    TABLE THE USER'S GROUPS AND PERMITS FROM IESXREF, THEN      *
      *    WALK EACH TABLED GROUP'S OWN ENTRIES FOR THE PERMITS IT     *
      *    CARRIES AND THE GROUPS IT IS ITSELF A MEMBER OF - THE SAME  *
      *    FOUR-DEEP NESTING IESASRTN AND IESCNTLQ EXPAND              *
      ******************************************************************
       D00-COLLECT-ACCESS.
           MOVE ZEROES                 TO GRPT-CTR
                                          PRMT-CTR.
           MOVE 'N'                    TO TRUNCATED-SW.

           MOVE WORK-USRIDNT           TO WORK-XREF-OWNER.
           MOVE SPACES                 TO WORK-VIA.
           MOVE ZERO                   TO WORK-XREF-DEPTH.
           PERFORM D10-BROWSE-XREF THRU D19-EXIT.

      * the table grows as parent groups are found, so the UNTIL test
      * picks them up on later iterations
           PERFORM D20-EXPAND-GROUP THRU D29-EXIT
             VARYING GSUB FROM 1 BY 1
               UNTIL GSUB > GRPT-CTR
                  OR RTC-CODE NOT = ZERO.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    BROWSE ONE OWNER'S IESXREF ENTRIES - THE USER, OR A GROUP   *
      *    ALREADY TABLED                                              *
      ******************************************************************
       D10-BROWSE-XREF.
           MOVE LOW-VALUES             TO XREF-KEY.
           MOVE WORK-XREF-OWNER        TO XREF-USRIDNT.
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

       D12-NEXT-XREF-RECORD.
           MOVE XREF                   TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESXREF NEXT RECORD END-READ.
           IF  STAT-EOFILE(VSUB)
               GO TO D19-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE XREF-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D19-EXIT
           END-IF.
           IF  XREF-USRIDNT NOT = WORK-XREF-OWNER
               GO TO D19-EXIT
           END-IF.

           IF  XREF-CLASS-GROUP
               PERFORM D30-TABLE-GROUP THRU D39-EXIT
           ELSE
           IF  XREF-CLASS-PERMIT
               PERFORM D40-TABLE-PERMIT THRU D49-EXIT
           END-IF END-IF.
           GO TO D12-NEXT-XREF-RECORD.
       D19-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE TABLED GROUP - ITS PERMITS ALWAYS COUNT, ITS PARENTS    *
      *    ONLY WHILE INSIDE THE NESTING DEPTH LIMIT                   *
      ******************************************************************
       D20-EXPAND-GROUP.
           MOVE GRPT-NAME(GSUB)        TO WORK-XREF-OWNER
                                          WORK-VIA.
           MOVE GRPT-DEPTH(GSUB)       TO WORK-XREF-DEPTH.
           PERFORM D10-BROWSE-XREF THRU D19-EXIT.
       D29-EXIT.
           EXIT.

       D30-TABLE-GROUP.
           IF  WORK-XREF-DEPTH >= 4
               GO TO D39-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING PSUB FROM 1 BY 1
               UNTIL PSUB > GRPT-CTR
                  OR GRPT-NAME(PSUB) = XREF-RESOURCE(1:8)
           END-PERFORM.
           IF  PSUB <= GRPT-CTR
               GO TO D39-EXIT
           END-IF.

           IF  GRPT-CTR >= GRPT-MAX
               SET  LIST-TRUNCATED     TO TRUE
               GO TO D39-EXIT
           END-IF.
           ADD  1                      TO GRPT-CTR.
           MOVE XREF-RESOURCE(1:8)     TO GRPT-NAME(GRPT-CTR).
           MOVE WORK-VIA               TO GRPT-VIA(GRPT-CTR).
           ADD  1 TO WORK-XREF-DEPTH GIVING GRPT-DEPTH(GRPT-CTR).
       D39-EXIT.
           EXIT.

       D40-TABLE-PERMIT.
           PERFORM WITH TEST BEFORE
             VARYING PSUB FROM 1 BY 1
               UNTIL PSUB > PRMT-CTR
                  OR (PRMT-APPL(PSUB)     = XREF-APPL
                  AND PRMT-TRANS(PSUB)    = XREF-TRANS
                  AND PRMT-RESOURCE(PSUB) = XREF-RESOURCE)
           END-PERFORM.
           IF  PSUB <= PRMT-CTR
               GO TO D49-EXIT
           END-IF.

           IF  PRMT-CTR >= PRMT-MAX
               SET  LIST-TRUNCATED     TO TRUE
               GO TO D49-EXIT
           END-IF.
           ADD  1                      TO PRMT-CTR.
           MOVE XREF-APPL              TO PRMT-APPL(PRMT-CTR).
           MOVE XREF-TRANS             TO PRMT-TRANS(PRMT-CTR).
           MOVE XREF-RESOURCE          TO PRMT-RESOURCE(PRMT-CTR).
           MOVE XREF-ACCESS            TO PRMT-ACCESS(PRMT-CTR).
           MOVE WORK-VIA               TO PRMT-VIA(PRMT-CTR).
       D49-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT THE STATEMENT AND, WHILE UPSI-0 IS ON, MAIL IT TO THE *
      *    USER - VUSER-EMAIL FIRST, THEN THE IESLDUV CACHED ADDRESS.  *
      *    NO ADDRESS ON FILE IS ITS OWN REPORT LINE                   *
      ******************************************************************
       E00-PRODUCE-STATEMENT.
           ADD  1                      TO STATEMENT-COUNT.
           MOVE 'N'                    TO MAIL-OPEN-SW.

           DISPLAY '----------------------------------------'
                   '----------------------------------------'
                                     UPON PRINTER.
           IF  SEND-EMAIL
               PERFORM P50-RESOLVE-USER-MAIL THRU P55-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO E99-EXIT
               END-IF
               IF  WORK-USER-MAIL = SPACES
                   ADD  1              TO NOADDR-COUNT
                   DISPLAY 'NO ADDRESS ON FILE FOR ' WORK-USRIDNT
                           ' - STATEMENT PRINTED ONLY'
                                     UPON PRINTER
               ELSE
                   PERFORM N00-OPEN-MAIL THRU N05-EXIT
               END-IF
           END-IF.

           MOVE SPACES                 TO WORK-LINE.
           STRING 'MAINFRAME ACCESS STATEMENT FOR '
                  WORK-USRIDNT ' - ' WORK-USRNAME
                  ' AS OF ' WORK-TODAY
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.
           MOVE SPACES                 TO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.
           STRING 'PROFILE TYPE: ' WORK-USRTYPE-DESC
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.
           MOVE SPACES                 TO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.

           IF  GRPT-CTR = ZERO
               MOVE 'GROUPS: NONE'     TO WORK-LINE
               PERFORM N10-EMIT-LINE THRU N15-EXIT
           ELSE
               MOVE 'GROUPS (VIA NAMES THE GROUP THAT BRINGS YOU IN):'
                                       TO WORK-LINE
               PERFORM N10-EMIT-LINE THRU N15-EXIT
               PERFORM E10-GROUP-LINE THRU E15-EXIT
                 VARYING GSUB FROM 1 BY 1
                   UNTIL GSUB > GRPT-CTR
                      OR RTC-CODE NOT = ZERO
           END-IF.
           MOVE SPACES                 TO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.

           IF  PRMT-CTR = ZERO
               MOVE 'FACILITY PERMITS: NONE'
                                       TO WORK-LINE
               PERFORM N10-EMIT-LINE THRU N15-EXIT
           ELSE
               MOVE 'FACILITY PERMITS:' TO WORK-LINE
               PERFORM N10-EMIT-LINE THRU N15-EXIT
               STRING '  APPL TRAN RESOURCE'
                      '                                     ACCESS'
                      ' VIA      LAST USED'
                   DELIMITED BY SIZE INTO WORK-LINE
               PERFORM N10-EMIT-LINE THRU N15-EXIT
               PERFORM E20-PERMIT-LINE THRU E25-EXIT
                 VARYING PSUB FROM 1 BY 1
                   UNTIL PSUB > PRMT-CTR
                      OR RTC-CODE NOT = ZERO
           END-IF.

           IF  LIST-TRUNCATED
               ADD  1                  TO TRUNCATED-COUNT
               MOVE SPACES             TO WORK-LINE
               PERFORM N10-EMIT-LINE THRU N15-EXIT
               STRING '(LIST TRUNCATED - CONTACT SECURITY '
                      'ADMINISTRATION FOR THE COMPLETE LIST)'
                   DELIMITED BY SIZE INTO WORK-LINE
               PERFORM N10-EMIT-LINE THRU N15-EXIT
           END-IF.

           MOVE SPACES                 TO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.
           STRING 'PLEASE REVIEW THIS ACCESS.  TO GIVE UP A FACILITY '
                  'PERMIT YOU NO LONGER NEED, FILE AN'
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.
           STRING 'ACCESS REQUEST THROUGH VSECACRQ FOR THE SAME '
                  'APPL/TRAN/RESOURCE WITH ACCESS LEVEL N (NONE).'
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.
           STRING 'TO LEAVE A GROUP, CONTACT SECURITY '
                  'ADMINISTRATION.  ANYTHING YOU DO NOT RECOGNIZE'
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.
           MOVE 'SHOULD BE REPORTED TO SECURITY ADMINISTRATION.'
                                       TO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.

           IF  MAIL-IS-OPEN
               PERFORM N20-CLOSE-MAIL THRU N25-EXIT
               ADD  1                  TO MAILED-COUNT
           END-IF.
       E99-EXIT.
           EXIT.

       E10-GROUP-LINE.
           ADD  1                      TO GROUP-LINE-COUNT.
           MOVE 'G'                    TO WORK-DESC-CLASS.
           MOVE SPACES                 TO WORK-DESC-APPL
                                          WORK-DESC-TRANS
                                          WORK-DESC-RESOURCE.
           MOVE GRPT-NAME(GSUB)        TO WORK-DESC-RESOURCE.
           PERFORM P20-GET-DESCRIPTION THRU P25-EXIT.

           IF  GRPT-VIA(GSUB) = SPACES
               MOVE 'DIRECT'           TO WORK-VIA
           ELSE
               MOVE GRPT-VIA(GSUB)     TO WORK-VIA
           END-IF.

           MOVE SPACES                 TO WORK-LINE.
           STRING '  ' GRPT-NAME(GSUB) ' VIA ' WORK-VIA
                  ' ' WORK-DESC
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.
       E15-EXIT.
           EXIT.

       E20-PERMIT-LINE.
           ADD  1                      TO PERMIT-LINE-COUNT.
           MOVE 'F'                    TO WORK-DESC-CLASS.
           MOVE PRMT-APPL(PSUB)        TO WORK-DESC-APPL.
           MOVE PRMT-TRANS(PSUB)       TO WORK-DESC-TRANS.
           MOVE PRMT-RESOURCE(PSUB)    TO WORK-DESC-RESOURCE.
           PERFORM P20-GET-DESCRIPTION THRU P25-EXIT.
           PERFORM P40-GET-LAST-USED THRU P45-EXIT.

           EVALUATE PRMT-ACCESS(PSUB)
             WHEN 'R'
               MOVE 'READ'             TO WORK-ACCESS-DESC
             WHEN 'U'
               MOVE 'UPDATE'           TO WORK-ACCESS-DESC
             WHEN 'A'
               MOVE 'ALTER'            TO WORK-ACCESS-DESC
             WHEN OTHER
               MOVE 'NONE'             TO WORK-ACCESS-DESC
           END-EVALUATE.

           IF  PRMT-VIA(PSUB) = SPACES
               MOVE 'DIRECT'           TO WORK-VIA
           ELSE
               MOVE PRMT-VIA(PSUB)     TO WORK-VIA
           END-IF.

           MOVE SPACES                 TO WORK-LINE.
           STRING '  ' PRMT-APPL(PSUB) ' ' PRMT-TRANS(PSUB)
                  ' ' PRMT-RESOURCE(PSUB)
                  ' ' WORK-ACCESS-DESC ' ' WORK-VIA
                  ' ' WORK-LAST-USED
               DELIMITED BY SIZE     INTO WORK-LINE.
           PERFORM N10-EMIT-LINE THRU N15-EXIT.

           IF  WORK-DESC > SPACES
               MOVE SPACES             TO WORK-LINE
               STRING '            ' WORK-DESC
                   DELIMITED BY SIZE INTO WORK-LINE
               PERFORM N10-EMIT-LINE THRU N15-EXIT
           END-IF.
       E25-EXIT.
           EXIT.

      /*****************************************************************
      *    START THE USER'S MAIL, WRITE ONE STATEMENT LINE TO THE      *
      *    PRINTER (AND THE MAIL, IF ONE IS OPEN), AND FINISH IT OFF   *
      ******************************************************************
       N00-OPEN-MAIL.
           INITIALIZE MAILWRTR-COMMAREA.
           SET  MAIL-HEAD-PARMS        TO TRUE.
           MOVE WORK-USER-MAIL(1:30)   TO MAIL-HEAD-TO-GRP.
           MOVE '(IESACSTM) YOUR MAINFRAME ACCESS STATEMENT'
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

           SET  MAIL-IS-OPEN           TO TRUE.
       N05-EXIT.
           EXIT.

       N10-EMIT-LINE.
           DISPLAY WORK-LINE         UPON PRINTER.

           IF  MAIL-IS-OPEN
               SET  MAIL-BODY-PARMS    TO TRUE
               MOVE SPACES             TO MAIL-BODY-TEXT
               STRING WORK-LINE '<br>'
                   DELIMITED BY SIZE INTO MAIL-BODY-TEXT
               PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
           END-IF.

           MOVE SPACES                 TO WORK-LINE.
       N15-EXIT.
           EXIT.

       N20-CLOSE-MAIL.
           SET  MAIL-BODY-PARMS        TO TRUE.
           MOVE '</pre>'               TO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  MAIL-MESG-COMPLETE     TO TRUE.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.
           MOVE 'N'                    TO MAIL-OPEN-SW.
       N25-EXIT.
           EXIT.

       R00-CALL-MAILWRTR.
           CALL MAILWRTR            USING MAILWRTR-COMMAREA.
           MOVE SPACES                 TO MAIL-PARMS.
       R05-EXIT.
           EXIT.

      /*****************************************************************
      *    THE BSTCNTL DESCRIPTION OF A GROUP OR FACILITY - THE FIRST  *
      *    RECORD UNDER THE RESOURCE'S KEY CARRIES IT                  *
      ******************************************************************
       P20-GET-DESCRIPTION.
           MOVE SPACES                 TO WORK-DESC.

           MOVE LOW-VALUES             TO BSM-KEY.
           MOVE WORK-DESC-CLASS        TO BSM-CLASS.
           MOVE WORK-DESC-APPL         TO BSM-APPL.
           MOVE WORK-DESC-TRANS        TO BSM-TRANS.
           MOVE WORK-DESC-RESOURCE     TO BSM-RESOURCE.
           MOVE ZEROES                 TO BSM-SEQUENCE.
           MOVE BSM                    TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START BSTCNTL KEY >= BSM-KEY END-START.
           IF  STAT-NOTFND(VSUB)
               GO TO P25-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P25-EXIT
           END-IF.

           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ BSTCNTL NEXT RECORD END-READ.
           IF  STAT-EOFILE(VSUB)
               GO TO P25-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P25-EXIT
           END-IF.

           IF  BSM-CLASS    = WORK-DESC-CLASS
           AND BSM-APPL     = WORK-DESC-APPL
           AND BSM-TRANS    = WORK-DESC-TRANS
           AND BSM-RESOURCE = WORK-DESC-RESOURCE
               MOVE BSM-RSRCDESC       TO WORK-DESC
           END-IF.
       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    THE LAST DATE VSECUSGT RECORDED THE USER ON THIS FACILITY   *
      ******************************************************************
       P40-GET-LAST-USED.
           MOVE 'NEVER'                TO WORK-LAST-USED.

           MOVE WORK-USRIDNT           TO USAG-USRIDNT.
           MOVE PRMT-APPL(PSUB)        TO USAG-APPL.
           MOVE PRMT-TRANS(PSUB)       TO USAG-TRANS.
           MOVE USAG                   TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ IESUSAG RECORD END-READ.
           IF  STAT-NORMAL(VSUB)
               IF  USAG-LAST-DATE NUMERIC
               AND USAG-LAST-DATE > ZEROES
                   MOVE USAG-LAST-DATE TO WORK-LAST-USED
               END-IF
           ELSE
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE USAG-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
       P45-EXIT.
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
           IF  NOT STAT-NORMAL(VUSER)
           AND NOT STAT-NOTFND(VUSER)
               MOVE VUSER              TO VSUB
               MOVE VUSER-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P55-EXIT
           END-IF.
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
           IF  NOT STAT-NORMAL(LDUM)
           AND NOT STAT-NOTFND(LDUM)
               MOVE LDUM               TO VSUB
               MOVE LDUM-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P55-EXIT
           END-IF.
           IF  STAT-NORMAL(LDUM)
           AND LDUM-CACHE-MAIL > SPACES
               MOVE LDUM-CACHE-MAIL    TO WORK-USER-MAIL
           END-IF.
       P55-EXIT.
           EXIT.
