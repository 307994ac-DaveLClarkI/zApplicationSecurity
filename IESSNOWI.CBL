      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESSNOWI.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       SERVICENOW ACCESS-REQUEST INTAKE.  READS THE
      *               NIGHTLY IESSNFD EXTRACT OF SERVICENOW ACCESS
      *               TICKETS AND FILES EACH ONE ONTO THE IESACRQ
      *               QUEUE AS A PENDING REQUEST - THE SAME ENTRY
      *               VSECACRQ WOULD HAVE FILED HAD THE TICKET BEEN
      *               RE-KEYED - WITH THE TICKET NUMBER STORED ON IT
      *               AND THE TICKET'S REQUESTER AS ITS REQUESTED-BY.
      *               EVERY LINE IS PROVED FIRST: THE TARGET USERID
      *               MUST HAVE A LIVE, UNREVOKED IESCNTL PROFILE, THE
      *               REQUESTER A PROFILE, THE GROUP OR FACILITY MUST
      *               BE ON BSTCNTL (AND THE USER NOT ALREADY HOLD
      *               IT), THE RESOURCE MUST BE ON THE IESRCAT
      *               CATALOG AND MARKED REQUESTABLE (A REQUEST TO
      *               GIVE A PERMIT UP AT ACCESS LEVEL N NEED BE
      *               NEITHER, AND NEEDS THE USER TO HOLD IT), AND
      *               THE GRANT
      *               MUST PASS THE SODCHKB SEPARATION-OF-DUTIES
      *               CHECK, AS VSECACRQ DOES AT
      *               FILING.  EVERY TICKET SEEN IS RECORDED ON THE
      *               IESSNTX INDEX, SO A TICKET SENT AGAIN - TONIGHT
      *               OR ANY LATER NIGHT - IS REPORTED AS A DUPLICATE
      *               AND NEVER FILES A SECOND REQUEST.  A TICKET
      *               REFUSED AT INTAKE IS INDEXED WITH ITS REASON SO
      *               IESSNOWO CAN SEND THE REFUSAL BACK; SENT AGAIN,
      *               IT IS PROVED AGAIN.  UPSI-7 ON ACTUALLY FILES;
      *               OTHERWISE REPORT-ONLY.  RC=4 WHEN ANY LINE IS
      *               REFUSED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC REFUSE A TICKET FOR A RESOURCE NOT ON THE NEW
      *                IESRCAT CATALOG, OR NOT REQUESTABLE, AS VSECACRQ
      *                NOW DOES AT FILING.
      * 10/15/2026 DLC ZERO THE NEW ACRQ-FIRST-DECIDED STAMP ON A
      *                REQUEST FILED, AS VSECACRQ DOES.
      * 10/15/2026 DLC A PERMIT TICKET AT ACCESS LEVEL N GIVES ACCESS
      *                BACK - IT SKIPS THE CATALOG CHECK, AS VSECACRQ
      *                NOW DOES, AND NEEDS A PERMIT THE USER ALREADY
      *                HOLDS INSTEAD OF REFUSING ONE.
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

           SELECT IESSNFD
               ASSIGN TO IESSNFD
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESSNTX
               ASSIGN TO IESSNTX
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS SNTX-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT BSTCNTL
               ASSIGN TO BSTCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BSM-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESACRQ
               ASSIGN TO IESACRQ
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS ACRQ-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT IESRCAT
               ASSIGN TO IESRCAT
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS RCAT-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

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

       FD  IESSNFD
           RECORD CONTAINS 200 CHARACTERS.
       COPY IESSNFD.

       FD  IESSNTX.
       COPY IESSNTX.

       FD  IESCNTL.
       COPY IESCNTL.

       FD  BSTCNTL
           RECORD IS VARYING IN SIZE
             FROM 280 TO 65535 CHARACTERS
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

       FD  IESACRQ.
       COPY IESACRQ.

       FD  IESRCAT.
       COPY IESRCAT.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESSNOWI'.

         03  SNFD                      PIC S9(04)   BINARY VALUE 1.
         03  SNTX                      PIC S9(04)   BINARY VALUE 2.
         03  IUI                       PIC S9(04)   BINARY VALUE 3.
         03  BSM                       PIC S9(04)   BINARY VALUE 4.
         03  ACRQ                      PIC S9(04)   BINARY VALUE 5.
         03  RCAT                      PIC S9(04)   BINARY VALUE 6.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.
         03  GRP-FOUND-SW              PIC  X(01)   VALUE 'N'.
           88  TARGET-GROUP-FOUND                   VALUE 'Y'.
         03  GRP-MEMBER-SW             PIC  X(01)   VALUE 'N'.
           88  USER-ALREADY-A-MEMBER                VALUE 'Y'.
         03  BSM-MAX-SEQUENCE          PIC  9(03)   VALUE ZEROES.

      * what the line in hand would do
         03  LINE-SW                   PIC  X(01)   VALUE 'V'.
           88  LINE-IS-VALID                        VALUE 'V'.
           88  LINE-IS-DUPLICATE                    VALUE 'D'.
           88  LINE-IS-REJECTED                     VALUE 'R'.
      * what the index already knows of the line's ticket
         03  TICKET-SW                 PIC  X(01)   VALUE SPACE.
           88  TICKET-NOT-USABLE                    VALUE SPACE.
           88  TICKET-IS-NEW                        VALUE 'N'.
           88  TICKET-WAS-REFUSED                   VALUE 'R'.

         03  WORK-OPTION               PIC  X(08).
         03  WORK-INDENT               PIC  X(17)   VALUE SPACES.
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-REASON               PIC  X(40)   VALUE SPACES.
         03  WORK-LINE-NO              PIC  9(05)   VALUE ZEROES.
         03  ACRQ-SEQ-CTR              PIC  9(05)   VALUE ZEROES.

      * the extract line, split into its comma-delimited fields -
      * each receiving field is one wider than the most the field
      * may hold, and its count shows a value that would not fit
         03  FLD-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  FLD-TICKET                PIC  X(13).
         03  FLD-USER                  PIC  X(09).
         03  FLD-CLASS                 PIC  X(09).
         03  FLD-KEY                   PIC  X(60).
         03  FLD-ACCESS                PIC  X(02).
         03  FLD-REQUESTER             PIC  X(09).
         03  LEN-TICKET                PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-USER                  PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-CLASS                 PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-KEY                   PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-ACCESS                PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-REQUESTER             PIC S9(04)   BINARY VALUE ZEROES.
      * the facility key, split on its slashes
         03  KEY-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  KEY-APPL                  PIC  X(05).
         03  KEY-TRANS                 PIC  X(05).
         03  KEY-RESOURCE              PIC  X(45).
         03  LEN-APPL                  PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-TRANS                 PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-RESOURCE              PIC S9(04)   BINARY VALUE ZEROES.

         03  LINE-COUNT                PIC  9(7)    VALUE ZEROES.
         03  FILED-COUNT               PIC  9(7)    VALUE ZEROES.
         03  REJECT-COUNT              PIC  9(7)    VALUE ZEROES.
         03  DUPLICATE-COUNT           PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

      * the tickets the extract's earlier lines carried, so one sent
      * twice in the same night is caught even on a report-only run
       01  TICKET-TABLE.
         03  TICKET-MAX                PIC S9(04)   BINARY VALUE 9999.
         03  TICKET-CTR                PIC S9(04)   BINARY VALUE ZERO.
         03  TICKET-SEEN               PIC  X(12)   OCCURS 9999 TIMES.

       COPY SODCHK.

       COPY DATETIME.

       COPY DTEMAN.

       COPY LOCKMAN.

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

           PERFORM C00-PROCESS-TICKET THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(SNFD)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE LINE-COUNT             TO VAR-EDIT.
           DISPLAY 'Ticket lines read ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FILED-COUNT            TO VAR-EDIT.
           DISPLAY 'Requests filed ........... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REJECT-COUNT           TO VAR-EDIT.
           DISPLAY 'Tickets refused .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DUPLICATE-COUNT        TO VAR-EDIT.
           DISPLAY 'Duplicate tickets ........ ' VAR-EDIT
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

      * hold the update interlock across a with-updates run so the
      * online transactions defer instead of racing our queue writes
           IF  RTC-CODE = ZERO
           AND WITH-UPDATES
               SET  LOK-REQUEST-SET    TO TRUE
               MOVE THIS-PGM           TO LOK-PGM
               CALL LOCKMAN         USING LOCKMAN-PARMS
               IF  LOK-ALREADY-HELD
                   DISPLAY THIS-PGM ': SECURITY FILES LOCKED BY '
                           LOK-HELD-BY ' - RUN ABANDONED'
                                     UPON CONSOLE
                   MOVE +8             TO RTC-CODE
               ELSE
                   IF  NOT LOK-REQUEST-COMPLETED
                       MOVE +8         TO RTC-CODE
                   END-IF
               END-IF
           END-IF.

           MOVE 'IESSNFD'              TO VSAM-FILE(SNFD).
           MOVE 'IESSNTX'              TO VSAM-FILE(SNTX).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESACRQ'              TO VSAM-FILE(ACRQ).
           MOVE 'IESRCAT'              TO VSAM-FILE(RCAT).

           MOVE LENGTH OF WORK-LINE-NO TO VSAM-KEYL(SNFD).
           MOVE LENGTH OF SNTX-KEY     TO VSAM-KEYL(SNTX).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF ACRQ-KEY     TO VSAM-KEYL(ACRQ).
           MOVE LENGTH OF RCAT-KEY     TO VSAM-KEYL(RCAT).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT  IESSNFD.
           IF  WITH-UPDATES
               OPEN I-O   IESSNTX
                          IESACRQ
           ELSE
               OPEN INPUT IESSNTX
                          IESACRQ
           END-IF.
           OPEN INPUT  IESCNTL
                       BSTCNTL
                       IESRCAT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM

               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY

               DISPLAY 'SERVICENOW ACCESS-REQUEST INTAKE FOR '
                       WORK-TODAY    UPON PRINTER
               DISPLAY SPACES        UPON PRINTER

               IF  WITH-UPDATES
                   MOVE 'FILED:  '     TO WORK-OPTION
               ELSE
                   MOVE 'VALID:  '     TO WORK-OPTION
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

           CLOSE IESSNFD
                 IESSNTX
                 IESCNTL
                 BSTCNTL
                 IESACRQ
                 IESRCAT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * release the update interlock set at initialization
           IF  WITH-UPDATES
               SET  LOK-REQUEST-CLEAR  TO TRUE
               MOVE THIS-PGM           TO LOK-PGM
               CALL LOCKMAN         USING LOCKMAN-PARMS
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE LINE-COUNT             TO RUN-COUNT1.
           MOVE FILED-COUNT            TO RUN-COUNT2.
           MOVE REJECT-COUNT           TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

      * let go of the separation-of-duties check's files
           SET  SOD-REQUEST-CLOSE      TO TRUE.
           CALL SODCHK              USING SODCHK-PARMS.

      * a refused ticket still needs someone to look at it - the
      * requester learns of it only through the status feed
           IF  RTC-CODE = ZERO
           AND REJECT-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE EXTRACT LINE - PROVE IT, REPORT IT, AND (WITH UPDATES)  *
      *    FILE IT OR RECORD ITS REFUSAL ON THE TICKET INDEX           *
      ******************************************************************
       C00-PROCESS-TICKET.
           MOVE SNFD                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESSNFD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE WORK-LINE-NO   TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO WORK-LINE-NO.
           IF  SNFD-TEXT = SPACES
           OR  SNFD-IS-COMMENT
               GO TO C99-EXIT-PROCESS
           END-IF.

           PERFORM D00-VALIDATE-LINE THRU D99-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  WITH-UPDATES
               EVALUATE TRUE
                 WHEN LINE-IS-VALID
                   PERFORM F00-FILE-REQUEST THRU F05-EXIT
                 WHEN LINE-IS-REJECTED
                  AND TICKET-IS-NEW
                   PERFORM F20-RECORD-REFUSAL THRU F25-EXIT
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF  RTC-CODE NOT = ZERO
                   GO TO C99-EXIT-PROCESS
               END-IF
           END-IF.

           PERFORM C10-REPORT-LINE THRU C15-EXIT.
       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    REPORT ONE LINE'S VERDICT AND COUNT IT                      *
      ******************************************************************
       C10-REPORT-LINE.
           ADD  1                      TO LINE-COUNT.

           EVALUATE TRUE
             WHEN LINE-IS-REJECTED
               ADD  1                  TO REJECT-COUNT
               DISPLAY 'REJECT:  LINE ' WORK-LINE-NO ' '
                       FLD-TICKET(1:12) ' ' WORK-REASON
                                     UPON PRINTER
               DISPLAY WORK-INDENT SNFD-TEXT(1:80)
                                     UPON PRINTER

             WHEN LINE-IS-DUPLICATE
               ADD  1                  TO DUPLICATE-COUNT
               DISPLAY 'DUPLIC:  LINE ' WORK-LINE-NO ' '
                       FLD-TICKET(1:12) ' ' WORK-REASON
                                     UPON PRINTER

             WHEN OTHER
               ADD  1                  TO FILED-COUNT
               DISPLAY WORK-OPTION ' LINE ' WORK-LINE-NO ' '
                       ACRQ-TICKET ' ' ACRQ-USRIDNT ' '
                       ACRQ-TYPE ' ' ACRQ-APPL '/' ACRQ-TRANS '/'
                       ACRQ-RESOURCE(1:20) ' ' ACRQ-ACCESS
                       ' FOR ' ACRQ-REQUESTED-BY
                                     UPON PRINTER
           END-EVALUATE.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    SPLIT AND PROVE ONE EXTRACT LINE, BUILDING THE REQUEST IN   *
      *    THE IESACRQ RECORD AREA THE WAY VSECACRQ WOULD FILE IT.     *
      *    THE TICKET IS CHECKED FIRST - A TICKET ALREADY FILED GOES   *
      *    NO FURTHER, WHATEVER THE REST OF THE LINE SAYS              *
      ******************************************************************
       D00-VALIDATE-LINE.
           SET  LINE-IS-VALID          TO TRUE.
           SET  TICKET-NOT-USABLE      TO TRUE.
           MOVE SPACES                 TO WORK-REASON.
           INITIALIZE SODCHK-PARMS.
           MOVE SPACES                 TO IESACRQ-RECORD.
           MOVE ZEROES                 TO ACRQ-DATE
                                          ACRQ-TIME
                                          ACRQ-SEQNO
                                          ACRQ-DECIDED-DATE
                                          ACRQ-DECIDED-TIME
                                          ACRQ-FIRST-DECIDED-DATE
                                          ACRQ-FIRST-DECIDED-TIME
                                          ACRQ-FULFILLED-DATE
                                          ACRQ-FULFILLED-TIME.

           MOVE SPACES                 TO FLD-TICKET
                                          FLD-USER
                                          FLD-CLASS
                                          FLD-KEY
                                          FLD-ACCESS
                                          FLD-REQUESTER.
           MOVE ZEROES                 TO FLD-CTR
                                          LEN-TICKET
                                          LEN-USER
                                          LEN-CLASS
                                          LEN-KEY
                                          LEN-ACCESS
                                          LEN-REQUESTER.
           UNSTRING SNFD-TEXT DELIMITED BY ',' OR ALL SPACE
               INTO FLD-TICKET         COUNT IN LEN-TICKET
                    FLD-USER           COUNT IN LEN-USER
                    FLD-CLASS          COUNT IN LEN-CLASS
                    FLD-KEY            COUNT IN LEN-KEY
                    FLD-ACCESS         COUNT IN LEN-ACCESS
                    FLD-REQUESTER      COUNT IN LEN-REQUESTER
               TALLYING IN FLD-CTR
               ON OVERFLOW
                   MOVE 'TOO MANY FIELDS ON THE LINE'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
           END-UNSTRING.

           IF  LEN-TICKET = ZERO
           OR  LEN-TICKET > LENGTH OF ACRQ-TICKET
               MOVE 'TICKET MISSING OR LONGER THAN 12'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.
           MOVE FLD-TICKET             TO ACRQ-TICKET.

           PERFORM D10-CHECK-TICKET THRU D15-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  NOT LINE-IS-VALID
               GO TO D99-EXIT
           END-IF.

           IF  FLD-CTR < 6
               MOVE 'TOO FEW FIELDS ON THE LINE'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.

           IF  LEN-USER = ZERO
           OR  LEN-USER > LENGTH OF ACRQ-USRIDNT
               MOVE 'USERID MISSING OR LONGER THAN 8'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.
           MOVE FLD-USER               TO ACRQ-USRIDNT.

           IF  LEN-REQUESTER = ZERO
           OR  LEN-REQUESTER > LENGTH OF ACRQ-REQUESTED-BY
               MOVE 'REQUESTER MISSING OR LONGER THAN 8'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.
           MOVE FLD-REQUESTER          TO ACRQ-REQUESTED-BY.

           EVALUATE TRUE
             WHEN FLD-CLASS = 'G' OR 'GROUP'
               SET  ACRQ-TYPE-GROUP    TO TRUE
             WHEN FLD-CLASS = 'F' OR 'FACILITY'
               SET  ACRQ-TYPE-PERMIT   TO TRUE
             WHEN OTHER
               MOVE 'CLASS IS NOT G OR F'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-EVALUATE.

      * a group is named by itself; a facility by APPL/TRANS/RESOURCE
           IF  ACRQ-TYPE-GROUP
               IF  LEN-KEY = ZERO
               OR  LEN-KEY > LENGTH OF BSM-GRP-NAME
                   MOVE 'GROUP NAME MISSING OR LONGER THAN 8'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               MOVE FLD-KEY            TO ACRQ-RESOURCE
           ELSE
               IF  LEN-KEY = ZERO
               OR  LEN-KEY > LENGTH OF ACRQ-APPL
                           + LENGTH OF ACRQ-TRANS
                           + LENGTH OF ACRQ-RESOURCE + 2
                   MOVE 'FACILITY KEY IS NOT APPL/TRANS/RESOURCE'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               MOVE SPACES             TO KEY-APPL
                                          KEY-TRANS
                                          KEY-RESOURCE
               MOVE ZEROES             TO KEY-CTR
                                          LEN-APPL
                                          LEN-TRANS
                                          LEN-RESOURCE
               UNSTRING FLD-KEY(1:LEN-KEY) DELIMITED BY '/'
                   INTO KEY-APPL       COUNT IN LEN-APPL
                        KEY-TRANS      COUNT IN LEN-TRANS
                        KEY-RESOURCE   COUNT IN LEN-RESOURCE
                   TALLYING IN KEY-CTR
               END-UNSTRING
               IF  KEY-CTR NOT = 3
               OR  LEN-APPL > LENGTH OF ACRQ-APPL
               OR  LEN-TRANS > LENGTH OF ACRQ-TRANS
               OR  LEN-RESOURCE = ZERO
               OR  LEN-RESOURCE > LENGTH OF ACRQ-RESOURCE
                   MOVE 'FACILITY KEY IS NOT APPL/TRANS/RESOURCE'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               MOVE KEY-APPL           TO ACRQ-APPL
               MOVE KEY-TRANS          TO ACRQ-TRANS
               MOVE KEY-RESOURCE       TO ACRQ-RESOURCE
           END-IF.

      * the same access levels VSECACRQ accepts for a permit
           IF  ACRQ-TYPE-PERMIT
               IF  LEN-ACCESS NOT = 1
               OR  (FLD-ACCESS(1:1) NOT = 'N'
               AND  FLD-ACCESS(1:1) NOT = 'R'
               AND  FLD-ACCESS(1:1) NOT = 'U'
               AND  FLD-ACCESS(1:1) NOT = 'A')
                   MOVE 'ACCESS MUST BE N, R, U, OR A'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               MOVE FLD-ACCESS(1:1)    TO ACRQ-ACCESS
           END-IF.

      * the requester must be someone we know
           SET  FUNC-READ(IUI)         TO TRUE.
           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE ACRQ-REQUESTED-BY      TO IUI-KEY-VALUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NOTFND(IUI)
               MOVE 'REQUESTER HAS NO IESCNTL PROFILE'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.
           IF  NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D99-EXIT
           END-IF.

      * the userid must be known - and still active, to be granted
           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE ACRQ-USRIDNT           TO IUI-KEY-VALUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NOTFND(IUI)
               MOVE 'USERID HAS NO IESCNTL PROFILE'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.
           IF  NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D99-EXIT
           END-IF.
           IF  IUI-US-REVOKEJ > ZEROES
               MOVE 'USERID IS REVOKED - NOTHING MAY BE GRANTED'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.

           IF  ACRQ-TYPE-GROUP
               PERFORM D20-PROVE-GROUP THRU D25-EXIT
           ELSE
               PERFORM D30-PROVE-FACILITY THRU D35-EXIT
           END-IF.
           IF  RTC-CODE NOT = ZERO
           OR  NOT LINE-IS-VALID
               GO TO D99-EXIT
           END-IF.

           PERFORM D40-PROVE-CATALOG THRU D45-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  NOT LINE-IS-VALID
               GO TO D99-EXIT
           END-IF.

      * a request that would break a separation-of-duties rule is
      * refused here, before anyone is asked to approve it
           PERFORM M00-CHECK-SOD THRU M05-EXIT.
           IF  NOT SOD-GRANT-ALLOWED
               GO TO D90-REJECT-LINE
           END-IF.
           GO TO D99-EXIT.

       D90-REJECT-LINE.
           SET  LINE-IS-REJECTED       TO TRUE.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    A TICKET SEEN EARLIER IN THIS EXTRACT, OR ALREADY FILED ON  *
      *    AN EARLIER NIGHT, IS A DUPLICATE.  ONE REFUSED AT INTAKE    *
      *    BEFORE IS PROVED AGAIN - IT NEVER BECAME A REQUEST          *
      ******************************************************************
       D10-CHECK-TICKET.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > TICKET-CTR
                  OR TICKET-SEEN(SUB) = ACRQ-TICKET
           END-PERFORM.
           IF  SUB <= TICKET-CTR
               MOVE 'TICKET APPEARS EARLIER IN THIS EXTRACT'
                                       TO WORK-REASON
               SET  LINE-IS-DUPLICATE  TO TRUE
               GO TO D15-EXIT
           END-IF.

           IF  TICKET-CTR >= TICKET-MAX
               DISPLAY THIS-PGM ': EXTRACT TOO LONG, INCREASE '
                       'TICKET-MAX'  UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D15-EXIT
           END-IF.
           ADD  1                      TO TICKET-CTR.
           MOVE ACRQ-TICKET            TO TICKET-SEEN(TICKET-CTR).

           MOVE ACRQ-TICKET            TO SNTX-TICKET.
           SET  FUNC-READ(SNTX)        TO TRUE.
           READ IESSNTX RECORD END-READ.
           IF  STAT-NOTFND(SNTX)
               SET  TICKET-IS-NEW      TO TRUE
               GO TO D15-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(SNTX)
               MOVE SNTX               TO VSUB
               MOVE SNTX-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D15-EXIT
           END-IF.

           IF  SNTX-NOT-FILED
               SET  TICKET-WAS-REFUSED TO TRUE
               GO TO D15-EXIT
           END-IF.

           STRING 'ALREADY FILED FOR '   DELIMITED BY SIZE
                  SNTX-ACRQ-KEY(1:8)     DELIMITED BY SPACE
                  ' ON '                 DELIMITED BY SIZE
                  SNTX-ADDED-DATE        DELIMITED BY SIZE
               INTO WORK-REASON.
           SET  LINE-IS-DUPLICATE      TO TRUE.
       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    THE GROUP MUST EXIST AND THE USER NOT ALREADY BELONG        *
      ******************************************************************
       D20-PROVE-GROUP.
           PERFORM P10-SCAN-GROUP THRU P15-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO D25-EXIT
           END-IF.

           IF  NOT TARGET-GROUP-FOUND
               MOVE 'GROUP NOT FOUND ON BSTCNTL'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
               GO TO D25-EXIT
           END-IF.
           IF  USER-ALREADY-A-MEMBER
               MOVE 'ALREADY A MEMBER OF THE GROUP'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
           END-IF.
       D25-EXIT.
           EXIT.

      /*****************************************************************
      *    THE FACILITY MUST EXIST, THE USER NOT ALREADY BE PERMITTED, *
      *    AND THE PERMIT LIST HAVE ROOM FOR ONE MORE - EXCEPT THAT A  *
      *    REQUEST TO GIVE A PERMIT UP (ACCESS LEVEL N) NEEDS THE      *
      *    USER'S OWN PERMIT TO BE THERE, ABOVE LEVEL N                *
      ******************************************************************
       D30-PROVE-FACILITY.
           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-FACILITY           TO TRUE.
           MOVE ACRQ-APPL              TO BSM-APPL.
           MOVE ACRQ-TRANS             TO BSM-TRANS.
           MOVE ACRQ-RESOURCE          TO BSM-RESOURCE.
           MOVE ZEROES                 TO BSM-SEQUENCE.

           SET  FUNC-READ(BSM)         TO TRUE.
           READ BSTCNTL RECORD END-READ.
           IF  STAT-NOTFND(BSM)
               MOVE 'FACILITY NOT FOUND ON BSTCNTL'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
               GO TO D35-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D35-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > BSM-SEC-PERMITS
                  OR BSM-SEC-USERID(SUB) = ACRQ-USRIDNT
           END-PERFORM.
           IF  ACRQ-ACCESS = 'N'
               IF  SUB > BSM-SEC-PERMITS
               OR  BSM-SEC-AC-FLAG(SUB) = 'N'
                   MOVE 'NO PERMIT ON THE FACILITY TO GIVE UP'
                                       TO WORK-REASON
                   SET  LINE-IS-REJECTED TO TRUE
               END-IF
               GO TO D35-EXIT
           END-IF.
           IF  SUB <= BSM-SEC-PERMITS
               MOVE 'ALREADY PERMITTED ON THE FACILITY'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
               GO TO D35-EXIT
           END-IF.

           IF  BSM-SEC-PERMITS >= 100
               MOVE 'PERMIT LIST IS FULL ON THE FACILITY'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
           END-IF.
       D35-EXIT.
           EXIT.

      /*****************************************************************
      *    THE RESOURCE MUST BE CATALOGUED AND REQUESTABLE, AS         *
      *    VSECACRQ REQUIRES - A GROUP IS CATALOGUED BY NAME ALONE.    *
      *    A PERMIT REQUEST AT ACCESS LEVEL N IS NOT CHECKED           *
      ******************************************************************
       D40-PROVE-CATALOG.
      * giving a permit up needs no catalog entry
           IF  ACRQ-TYPE-PERMIT
           AND ACRQ-ACCESS = 'N'
               GO TO D45-EXIT
           END-IF.

           MOVE SPACES                 TO RCAT-KEY.
           MOVE ACRQ-TYPE              TO RCAT-TYPE.
           IF  ACRQ-TYPE-GROUP
               MOVE ACRQ-RESOURCE(1:8) TO RCAT-RESOURCE
           ELSE
               MOVE ACRQ-APPL          TO RCAT-APPL
               MOVE ACRQ-TRANS         TO RCAT-TRANS
               MOVE ACRQ-RESOURCE      TO RCAT-RESOURCE
           END-IF.

           SET  FUNC-READ(RCAT)        TO TRUE.
           READ IESRCAT RECORD END-READ.
           IF  STAT-NOTFND(RCAT)
               MOVE 'RESOURCE IS NOT ON THE CATALOG'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
               GO TO D45-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(RCAT)
               MOVE RCAT               TO VSUB
               MOVE RCAT-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D45-EXIT
           END-IF.
           IF  NOT RCAT-IS-REQUESTABLE
               MOVE 'RESOURCE IS CATALOGUED AS NOT REQUESTABLE'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
           END-IF.
       D45-EXIT.
           EXIT.

      /*****************************************************************
      *    FILE THE PROVEN REQUEST ONTO THE QUEUE AS PENDING, THEN     *
      *    POINT THE TICKET INDEX AT IT                                *
      ******************************************************************
       F00-FILE-REQUEST.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO ACRQ-DATE.
           MOVE NUM-TIME               TO ACRQ-TIME.
           SET  ACRQ-PENDING           TO TRUE.
           MOVE SPACES                 TO ACRQ-DECIDED-BY
                                          ACRQ-DECIDED-BY2.
           MOVE ZEROES                 TO ACRQ-SEQ-CTR.

      * the sequence number restarts every run, so a duplicate key
      * just bumps and retries, the same as VSECACRQ
       F01-WRITE-QUEUE-ENTRY.
           ADD  1                      TO ACRQ-SEQ-CTR.
           MOVE ACRQ-SEQ-CTR           TO ACRQ-SEQNO.
           SET  FUNC-WRITE(ACRQ)       TO TRUE.
           WRITE IESACRQ-RECORD END-WRITE.
           IF  FILE5-STAT = '22'
           AND ACRQ-SEQ-CTR < 99
               GO TO F01-WRITE-QUEUE-ENTRY
           END-IF.
           IF  NOT STAT-NORMAL(ACRQ)
               MOVE ACRQ               TO VSUB
               MOVE ACRQ-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F05-EXIT
           END-IF.

           MOVE ACRQ-KEY               TO SNTX-ACRQ-KEY.
           MOVE SPACES                 TO SNTX-REASON.
           PERFORM F10-WRITE-INDEX THRU F15-EXIT.
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE THE TICKET'S INDEX ENTRY - OR REPLACE THE ONE LEFT BY *
      *    AN EARLIER REFUSAL - WITH NOTHING YET SENT BACK.  THE       *
      *    CALLER SETS THE QUEUE KEY AND REASON FIRST                  *
      ******************************************************************
       F10-WRITE-INDEX.
           MOVE ACRQ-TICKET            TO SNTX-TICKET.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO SNTX-ADDED-DATE.
           MOVE NUM-TIME               TO SNTX-ADDED-TIME.
           MOVE SPACE                  TO SNTX-SENT-STATUS.
           MOVE ZEROES                 TO SNTX-SENT-DATE.

           IF  TICKET-WAS-REFUSED
               SET  FUNC-REWRITE(SNTX) TO TRUE
               REWRITE IESSNTX-RECORD END-REWRITE
           ELSE
               SET  FUNC-WRITE(SNTX)   TO TRUE
               WRITE IESSNTX-RECORD END-WRITE
           END-IF.
           IF  NOT STAT-NORMAL(SNTX)
               MOVE SNTX               TO VSUB
               MOVE SNTX-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       F15-EXIT.
           EXIT.

      /*****************************************************************
      *    INDEX A TICKET REFUSED ON ITS FIRST SHOWING, WITH THE       *
      *    REASON, SO THE STATUS FEED CAN SEND THE REFUSAL BACK        *
      ******************************************************************
       F20-RECORD-REFUSAL.
           MOVE SPACES                 TO SNTX-ACRQ-KEY.
           MOVE WORK-REASON            TO SNTX-REASON.
           PERFORM F10-WRITE-INDEX THRU F15-EXIT.
       F25-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT THE REQUEST THROUGH THE SEPARATION-OF-DUTIES CHECK -    *
      *    THE TICKET'S REQUESTER STANDS AS THE GRANTOR, AS THE        *
      *    OPERATOR FILING IT DOES IN VSECACRQ.  A CHECK THAT CANNOT   *
      *    BE MADE REFUSES THE TICKET                                  *
      ******************************************************************
       M00-CHECK-SOD.
           INITIALIZE SODCHK-PARMS.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE ACRQ-USRIDNT           TO SOD-USRIDNT.
           MOVE ACRQ-TYPE              TO SOD-TYPE.
           MOVE ACRQ-APPL              TO SOD-APPL.
           MOVE ACRQ-TRANS             TO SOD-TRANS.
           MOVE ACRQ-RESOURCE          TO SOD-RSRC.
           MOVE ACRQ-ACCESS            TO SOD-ACCESS.
           MOVE ACRQ-REQUESTED-BY      TO SOD-GRANTOR.
           CALL SODCHK              USING SODCHK-PARMS.

           IF  SOD-GRANT-ALLOWED
               GO TO M05-EXIT
           END-IF.

           IF  SOD-CHECK-FAILED
               MOVE 'SOD CHECK COULD NOT BE MADE'
                                       TO WORK-REASON
           ELSE
               MOVE SPACES             TO WORK-REASON
               STRING 'SOD CONFLICT - ' DELIMITED BY SIZE
                      SOD-RULE-DESC     DELIMITED BY SIZE
                   INTO WORK-REASON
           END-IF.
       M05-EXIT.
           EXIT.

      /*****************************************************************
      *    SCAN THE TARGET GROUP'S RECORDS FOR EXISTENCE AND AN        *
      *    EXISTING MEMBERSHIP                                         *
      ******************************************************************
       P10-SCAN-GROUP.
           MOVE 'N'                    TO GRP-FOUND-SW
                                          GRP-MEMBER-SW.
           MOVE ZEROES                 TO BSM-MAX-SEQUENCE.

           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-GROUP              TO TRUE.

           SET  FUNC-START(BSM)        TO TRUE.
           START BSTCNTL KEY >= BSM-KEY END-START.
           IF  NOT STAT-NORMAL(BSM)
               IF  STAT-NOTFND(BSM)
                   GO TO P15-EXIT
               END-IF
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P15-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(BSM) OR RTC-CODE > ZERO
               SET  FUNC-READNEXT(BSM) TO TRUE
               READ BSTCNTL NEXT RECORD END-READ
               MOVE BSM                TO VSUB

               EVALUATE TRUE
               WHEN NOT STAT-NORMAL(VSUB)
                 IF  NOT STAT-EOFILE(VSUB)
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                 END-IF
                 SET  STAT-EOFILE(VSUB) TO TRUE

               WHEN NOT BSM-GROUP
                 SET  STAT-EOFILE(VSUB) TO TRUE

               WHEN BSM-GRP-NAME = ACRQ-RESOURCE(1:8)
                 SET  TARGET-GROUP-FOUND TO TRUE
                 IF  BSM-SEQUENCE > BSM-MAX-SEQUENCE
                     MOVE BSM-SEQUENCE  TO BSM-MAX-SEQUENCE
                 END-IF
                 IF  BSM-GRP-MEMBER = ACRQ-USRIDNT
                     SET  USER-ALREADY-A-MEMBER TO TRUE
                 END-IF

               WHEN OTHER
                 CONTINUE
               END-EVALUATE
           END-PERFORM.
       P15-EXIT.
           EXIT.
