      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESSLAMX.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       MONTHLY SECURITY-OPERATIONS SLA AND TURNAROUND
      *               METRICS.  RUN EARLY IN EACH MONTH, IT MEASURES
      *               THE PREVIOUS CALENDAR MONTH AGAINST THE MONTH
      *               BEFORE IT - ACCESS REQUESTS FILED TO FIRST
      *               DECISION (ACRQ-FIRST-DECIDED - A HALF APPROVAL
      *               OF A TWO-APPROVER REQUEST COUNTS) AND FINAL
      *               DECISION TO FULFILLED (IESACRQ),
      *               PURGE APPROVALS QUEUED TO DECIDED (IESAPRVQ),
      *               HR TERMINATION TO REVOKE (THE IESHRREC REVOKE
      *               AUDIT ENTRY CARRIES THE GENERATION DATE OF THE
      *               IESHRFD EXTRACT THAT DROPPED THE EMPLOYEE),
      *               FIRECALL GRANT DURATIONS (THE VSECFCGR AND
      *               IESFCGRT GRANT AUDIT ENTRIES), AND LOCKOUT TO
      *               HELP-DESK RELEASE (THE VSECUNLK AUDIT ENTRIES).
      *               EACH EVENT FALLS IN THE MONTH IT COMPLETED (A
      *               FIRECALL GRANT IN THE MONTH IT WAS GIVEN) AND IS
      *               ROLLED INTO A TOTAL, ITS TARGET USER'S VUSERID
      *               COST CENTER, AND ITS APPROVER.  EVERY LINE OF
      *               THE REPORT IS ALSO WRITTEN AS ONE IESSLAX CSV
      *               RECORD FOR THE MANAGEMENT DASHBOARD.  REPORT
      *               ONLY - NOTHING IS UPDATED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC FILED-TO-FIRST-DECISION NOW MEASURES TO THE NEW
      *                ACRQ-FIRST-DECIDED STAMP AND FALLS IN ITS MONTH -
      *                ACRQ-DECIDED IS RESTAMPED BY THE SECOND HALF OF
      *                A TWO-APPROVER DECISION.  A REQUEST DECIDED
      *                BEFORE THE STAMP EXISTED STILL USES ACRQ-DECIDED.
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

           SELECT IESAUDT
               ASSIGN TO IESAUDT
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT VUSERID
               ASSIGN TO VUSERID
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS VUSER-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESSLAX
               ASSIGN TO IESSLAX
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

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  VUSERID
           RECORD IS VARYING IN SIZE
             FROM 127 TO 174 CHARACTERS.
       COPY VUSERID.

       FD  IESSLAX
           RECORD CONTAINS 160 CHARACTERS.
       COPY IESSLAX.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESSLAMX'.

         03  ACRQ                      PIC S9(04)   BINARY VALUE 1.
         03  APRQ                      PIC S9(04)   BINARY VALUE 2.
         03  AUDT                      PIC S9(04)   BINARY VALUE 3.
         03  VUSER                     PIC S9(04)   BINARY VALUE 4.
         03  SLAX                      PIC S9(04)   BINARY VALUE 5.

         03  MSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  SSUB                      PIC S9(04)   BINARY VALUE ZEROES.

      * the six metrics, in report order - the number is the metric's
      * subscript here and its SLA-METRIC in the accumulator table
         03  METRIC-VALUES.
           05                          PIC  X(08)   VALUE 'ACRQDCSN'.
           05                          PIC  X(40)   VALUE
               'ACCESS REQUEST FILED TO FIRST DECISION'.
           05                          PIC  X(08)   VALUE 'ACRQFULF'.
           05                          PIC  X(40)   VALUE
               'ACCESS REQUEST DECIDED TO FULFILLED'.
           05                          PIC  X(08)   VALUE 'APRQDCSN'.
           05                          PIC  X(40)   VALUE
               'PURGE APPROVAL QUEUED TO DECIDED'.
           05                          PIC  X(08)   VALUE 'HRREVOKE'.
           05                          PIC  X(40)   VALUE
               'HR TERMINATION TO REVOKE'.
           05                          PIC  X(08)   VALUE 'FIRECALL'.
           05                          PIC  X(40)   VALUE
               'FIRECALL GRANT DURATION'.
           05                          PIC  X(08)   VALUE 'LOCKOUT'.
           05                          PIC  X(40)   VALUE
               'LOCKOUT TO HELP-DESK RELEASE'.
         03  METRIC-TABLE  REDEFINES METRIC-VALUES.
           05  METRIC-ENTRY            OCCURS 6 TIMES.
             07  METRIC-CODE           PIC  X(08).
             07  METRIC-DESC           PIC  X(40).
         03  METRIC-MAX                PIC S9(04)   BINARY VALUE +6.

      * the month reported - the calendar month before the one this
      * run falls in - and the month before that, for comparison
         03  WORK-CUR-MONTH.
           05  WORK-CUR-CCYY           PIC  9(04).
           05  WORK-CUR-MM             PIC  9(02).
         03  WORK-CUR-MONTH-N   REDEFINES WORK-CUR-MONTH
                                       PIC  9(06).
         03  WORK-PRV-MONTH.
           05  WORK-PRV-CCYY           PIC  9(04).
           05  WORK-PRV-MM             PIC  9(02).
         03  WORK-PRV-MONTH-N   REDEFINES WORK-PRV-MONTH
                                       PIC  9(06).
         03  WORK-WINDOW-FROM          PIC  9(08)   VALUE ZEROES.
         03  WORK-WINDOW-TO            PIC  9(08)   VALUE ZEROES.

         03  WORK-TODAY                PIC  9(08).
         03  WORK-TODAY-X  REDEFINES WORK-TODAY.
           05  WORK-TODAY-CCYY         PIC  9(04).
           05  WORK-TODAY-MM           PIC  9(02).
           05  WORK-TODAY-DD           PIC  9(02).

      * one event to be measured - the caller fills these and
      * performs P00-RECORD-EVENT
         03  WORK-FROM-DATE            PIC  9(08)   VALUE ZEROES.
         03  WORK-FROM-TIME            PIC  9(06)   VALUE ZEROES.
         03  WORK-FROM-TIME-R      REDEFINES WORK-FROM-TIME.
           05  WORK-FROM-HH            PIC  9(02).
           05  WORK-FROM-MI            PIC  9(02).
           05  WORK-FROM-SS            PIC  9(02).
         03  WORK-TO-DATE              PIC  9(08)   VALUE ZEROES.
         03  WORK-TO-TIME              PIC  9(06)   VALUE ZEROES.
         03  WORK-TO-TIME-R        REDEFINES WORK-TO-TIME.
           05  WORK-TO-HH              PIC  9(02).
           05  WORK-TO-MI              PIC  9(02).
           05  WORK-TO-SS              PIC  9(02).
         03  WORK-BUCKET-DATE          PIC  9(08)   VALUE ZEROES.
         03  WORK-BUCKET-DATE-R    REDEFINES WORK-BUCKET-DATE.
           05  WORK-BUCKET-MONTH       PIC  9(06).
           05  WORK-BUCKET-DD          PIC  9(02).
         03  WORK-TARGET               PIC  X(08)   VALUE SPACES.
         03  WORK-APPROVER             PIC  X(08)   VALUE SPACES.
         03  WORK-COSTCTR              PIC  X(10)   VALUE SPACES.
         03  WORK-DIMTYPE              PIC  X(01)   VALUE SPACE.
         03  WORK-DIMVALUE             PIC  X(10)   VALUE SPACES.
         03  WORK-DIMNAME              PIC  X(12)   VALUE SPACES.
         03  WORK-MINUTES              PIC S9(09)   VALUE ZEROES.
         03  WORK-FROM-DAYS            PIC  9(09)   VALUE ZEROES.
         03  WORK-TO-DAYS              PIC  9(09)   VALUE ZEROES.

      * the stamp pieces lifted out of an audit entry's text
         03  WORK-TEXT-WORD            PIC  X(10)   VALUE SPACES.
         03  WORK-TEXT-DATE            PIC  X(08)   VALUE SPACES.
         03  WORK-TEXT-TIME            PIC  X(06)   VALUE SPACES.

      * day-number work - WORK-DN-DATE in, WORK-DN-DAYS out
         03  WORK-DN-DATE              PIC  9(08)   VALUE ZEROES.
         03  WORK-DN-DATE-R        REDEFINES WORK-DN-DATE.
           05  WORK-DN-CCYY            PIC  9(04).
           05  WORK-DN-MM              PIC  9(02).
           05  WORK-DN-DD              PIC  9(02).
         03  WORK-DN-YEAR              PIC  9(05)   VALUE ZEROES.
         03  WORK-DN-MONTH             PIC  9(02)   VALUE ZEROES.
         03  WORK-DN-Q4                PIC  9(05)   VALUE ZEROES.
         03  WORK-DN-Q100              PIC  9(05)   VALUE ZEROES.
         03  WORK-DN-Q400              PIC  9(05)   VALUE ZEROES.
         03  WORK-DN-QMONTH            PIC  9(05)   VALUE ZEROES.
         03  WORK-DN-DAYS              PIC  9(09)   VALUE ZEROES.

      * which of the two months the event in hand falls in
         03  PERIOD-SW                 PIC  X(01)   VALUE SPACE.
           88  PERIOD-CURRENT                       VALUE 'C'.
           88  PERIOD-PRIOR                         VALUE 'P'.
           88  PERIOD-NEITHER                       VALUE SPACE.

      * IN-MEMORY ACCUMULATORS - ONE PER METRIC, BREAKDOWN TYPE
      * (T TOTAL, C COST CENTER, A APPROVER), AND BREAKDOWN VALUE
      * SEEN IN EITHER MONTH, IN THE ORDER FIRST SEEN
         03  SLA-MAX                   PIC S9(04)   BINARY VALUE +3000.
         03  SLA-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  SLA-ENTRY                 OCCURS 3000 TIMES.
             05  SLA-METRIC            PIC S9(04)   BINARY.
             05  SLA-DIMTYPE           PIC  X(01).
             05  SLA-DIMVALUE          PIC  X(10).
             05  SLA-CUR-COUNT         PIC  9(07).
             05  SLA-CUR-MINUTES       PIC  9(11).
             05  SLA-CUR-MAX           PIC  9(09).
             05  SLA-PRV-COUNT         PIC  9(07).
             05  SLA-PRV-MINUTES       PIC  9(11).

         03  AVG-HOURS                 PIC  9(07)V9 VALUE ZEROES.
         03  MAX-HOURS                 PIC  9(07)V9 VALUE ZEROES.
         03  PRV-AVG-HOURS             PIC  9(07)V9 VALUE ZEROES.
         03  CHANGE-HOURS              PIC S9(07)V9 VALUE ZEROES.

         03  ACRQ-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  APRQ-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  AUDT-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  CUR-EVENT-COUNT           PIC  9(7)    VALUE ZEROES.
         03  PRV-EVENT-COUNT           PIC  9(7)    VALUE ZEROES.
         03  BAD-STAMP-COUNT           PIC  9(7)    VALUE ZEROES.
         03  LINE-COUNT                PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.
         03  CUR-COUNT-EDIT            PIC  Z(6)9.
         03  PRV-COUNT-EDIT            PIC  Z(6)9.
         03  AVG-EDIT                  PIC  Z(6)9.9.
         03  MAX-EDIT                  PIC  Z(6)9.9.
         03  PRV-AVG-EDIT              PIC  Z(6)9.9.
         03  CHANGE-EDIT               PIC  +Z(6)9.9.
         03  PRIOR-NOTE                PIC  X(04)   VALUE SPACES.

      * unedited numbers for the CSV line
         03  CSV-AVG                   PIC  9(07).9.
         03  CSV-MAX                   PIC  9(07).9.
         03  CSV-PRV-AVG               PIC  9(07).9.
         03  CSV-CHANGE                PIC  +9(07).9.
         03  CSV-CHANGE-X              PIC  X(10)   VALUE SPACES.

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

           PERFORM C00-PROCESS-IESACRQ THRU C09-EXIT
             UNTIL STAT-EOFILE(ACRQ)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM C10-START-IESAPRVQ THRU C15-EXIT
           END-IF.
           PERFORM C20-PROCESS-IESAPRVQ THRU C29-EXIT
             UNTIL STAT-EOFILE(APRQ)
                OR RTC-CODE NOT = ZERO.

           PERFORM G00-PROCESS-IESAUDT THRU G99-EXIT
             UNTIL STAT-EOFILE(AUDT)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM E00-PRINT-METRIC THRU E09-EXIT
                 VARYING MSUB FROM 1 BY 1 UNTIL MSUB > METRIC-MAX
                    OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE ACRQ-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Access requests read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE APRQ-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Purge approvals read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE AUDT-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Audit entries read ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CUR-EVENT-COUNT        TO VAR-EDIT.
           DISPLAY 'Events in report month ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE PRV-EVENT-COUNT        TO VAR-EDIT.
           DISPLAY 'Events in prior month .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE BAD-STAMP-COUNT        TO VAR-EDIT.
           DISPLAY 'Events with bad stamps ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LINE-COUNT             TO VAR-EDIT.
           DISPLAY 'Breakdown lines written .. ' VAR-EDIT
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
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'VUSERID'              TO VSAM-FILE(VUSER).
           MOVE 'IESSLAX'              TO VSAM-FILE(SLAX).

           MOVE LENGTH OF ACRQ-KEY     TO VSAM-KEYL(ACRQ).
           MOVE LENGTH OF APRQ-KEY     TO VSAM-KEYL(APRQ).
           MOVE LENGTH OF AUDT-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF VUSER-KEY    TO VSAM-KEYL(VUSER).
           MOVE LENGTH OF WORK-DIMVALUE
                                       TO VSAM-KEYL(SLAX).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT  IESACRQ
                       IESAPRVQ
                       IESAUDT
                       VUSERID
                OUTPUT IESSLAX.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

           IF  RTC-CODE = ZERO
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY
               PERFORM B30-SET-MONTHS THRU B35-EXIT

               DISPLAY 'SECURITY-OPERATIONS SLA METRICS FOR '
                       WORK-CUR-MONTH-N ', COMPARED WITH '
                       WORK-PRV-MONTH-N
                                     UPON PRINTER
               DISPLAY '(ELAPSED TIMES IN HOURS; EACH EVENT COUNTS '
                       'IN THE MONTH IT COMPLETED)'
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
                 IESAUDT
                 VUSERID
                 IESSLAX.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE CUR-EVENT-COUNT        TO RUN-COUNT1.
           MOVE PRV-EVENT-COUNT        TO RUN-COUNT2.
           MOVE BAD-STAMP-COUNT        TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    WORK OUT THE REPORT MONTH (THE CALENDAR MONTH BEFORE THIS   *
      *    ONE) AND ITS COMPARISON MONTH FROM TODAY'S DATE             *
      ******************************************************************
       B30-SET-MONTHS.
           IF  WORK-TODAY-MM = 01
               SUBTRACT 1 FROM WORK-TODAY-CCYY
                                   GIVING WORK-CUR-CCYY
               MOVE 12                 TO WORK-CUR-MM
           ELSE
               MOVE WORK-TODAY-CCYY    TO WORK-CUR-CCYY
               SUBTRACT 1 FROM WORK-TODAY-MM
                                   GIVING WORK-CUR-MM
           END-IF.

           IF  WORK-CUR-MM = 01
               SUBTRACT 1 FROM WORK-CUR-CCYY
                                   GIVING WORK-PRV-CCYY
               MOVE 12                 TO WORK-PRV-MM
           ELSE
               MOVE WORK-CUR-CCYY      TO WORK-PRV-CCYY
               SUBTRACT 1 FROM WORK-CUR-MM
                                   GIVING WORK-PRV-MM
           END-IF.

      * audit entries outside the two months are passed over unread
           COMPUTE WORK-WINDOW-FROM = WORK-PRV-MONTH-N * 100 + 01.
           COMPUTE WORK-WINDOW-TO   = WORK-CUR-MONTH-N * 100 + 31.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE ACCESS REQUEST - FILED TO ITS FIRST DECISION (THE       *
      *    ACRQ-FIRST-DECIDED STAMP, SO A HALF APPROVAL IS A           *
      *    DECISION), IN THAT DECISION'S MONTH; AND FINAL DECISION     *
      *    (ACRQ-DECIDED) TO FULFILLED ONCE IT HAS BEEN.  A REQUEST    *
      *    DECIDED BEFORE THE FIRST-DECISION STAMP WAS KEPT HAS ONLY   *
      *    ACRQ-DECIDED TO GO BY                                       *
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

           ADD  1                      TO ACRQ-READ-COUNT.

           IF  ACRQ-PENDING
           OR  ACRQ-DECIDED-DATE NOT NUMERIC
           OR  ACRQ-DECIDED-DATE = ZEROES
               GO TO C09-EXIT
           END-IF.

           MOVE ACRQ-USRIDNT           TO WORK-TARGET.
           MOVE ACRQ-DECIDED-BY        TO WORK-APPROVER.

           MOVE 1                      TO MSUB.
           MOVE ACRQ-DATE              TO WORK-FROM-DATE.
           MOVE ACRQ-TIME              TO WORK-FROM-TIME.
           IF  ACRQ-FIRST-DECIDED-DATE NUMERIC
           AND ACRQ-FIRST-DECIDED-DATE NOT = ZEROES
               MOVE ACRQ-FIRST-DECIDED-DATE
                                       TO WORK-TO-DATE
                                          WORK-BUCKET-DATE
               MOVE ACRQ-FIRST-DECIDED-TIME
                                       TO WORK-TO-TIME
           ELSE
               MOVE ACRQ-DECIDED-DATE  TO WORK-TO-DATE
                                          WORK-BUCKET-DATE
               MOVE ACRQ-DECIDED-TIME  TO WORK-TO-TIME
           END-IF.
           PERFORM P00-RECORD-EVENT THRU P09-EXIT.

           IF  NOT ACRQ-FULFILLED
           OR  ACRQ-FULFILLED-DATE NOT NUMERIC
           OR  ACRQ-FULFILLED-DATE = ZEROES
               GO TO C09-EXIT
           END-IF.

           MOVE 2                      TO MSUB.
           MOVE ACRQ-DECIDED-DATE      TO WORK-FROM-DATE.
           MOVE ACRQ-DECIDED-TIME      TO WORK-FROM-TIME.
           MOVE ACRQ-FULFILLED-DATE    TO WORK-TO-DATE
                                          WORK-BUCKET-DATE.
           MOVE ACRQ-FULFILLED-TIME    TO WORK-TO-TIME.
           PERFORM P00-RECORD-EVENT THRU P09-EXIT.
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
      *    ONE PURGE-APPROVAL ENTRY - QUEUED TO DECIDED, FOR EVERY     *
      *    ENTRY SOMEONE HAS DECIDED (AN EXPIRED ONE NOBODY DID)       *
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

           ADD  1                      TO APRQ-READ-COUNT.

           IF  NOT APRQ-APPROVED
           AND NOT APRQ-REJECTED
           AND NOT APRQ-HALF-APPROVED
               GO TO C29-EXIT
           END-IF.
           IF  APRQ-DECIDED-DATE NOT NUMERIC
           OR  APRQ-DECIDED-DATE = ZEROES
               GO TO C29-EXIT
           END-IF.

           MOVE 3                      TO MSUB.
           MOVE APRQ-USRIDNT           TO WORK-TARGET.
           MOVE APRQ-DECIDED-BY        TO WORK-APPROVER.
           MOVE APRQ-QUEUED-DATE       TO WORK-FROM-DATE.
           MOVE APRQ-QUEUED-TIME       TO WORK-FROM-TIME.
           MOVE APRQ-DECIDED-DATE      TO WORK-TO-DATE
                                          WORK-BUCKET-DATE.
           MOVE APRQ-DECIDED-TIME      TO WORK-TO-TIME.
           PERFORM P00-RECORD-EVENT THRU P09-EXIT.
       C29-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE METRIC'S SECTION OF THE REPORT - ITS TOTAL, THEN EACH   *
      *    COST CENTER, THEN EACH APPROVER                             *
      ******************************************************************
       E00-PRINT-METRIC.
           DISPLAY METRIC-CODE(MSUB) '  ' METRIC-DESC(MSUB)
                                     UPON PRINTER.
           DISPLAY '  BREAKDOWN    VALUE        COUNT   AVG HRS   MAX '
                   'HRS   PRIOR   PRV AVG     CHANGE'
                                     UPON PRINTER.

           MOVE 'T'                    TO WORK-DIMTYPE.
           MOVE 'TOTAL'                TO WORK-DIMNAME.
           PERFORM F00-PRINT-ENTRY THRU F09-EXIT
             VARYING SSUB FROM 1 BY 1 UNTIL SSUB > SLA-CTR
                OR RTC-CODE NOT = ZERO.

           MOVE 'C'                    TO WORK-DIMTYPE.
           MOVE 'COST CENTER'          TO WORK-DIMNAME.
           PERFORM F00-PRINT-ENTRY THRU F09-EXIT
             VARYING SSUB FROM 1 BY 1 UNTIL SSUB > SLA-CTR
                OR RTC-CODE NOT = ZERO.

           MOVE 'A'                    TO WORK-DIMTYPE.
           MOVE 'APPROVER'             TO WORK-DIMNAME.
           PERFORM F00-PRINT-ENTRY THRU F09-EXIT
             VARYING SSUB FROM 1 BY 1 UNTIL SSUB > SLA-CTR
                OR RTC-CODE NOT = ZERO.

           DISPLAY ' '               UPON PRINTER.
       E09-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE ACCUMULATOR OF THE METRIC AND BREAKDOWN IN HAND - A     *
      *    REPORT LINE AND ITS CSV RECORD.  A VALUE SEEN ONLY IN THE   *
      *    PRIOR MONTH STILL PRINTS, WITH A ZERO COUNT, SO A COST      *
      *    CENTER OR APPROVER THAT WENT QUIET IS NOT LOST              *
      ******************************************************************
       F00-PRINT-ENTRY.
           IF  SLA-METRIC(SSUB) NOT = MSUB
           OR  SLA-DIMTYPE(SSUB) NOT = WORK-DIMTYPE
               GO TO F09-EXIT
           END-IF.

           MOVE ZEROES                 TO AVG-HOURS
                                          MAX-HOURS
                                          PRV-AVG-HOURS
                                          CHANGE-HOURS.
           IF  SLA-CUR-COUNT(SSUB) > ZERO
               COMPUTE AVG-HOURS = SLA-CUR-MINUTES(SSUB)
                                 / SLA-CUR-COUNT(SSUB) / 60
               COMPUTE MAX-HOURS = SLA-CUR-MAX(SSUB) / 60
           END-IF.
           IF  SLA-PRV-COUNT(SSUB) > ZERO
               COMPUTE PRV-AVG-HOURS = SLA-PRV-MINUTES(SSUB)
                                     / SLA-PRV-COUNT(SSUB) / 60
               COMPUTE CHANGE-HOURS = AVG-HOURS - PRV-AVG-HOURS
           END-IF.

           MOVE SLA-CUR-COUNT(SSUB)    TO CUR-COUNT-EDIT.
           MOVE SLA-PRV-COUNT(SSUB)    TO PRV-COUNT-EDIT.
           MOVE AVG-HOURS              TO AVG-EDIT  CSV-AVG.
           MOVE MAX-HOURS              TO MAX-EDIT  CSV-MAX.
           MOVE PRV-AVG-HOURS          TO PRV-AVG-EDIT  CSV-PRV-AVG.
           MOVE CHANGE-HOURS           TO CHANGE-EDIT.
      * with nothing the month before there is nothing to compare
           IF  SLA-PRV-COUNT(SSUB) = ZERO
               MOVE 'NEW'              TO PRIOR-NOTE
               MOVE SPACES             TO CSV-CHANGE-X
           ELSE
               MOVE SPACES             TO PRIOR-NOTE
               MOVE CHANGE-HOURS       TO CSV-CHANGE
               MOVE CSV-CHANGE         TO CSV-CHANGE-X
           END-IF.

           DISPLAY '  ' WORK-DIMNAME ' ' SLA-DIMVALUE(SSUB)
                   ' ' CUR-COUNT-EDIT ' ' AVG-EDIT ' ' MAX-EDIT
                   ' ' PRV-COUNT-EDIT ' ' PRV-AVG-EDIT
                   ' ' CHANGE-EDIT ' ' PRIOR-NOTE
                                     UPON PRINTER.

           MOVE SPACES                 TO SLAX-LINE.
           STRING METRIC-CODE(MSUB)       DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WORK-CUR-MONTH-N        DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WORK-PRV-MONTH-N        DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  SLA-DIMTYPE(SSUB)       DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  SLA-DIMVALUE(SSUB)      DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  SLA-CUR-COUNT(SSUB)     DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  CSV-AVG                 DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  CSV-MAX                 DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  SLA-PRV-COUNT(SSUB)     DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  CSV-PRV-AVG             DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  CSV-CHANGE-X            DELIMITED BY SPACE
               INTO SLAX-LINE.
           SET  FUNC-WRITE(SLAX)       TO TRUE.
           WRITE IESSLAX-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(SLAX)
               MOVE SLAX               TO VSUB
               MOVE SLA-DIMVALUE(SSUB) TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F09-EXIT
           END-IF.
           ADD  1                      TO LINE-COUNT.
       F09-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE AUDIT ENTRY - AN HR REVOKE, A FIRECALL GRANT, OR A      *
      *    HELP-DESK UNLOCK DATED IN EITHER MONTH IS MEASURED          *
      ******************************************************************
       G00-PROCESS-IESAUDT.
           MOVE AUDT                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESAUDT NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE AUDT-USRIDNT   TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO G99-EXIT
           END-IF.

           ADD  1                      TO AUDT-READ-COUNT.

           IF  AUDT-DATE < WORK-WINDOW-FROM
           OR  AUDT-DATE > WORK-WINDOW-TO
               GO TO G99-EXIT
           END-IF.

           MOVE AUDT-USRIDNT           TO WORK-TARGET.
           EVALUATE TRUE
             WHEN AUDT-PGM = 'IESHRREC'
             AND  AUDT-ACTION-REVOKE
               PERFORM G10-HR-REVOKE THRU G15-EXIT
             WHEN AUDT-PGM = 'VSECFCGR'
             AND  AUDT-ACTION-CREATE
               PERFORM G20-FIRECALL-GRANT THRU G25-EXIT
             WHEN AUDT-PGM = 'IESFCGRT'
             AND  AUDT-ACTION-CREATE
               PERFORM G20-FIRECALL-GRANT THRU G25-EXIT
             WHEN AUDT-PGM = 'VSECUNLK'
             AND  AUDT-ACTION-UPDATE
               PERFORM G30-LOCKOUT-RELEASE THRU G35-EXIT
           END-EVALUATE.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    AN HR REVOKE - FROM THE START OF THE EXTRACT'S GENERATION   *
      *    DATE (IN THE AUDIT OLD VALUE) TO THE REVOKE.  AN ENTRY      *
      *    WRITTEN BEFORE THE GENERATION WAS RECORDED IS PASSED OVER.  *
      *    NO PERSON APPROVES THESE - THEY ARE CREDITED TO THE FEED    *
      ******************************************************************
       G10-HR-REVOKE.
           IF  AUDT-OLD-VALUE(1:16) NOT = 'NOT REVOKED GEN '
               GO TO G15-EXIT
           END-IF.
           MOVE AUDT-OLD-VALUE(17:8)   TO WORK-TEXT-DATE.
           IF  WORK-TEXT-DATE NOT NUMERIC
               ADD  1                  TO BAD-STAMP-COUNT
               GO TO G15-EXIT
           END-IF.

           MOVE 4                      TO MSUB.
           MOVE '*HR FEED'             TO WORK-APPROVER.
           MOVE WORK-TEXT-DATE         TO WORK-FROM-DATE.
           MOVE ZEROES                 TO WORK-FROM-TIME.
           MOVE AUDT-DATE              TO WORK-TO-DATE
                                          WORK-BUCKET-DATE.
           MOVE AUDT-TIME              TO WORK-TO-TIME.
           PERFORM P00-RECORD-EVENT THRU P09-EXIT.
       G15-EXIT.
           EXIT.

      /*****************************************************************
      *    A FIRECALL GRANT - THE WINDOW GRANTED, FROM THE GRANT TO    *
      *    THE 'FIRECALL UNTIL' STAMP, COUNTED IN THE MONTH GIVEN.     *
      *    THE APPROVING OPERATOR (OR THE BATCH JOB) IS IN JOB-NAME    *
      ******************************************************************
       G20-FIRECALL-GRANT.
           IF  NOT AUDT-TYPE-GROUPMBR
           AND NOT AUDT-TYPE-PERMIT
               GO TO G25-EXIT
           END-IF.
           IF  AUDT-NEW-VALUE(1:15) NOT = 'FIRECALL UNTIL '
               GO TO G25-EXIT
           END-IF.
           MOVE AUDT-NEW-VALUE(16:8)   TO WORK-TEXT-DATE.
           MOVE AUDT-NEW-VALUE(25:6)   TO WORK-TEXT-TIME.
           IF  WORK-TEXT-DATE NOT NUMERIC
           OR  WORK-TEXT-TIME NOT NUMERIC
               ADD  1                  TO BAD-STAMP-COUNT
               GO TO G25-EXIT
           END-IF.

           MOVE 5                      TO MSUB.
           MOVE AUDT-JOB-NAME          TO WORK-APPROVER.
           MOVE AUDT-DATE              TO WORK-FROM-DATE
                                          WORK-BUCKET-DATE.
           MOVE AUDT-TIME              TO WORK-FROM-TIME.
           MOVE WORK-TEXT-DATE         TO WORK-TO-DATE.
           MOVE WORK-TEXT-TIME         TO WORK-TO-TIME.
           PERFORM P00-RECORD-EVENT THRU P09-EXIT.
       G25-EXIT.
           EXIT.

      /*****************************************************************
      *    A HELP-DESK UNLOCK - FROM THE LOCKOUT STAMP VSECUNLK PUT    *
      *    IN THE OLD VALUE ('LOCKED' OR 'REVOKED' CCYYMMDD-HHMMSS)    *
      *    TO THE UNLOCK, CREDITED TO THE OPERATOR IN JOB-NAME.  A     *
      *    LOCKOUT THAT WAS NEVER STAMPED CANNOT BE TIMED              *
      ******************************************************************
       G30-LOCKOUT-RELEASE.
           MOVE SPACES                 TO WORK-TEXT-WORD
                                          WORK-TEXT-DATE
                                          WORK-TEXT-TIME.
           UNSTRING AUDT-OLD-VALUE DELIMITED BY ' ' OR '-'
               INTO WORK-TEXT-WORD
                    WORK-TEXT-DATE
                    WORK-TEXT-TIME.
           IF  WORK-TEXT-WORD NOT = 'LOCKED'
           AND WORK-TEXT-WORD NOT = 'REVOKED'
               GO TO G35-EXIT
           END-IF.
           IF  WORK-TEXT-DATE NOT NUMERIC
           OR  WORK-TEXT-TIME NOT NUMERIC
               ADD  1                  TO BAD-STAMP-COUNT
               GO TO G35-EXIT
           END-IF.
           IF  WORK-TEXT-DATE = ZEROES
               GO TO G35-EXIT
           END-IF.

           MOVE 6                      TO MSUB.
           MOVE AUDT-JOB-NAME          TO WORK-APPROVER.
           MOVE WORK-TEXT-DATE         TO WORK-FROM-DATE.
           MOVE WORK-TEXT-TIME         TO WORK-FROM-TIME.
           MOVE AUDT-DATE              TO WORK-TO-DATE
                                          WORK-BUCKET-DATE.
           MOVE AUDT-TIME              TO WORK-TO-TIME.
           PERFORM P00-RECORD-EVENT THRU P09-EXIT.
       G35-EXIT.
           EXIT.

      /*****************************************************************
      *    MEASURE ONE EVENT - CALLER FILLS MSUB AND THE WORK FROM,    *
      *    TO, BUCKET, TARGET, AND APPROVER FIELDS.  AN EVENT IN       *
      *    NEITHER MONTH IS IGNORED; ONE WITH A MISSING OR BACKWARD    *
      *    STAMP IS COUNTED AS SUCH AND NOT MEASURED.  THE REST ARE    *
      *    ROLLED INTO THE TOTAL, THE TARGET'S COST CENTER, AND THE    *
      *    APPROVER                                                    *
      ******************************************************************
       P00-RECORD-EVENT.
           EVALUATE WORK-BUCKET-MONTH
             WHEN WORK-CUR-MONTH-N
               SET  PERIOD-CURRENT     TO TRUE
             WHEN WORK-PRV-MONTH-N
               SET  PERIOD-PRIOR       TO TRUE
             WHEN OTHER
               SET  PERIOD-NEITHER     TO TRUE
               GO TO P09-EXIT
           END-EVALUATE.

           IF  WORK-FROM-DATE NOT NUMERIC
           OR  WORK-FROM-TIME NOT NUMERIC
           OR  WORK-TO-DATE NOT NUMERIC
           OR  WORK-TO-TIME NOT NUMERIC
           OR  WORK-FROM-DATE = ZEROES
               ADD  1                  TO BAD-STAMP-COUNT
               GO TO P09-EXIT
           END-IF.

           MOVE WORK-FROM-DATE         TO WORK-DN-DATE.
           PERFORM P50-DAY-NUMBER THRU P55-EXIT.
           MOVE WORK-DN-DAYS           TO WORK-FROM-DAYS.
           MOVE WORK-TO-DATE           TO WORK-DN-DATE.
           PERFORM P50-DAY-NUMBER THRU P55-EXIT.
           MOVE WORK-DN-DAYS           TO WORK-TO-DAYS.

           COMPUTE WORK-MINUTES =
                   (WORK-TO-DAYS - WORK-FROM-DAYS) * 1440
                 + (WORK-TO-HH * 60 + WORK-TO-MI)
                 - (WORK-FROM-HH * 60 + WORK-FROM-MI).
           IF  WORK-MINUTES < ZERO
               ADD  1                  TO BAD-STAMP-COUNT
               GO TO P09-EXIT
           END-IF.

           IF  PERIOD-CURRENT
               ADD  1                  TO CUR-EVENT-COUNT
           ELSE
               ADD  1                  TO PRV-EVENT-COUNT
           END-IF.

           PERFORM P30-READ-COSTCTR THRU P35-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO P09-EXIT
           END-IF.

           MOVE 'T'                    TO WORK-DIMTYPE.
           MOVE '*ALL'                 TO WORK-DIMVALUE.
           PERFORM P10-TALLY-EVENT THRU P15-EXIT.

           MOVE 'C'                    TO WORK-DIMTYPE.
           MOVE WORK-COSTCTR           TO WORK-DIMVALUE.
           PERFORM P10-TALLY-EVENT THRU P15-EXIT.

           MOVE 'A'                    TO WORK-DIMTYPE.
           IF  WORK-APPROVER > SPACES
               MOVE WORK-APPROVER      TO WORK-DIMVALUE
           ELSE
               MOVE '*NONE'            TO WORK-DIMVALUE
           END-IF.
           PERFORM P10-TALLY-EVENT THRU P15-EXIT.
       P09-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD THE EVENT'S MINUTES TO ITS ACCUMULATOR FOR THE METRIC,  *
      *    BREAKDOWN TYPE, AND VALUE IN HAND, STARTING ONE IF NEEDED   *
      ******************************************************************
       P10-TALLY-EVENT.
           PERFORM WITH TEST BEFORE
             VARYING SSUB FROM 1 BY 1
               UNTIL SSUB > SLA-CTR
                  OR (SLA-METRIC(SSUB) = MSUB
                  AND SLA-DIMTYPE(SSUB) = WORK-DIMTYPE
                  AND SLA-DIMVALUE(SSUB) = WORK-DIMVALUE)
           END-PERFORM.
           IF  SSUB > SLA-CTR
               IF  SLA-CTR >= SLA-MAX
                   DISPLAY THIS-PGM ': ACCUMULATOR TABLE FULL, '
                           'INCREASE SLA-MAX'
                                     UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO P15-EXIT
               END-IF
               ADD  1                  TO SLA-CTR
               MOVE SLA-CTR            TO SSUB
               MOVE MSUB               TO SLA-METRIC(SSUB)
               MOVE WORK-DIMTYPE       TO SLA-DIMTYPE(SSUB)
               MOVE WORK-DIMVALUE      TO SLA-DIMVALUE(SSUB)
               MOVE ZEROES             TO SLA-CUR-COUNT(SSUB)
                                          SLA-CUR-MINUTES(SSUB)
                                          SLA-CUR-MAX(SSUB)
                                          SLA-PRV-COUNT(SSUB)
                                          SLA-PRV-MINUTES(SSUB)
           END-IF.

           IF  PERIOD-CURRENT
               ADD  1                  TO SLA-CUR-COUNT(SSUB)
               ADD  WORK-MINUTES       TO SLA-CUR-MINUTES(SSUB)
               IF  WORK-MINUTES > SLA-CUR-MAX(SSUB)
                   MOVE WORK-MINUTES   TO SLA-CUR-MAX(SSUB)
               END-IF
           ELSE
               ADD  1                  TO SLA-PRV-COUNT(SSUB)
               ADD  WORK-MINUTES       TO SLA-PRV-MINUTES(SSUB)
           END-IF.
       P15-EXIT.
           EXIT.

      /*****************************************************************
      *    THE TARGET USER'S COST CENTER FROM VUSERID - '*NONE' WHEN   *
      *    THE USER HAS NO ENTRY (A PURGED PROFILE, SAY) OR NO COST    *
      *    CENTER ON IT                                                *
      ******************************************************************
       P30-READ-COSTCTR.
           MOVE '*NONE'                TO WORK-COSTCTR.

           MOVE SPACES                 TO VUSER-RECORD.
           MOVE WORK-TARGET            TO VUSER-KEY.
           SET  FUNC-READ(VUSER)       TO TRUE.
           READ VUSERID RECORD END-READ.
           IF  STAT-NORMAL(VUSER)
               IF  VUSER-COSTCTR > SPACES
                   MOVE VUSER-COSTCTR  TO WORK-COSTCTR
               END-IF
               GO TO P35-EXIT
           END-IF.
           IF  NOT STAT-NOTFND(VUSER)
               MOVE VUSER              TO VSUB
               MOVE VUSER-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       P35-EXIT.
           EXIT.

      /*****************************************************************
      *    A SERIAL DAY NUMBER FOR WORK-DN-DATE, SO TWO STAMPS CAN BE  *
      *    SUBTRACTED ACROSS MONTH AND YEAR ENDS.  THE YEAR IS TAKEN   *
      *    TO START IN MARCH, WHICH PUTS THE LEAP DAY LAST             *
      ******************************************************************
       P50-DAY-NUMBER.
           MOVE WORK-DN-CCYY           TO WORK-DN-YEAR.
           MOVE WORK-DN-MM             TO WORK-DN-MONTH.
           IF  WORK-DN-MONTH < 03
               SUBTRACT 1            FROM WORK-DN-YEAR
               ADD  12                 TO WORK-DN-MONTH
           END-IF.

           DIVIDE WORK-DN-YEAR BY 4   GIVING WORK-DN-Q4.
           DIVIDE WORK-DN-YEAR BY 100 GIVING WORK-DN-Q100.
           DIVIDE WORK-DN-YEAR BY 400 GIVING WORK-DN-Q400.
           COMPUTE WORK-DN-QMONTH =
                   (153 * (WORK-DN-MONTH - 3) + 2) / 5.

           COMPUTE WORK-DN-DAYS =
                   365 * WORK-DN-YEAR
                 + WORK-DN-Q4 - WORK-DN-Q100 + WORK-DN-Q400
                 + WORK-DN-QMONTH + WORK-DN-DD.
       P55-EXIT.
           EXIT.
