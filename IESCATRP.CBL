      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESCATRP.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       RESOURCE CATALOG COVERAGE REPORT.  WALKS THE
      *               BSTCNTL FACILITY AND GROUP CLASSES ONCE AND
      *               LOOKS EVERY DISTINCT FACILITY AND GROUP UP ON
      *               THE IESRCAT REQUESTABLE-RESOURCE CATALOG - EACH
      *               ONE NOT YET CATALOGUED EARNS A REPORT LINE, AND
      *               THE TOTALS SHOW HOW MUCH OF THE ESTATE IS STILL
      *               UNGOVERNED.  A SECOND PASS LISTS ANY CATALOG
      *               ENTRY WHOSE RESOURCE IS GONE FROM BSTCNTL, OR
      *               WHOSE OWNER NO LONGER HOLDS A LIVE IESCNTL
      *               PROFILE (A TIER-3 RESOURCE IN THAT STATE CANNOT
      *               BE APPROVED UNTIL THE ENTRY IS PUT RIGHT).
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

           SELECT IESRCAT
               ASSIGN TO IESRCAT
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS RCAT-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

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

       FD  IESRCAT.
       COPY IESRCAT.

       FD  IESCNTL.
       COPY IESCNTL.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESCATRP'.

         03  BSM                       PIC S9(04)   BINARY VALUE 1.
         03  RCAT                      PIC S9(04)   BINARY VALUE 2.
         03  IUI                       PIC S9(04)   BINARY VALUE 3.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  GSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.

         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  OWNER-STATE-SW            PIC  X(01).
           88  OWNER-IS-LIVE                        VALUE 'L'.
           88  OWNER-IS-REVOKED                     VALUE 'R'.
           88  OWNER-IS-GONE                        VALUE 'G'.

      * a facility's permit list runs over several sequenced records
      * - only the first record of each one is counted
         03  WORK-PREV-FACILITY        PIC  X(52)   VALUE SPACES.
         03  WORK-THIS-FACILITY        PIC  X(52)   VALUE SPACES.

      * IN-MEMORY TABLE OF EVERY DISTINCT GROUP NAME ON BSTCNTL - THE
      * GROUP CLASS IS NOT KEYED BY GROUP NAME, SO THE NAMES ARE
      * COLLECTED UNORDERED AND SEARCHED LINEARLY, AS IESGOWNR DOES
         03  WORK-GROUP-MAX            PIC S9(04)   BINARY VALUE +2000.
         03  WORK-GROUP-CTR            PIC S9(04)   BINARY VALUE ZEROES.
         03  WORK-GROUP-NAME           PIC  X(08)  OCCURS 2000 TIMES.

         03  FACILITY-COUNT            PIC  9(7)    VALUE ZEROES.
         03  FAC-CATALOGUED-COUNT      PIC  9(7)    VALUE ZEROES.
         03  FAC-UNCATALOGUED-COUNT    PIC  9(7)    VALUE ZEROES.
         03  GROUP-COUNT               PIC  9(7)    VALUE ZEROES.
         03  GRP-CATALOGUED-COUNT      PIC  9(7)    VALUE ZEROES.
         03  GRP-UNCATALOGUED-COUNT    PIC  9(7)    VALUE ZEROES.
         03  ENTRY-COUNT               PIC  9(7)    VALUE ZEROES.
         03  NOT-REQUESTABLE-COUNT     PIC  9(7)    VALUE ZEROES.
         03  HIGH-TIER-COUNT           PIC  9(7)    VALUE ZEROES.
         03  STALE-ENTRY-COUNT         PIC  9(7)    VALUE ZEROES.
         03  OWNER-GONE-COUNT          PIC  9(7)    VALUE ZEROES.

         03  WORK-PERCENT              PIC  9(3)V9  VALUE ZEROES.
         03  PCT-EDIT                  PIC  ZZ9.9.
         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

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

           PERFORM C00-WALK-RESOURCES THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(BSM)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM D00-CHECK-ONE-GROUP THRU D99-EXIT
                 VARYING GSUB FROM 1 BY 1
                   UNTIL GSUB > WORK-GROUP-CTR
                      OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM E00-SCAN-CATALOG THRU E99-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE FACILITY-COUNT         TO VAR-EDIT.
           DISPLAY 'Facilities on BSTCNTL .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FAC-CATALOGUED-COUNT   TO VAR-EDIT.
           DISPLAY '  catalogued ............. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FAC-UNCATALOGUED-COUNT TO VAR-EDIT.
           DISPLAY '  not catalogued ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GROUP-COUNT            TO VAR-EDIT.
           DISPLAY 'Groups on BSTCNTL ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GRP-CATALOGUED-COUNT   TO VAR-EDIT.
           DISPLAY '  catalogued ............. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GRP-UNCATALOGUED-COUNT TO VAR-EDIT.
           DISPLAY '  not catalogued ......... ' VAR-EDIT
                                     UPON PRINTER.

      * the share of the estate under catalog governance
           MOVE ZEROES                 TO WORK-PERCENT.
           IF  FACILITY-COUNT + GROUP-COUNT > ZERO
               COMPUTE WORK-PERCENT ROUNDED =
                   (FAC-CATALOGUED-COUNT + GRP-CATALOGUED-COUNT)
                 * 100 / (FACILITY-COUNT + GROUP-COUNT)
           END-IF.
           MOVE WORK-PERCENT           TO PCT-EDIT.
           DISPLAY 'Percent governed ......... ' PCT-EDIT '%'
                                     UPON PRINTER.

           MOVE ENTRY-COUNT            TO VAR-EDIT.
           DISPLAY 'Catalog entries .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NOT-REQUESTABLE-COUNT  TO VAR-EDIT.
           DISPLAY '  not requestable ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE HIGH-TIER-COUNT        TO VAR-EDIT.
           DISPLAY '  high risk (tier 3) ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE STALE-ENTRY-COUNT      TO VAR-EDIT.
           DISPLAY '  resource gone .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE OWNER-GONE-COUNT       TO VAR-EDIT.
           DISPLAY '  owner not live ......... ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESRCAT'              TO VSAM-FILE(RCAT).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).

           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF RCAT-KEY     TO VSAM-KEYL(RCAT).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT BSTCNTL
                      IESRCAT
                      IESCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM

               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE           TO WORK-TODAY
               DISPLAY 'RESOURCE CATALOG COVERAGE AS OF ' WORK-TODAY
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER

      * position the scan at the front of the facility class - the
      * group class follows it in key order
               MOVE LOW-VALUES         TO BSM-KEY
               SET  BSM-FACILITY       TO TRUE
               MOVE BSM                TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START BSTCNTL KEY >= BSM-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
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
                 IESRCAT
                 IESCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE BSTCNTL RECORD - A FACILITY IS LOOKED UP AT ITS FIRST   *
      *    RECORD, A GROUP NAME IS COLLECTED FOR THE GROUP PASS        *
      ******************************************************************
       C00-WALK-RESOURCES.

           MOVE BSM                    TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ BSTCNTL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  BSM-FACILITY
               PERFORM C10-CHECK-FACILITY THRU C15-EXIT
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  NOT BSM-GROUP
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO C99-EXIT-PROCESS
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > WORK-GROUP-CTR
                  OR WORK-GROUP-NAME(SUB) = BSM-GRP-NAME
           END-PERFORM.
           IF  SUB > WORK-GROUP-CTR
               IF  WORK-GROUP-CTR < WORK-GROUP-MAX
                   ADD  1              TO WORK-GROUP-CTR
                                          GROUP-COUNT
                   MOVE BSM-GRP-NAME   TO
                                WORK-GROUP-NAME(WORK-GROUP-CTR)
               ELSE
                   DISPLAY THIS-PGM ': GROUP TABLE FULL, INCREASE '
                           'WORK-GROUP-MAX'
                                     UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               END-IF
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    LOOK ONE FACILITY UP ON THE CATALOG                         *
      ******************************************************************
       C10-CHECK-FACILITY.
           MOVE BSM-APPL               TO WORK-THIS-FACILITY(1:4).
           MOVE BSM-TRANS              TO WORK-THIS-FACILITY(5:4).
           MOVE BSM-RESOURCE           TO WORK-THIS-FACILITY(9:44).
           IF  WORK-THIS-FACILITY = WORK-PREV-FACILITY
               GO TO C15-EXIT
           END-IF.
           MOVE WORK-THIS-FACILITY     TO WORK-PREV-FACILITY.
           ADD  1                      TO FACILITY-COUNT.

           MOVE SPACES                 TO RCAT-KEY.
           SET  RCAT-TYPE-FACILITY     TO TRUE.
           MOVE BSM-APPL               TO RCAT-APPL.
           MOVE BSM-TRANS              TO RCAT-TRANS.
           MOVE BSM-RESOURCE           TO RCAT-RESOURCE.
           SET  FUNC-READ(RCAT)        TO TRUE.
           READ IESRCAT RECORD END-READ.
           IF  STAT-NOTFND(RCAT)
               ADD  1                  TO FAC-UNCATALOGUED-COUNT
               DISPLAY 'UNCATALOGUED: FACILITY ' BSM-APPL '/'
                       BSM-TRANS '/' BSM-RESOURCE
                                     UPON PRINTER
               GO TO C15-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(RCAT)
               MOVE RCAT               TO VSUB
               MOVE RCAT-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C15-EXIT
           END-IF.
           ADD  1                      TO FAC-CATALOGUED-COUNT.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    LOOK ONE GROUP UP ON THE CATALOG                            *
      ******************************************************************
       D00-CHECK-ONE-GROUP.
           MOVE SPACES                 TO RCAT-KEY.
           SET  RCAT-TYPE-GROUP        TO TRUE.
           MOVE WORK-GROUP-NAME(GSUB)  TO RCAT-RESOURCE.
           SET  FUNC-READ(RCAT)        TO TRUE.
           READ IESRCAT RECORD END-READ.
           IF  STAT-NOTFND(RCAT)
               ADD  1                  TO GRP-UNCATALOGUED-COUNT
               DISPLAY 'UNCATALOGUED: GROUP    '
                       WORK-GROUP-NAME(GSUB)
                                     UPON PRINTER
               GO TO D99-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(RCAT)
               MOVE RCAT               TO VSUB
               MOVE RCAT-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D99-EXIT
           END-IF.
           ADD  1                      TO GRP-CATALOGUED-COUNT.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST ANY CATALOG ENTRY WHOSE RESOURCE IS GONE OR WHOSE      *
      *    OWNER IS NO LONGER LIVE                                     *
      ******************************************************************
       E00-SCAN-CATALOG.
           DISPLAY ' '               UPON PRINTER.
           MOVE LOW-VALUES             TO RCAT-KEY.
           MOVE RCAT                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESRCAT KEY >= RCAT-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               GO TO E99-EXIT
           END-IF.

       E10-NEXT-ENTRY.
           MOVE RCAT                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESRCAT NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE RCAT-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO E99-EXIT
           END-IF.

           ADD  1                      TO ENTRY-COUNT.
           IF  NOT RCAT-IS-REQUESTABLE
               ADD  1                  TO NOT-REQUESTABLE-COUNT
           END-IF.
           IF  RCAT-TIER-HIGH
               ADD  1                  TO HIGH-TIER-COUNT
           END-IF.

           PERFORM E20-CHECK-RESOURCE THRU E25-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E99-EXIT
           END-IF.

           PERFORM P10-CHECK-OWNER-PROFILE THRU P15-EXIT.
           IF  NOT OWNER-IS-LIVE
               ADD  1                  TO OWNER-GONE-COUNT
               DISPLAY 'OWNER GONE:   ' RCAT-TYPE ' ' RCAT-APPL '/'
                       RCAT-TRANS '/' RCAT-RESOURCE
                                     UPON PRINTER
               DISPLAY '              OWNER ' RCAT-OWNER
                       ' HAS NO LIVE IESCNTL PROFILE, TIER '
                       RCAT-TIER
                                     UPON PRINTER
           END-IF.
           GO TO E10-NEXT-ENTRY.
       E99-EXIT.
           EXIT.

      * a group must be in the collected table, a facility must
      * still have its first BSTCNTL record
       E20-CHECK-RESOURCE.
           IF  RCAT-TYPE-GROUP
               PERFORM WITH TEST BEFORE
                 VARYING SUB FROM 1 BY 1
                   UNTIL SUB > WORK-GROUP-CTR
                      OR WORK-GROUP-NAME(SUB) = RCAT-RESOURCE(1:8)
               END-PERFORM
               IF  SUB > WORK-GROUP-CTR
                   ADD  1              TO STALE-ENTRY-COUNT
                   DISPLAY 'STALE:        GROUP    '
                           RCAT-RESOURCE(1:8)
                           ' IS CATALOGUED BUT GONE FROM BSTCNTL'
                                     UPON PRINTER
               END-IF
               GO TO E25-EXIT
           END-IF.

           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-FACILITY           TO TRUE.
           MOVE RCAT-APPL              TO BSM-APPL.
           MOVE RCAT-TRANS             TO BSM-TRANS.
           MOVE RCAT-RESOURCE          TO BSM-RESOURCE.
           MOVE ZEROES                 TO BSM-SEQUENCE.
           SET  FUNC-READ(BSM)         TO TRUE.
           READ BSTCNTL RECORD END-READ.
           IF  STAT-NOTFND(BSM)
               ADD  1                  TO STALE-ENTRY-COUNT
               DISPLAY 'STALE:        FACILITY ' RCAT-APPL '/'
                       RCAT-TRANS '/' RCAT-RESOURCE
                                     UPON PRINTER
               DISPLAY '              IS CATALOGUED BUT GONE '
                       'FROM BSTCNTL'
                                     UPON PRINTER
               GO TO E25-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       E25-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE OWNER'S IESCNTL PROFILE STILL THERE, AND LIVE        *
      ******************************************************************
       P10-CHECK-OWNER-PROFILE.
           SET  FUNC-READ(IUI)         TO TRUE.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE LOW-VALUES             TO IUI-KEY-VALUE.
           STRING RCAT-OWNER              DELIMITED BY SPACE
                                     INTO IUI-US-USRIDNT.
           READ IESCNTL RECORD END-READ.
           EVALUATE TRUE
             WHEN STAT-NOTFND(IUI)
               SET  OWNER-IS-GONE      TO TRUE
             WHEN NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               SET  OWNER-IS-GONE      TO TRUE
             WHEN IUI-US-REVOKEJ > ZEROES
               SET  OWNER-IS-REVOKED   TO TRUE
             WHEN OTHER
               SET  OWNER-IS-LIVE      TO TRUE
           END-EVALUATE.
       P15-EXIT.
           EXIT.
