      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESCHGBK.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       MONTHLY SECURITY-ADMINISTRATION CHARGEBACK BY
      *               COST CENTER.  RUN EARLY IN EACH MONTH, IT CHARGES
      *               THE PREVIOUS CALENDAR MONTH'S SECURITY
      *               ADMINISTRATION TO THE BUSINESS UNITS THAT USED
      *               IT, BY EACH USER'S VUSERID COST CENTER - THE
      *               ACTIVE IESCNTL PROFILES (SPLIT ADMINISTRATOR,
      *               PROGRAMMER, AND GENERAL USER) AND THE BSTCNTL
      *               GROUP MEMBERSHIPS AND FACILITY PERMITS HELD IN
      *               IESXREF, AS THEY STAND ON THE RUN DATE, PLUS THE
      *               IESACRQ ACCESS REQUESTS FULFILLED, THE FIRECALL
      *               GRANTS ISSUED (THE VSECFCGR AND IESFCGRT GRANT
      *               AUDIT ENTRIES - IESFIRE ONLY HOLDS THE GRANTS
      *               STILL OPEN), AND THE PROFILES PROVISIONED AND
      *               REVOKED (IESAUDT) IN THE MONTH.  EACH UNIT IS
      *               PRICED AT THE SITE'S IESCHGC RATE.  A USER WITH
      *               NO COST CENTER, ONE NOT ON IESCCTR, OR ONE
      *               FINANCE HAS CLOSED IS NOT CHARGED TO ANYBODY BUT
      *               LISTED SEPARATELY WITH THE REASON, SO THE
      *               UNALLOCATED AMOUNT IS IN PLAIN SIGHT.  THE REPORT
      *               IS BACKED BY ONE IESCHGX CSV RECORD PER COST
      *               CENTER, ONE FOR THE UNALLOCATED TOTAL, AND THE
      *               OFFSETTING CREDIT FOR THE GENERAL-LEDGER LOAD.
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

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESXREF
               ASSIGN TO IESXREF
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS XREF-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESACRQ
               ASSIGN TO IESACRQ
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS ACRQ-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESAUDT
               ASSIGN TO IESAUDT
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT VUSERID
               ASSIGN TO VUSERID
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS VUSER-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT IESCCTR
               ASSIGN TO IESCCTR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS CCTR-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESCHGC
               ASSIGN TO IESCHGC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS CHGC-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT IESCHGX
               ASSIGN TO IESCHGX
               FILE STATUS IS FILE8-STAT
                              FILE8-FDBK.

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

       FD  IESXREF.
       COPY IESXREF.

       FD  IESACRQ.
       COPY IESACRQ.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  VUSERID
           RECORD IS VARYING IN SIZE
             FROM 127 TO 174 CHARACTERS.
       COPY VUSERID.

       FD  IESCCTR.
       COPY IESCCTR.

       FD  IESCHGC.
       COPY IESCHGC.

       FD  IESCHGX
           RECORD CONTAINS 160 CHARACTERS.
       COPY IESCHGX.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESCHGBK'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.
         03  XREF                      PIC S9(04)   BINARY VALUE 2.
         03  ACRQ                      PIC S9(04)   BINARY VALUE 3.
         03  AUDT                      PIC S9(04)   BINARY VALUE 4.
         03  VUSER                     PIC S9(04)   BINARY VALUE 5.
         03  CCTR                      PIC S9(04)   BINARY VALUE 6.
         03  CHGC                      PIC S9(04)   BINARY VALUE 7.
         03  CHGX                      PIC S9(04)   BINARY VALUE 8.

         03  ISUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  CSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  USUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  TSUB                      PIC S9(04)   BINARY VALUE ZEROES.

      * the nine chargeable units, in IESCHGC rate order - the number
      * is the unit's subscript here, in CHGC-RATE, and in every
      * count table below
         03  ITEM-VALUES.
           05                          PIC  X(08)   VALUE 'ADMPROF'.
           05                          PIC  X(30)   VALUE
               'ACTIVE ADMINISTRATOR PROFILES'.
           05                          PIC  X(08)   VALUE 'PGMPROF'.
           05                          PIC  X(30)   VALUE
               'ACTIVE PROGRAMMER PROFILES'.
           05                          PIC  X(08)   VALUE 'GENPROF'.
           05                          PIC  X(30)   VALUE
               'ACTIVE GENERAL-USER PROFILES'.
           05                          PIC  X(08)   VALUE 'GROUPMBR'.
           05                          PIC  X(30)   VALUE
               'BSTCNTL GROUP MEMBERSHIPS'.
           05                          PIC  X(08)   VALUE 'PERMIT'.
           05                          PIC  X(30)   VALUE
               'BSTCNTL FACILITY PERMITS'.
           05                          PIC  X(08)   VALUE 'REQUEST'.
           05                          PIC  X(30)   VALUE
               'ACCESS REQUESTS FULFILLED'.
           05                          PIC  X(08)   VALUE 'FIRECALL'.
           05                          PIC  X(30)   VALUE
               'FIRECALL GRANTS ISSUED'.
           05                          PIC  X(08)   VALUE 'PROVISN'.
           05                          PIC  X(30)   VALUE
               'PROFILES PROVISIONED'.
           05                          PIC  X(08)   VALUE 'REVOKE'.
           05                          PIC  X(30)   VALUE
               'PROFILES REVOKED'.
         03  ITEM-TABLE  REDEFINES ITEM-VALUES.
           05  ITEM-ENTRY              OCCURS 9 TIMES.
             07  ITEM-CODE             PIC  X(08).
             07  ITEM-DESC             PIC  X(30).
         03  ITEM-MAX                  PIC S9(04)   BINARY VALUE +9.

      * the month charged - the calendar month before the one this
      * run falls in
         03  WORK-CUR-MONTH.
           05  WORK-CUR-CCYY           PIC  9(04).
           05  WORK-CUR-MM             PIC  9(02).
         03  WORK-CUR-MONTH-N   REDEFINES WORK-CUR-MONTH
                                       PIC  9(06).

         03  WORK-TODAY                PIC  9(08).
         03  WORK-TODAY-X  REDEFINES WORK-TODAY.
           05  WORK-TODAY-CCYY         PIC  9(04).
           05  WORK-TODAY-MM           PIC  9(02).
           05  WORK-TODAY-DD           PIC  9(02).

         03  WORK-EVENT-DATE           PIC  9(08)   VALUE ZEROES.
         03  WORK-EVENT-DATE-R     REDEFINES WORK-EVENT-DATE.
           05  WORK-EVENT-MONTH        PIC  9(06).
           05  WORK-EVENT-DD           PIC  9(02).

      * the user a unit is charged for, and where that user's units
      * go - the last user resolved is remembered, since IESXREF
      * brings each user's holdings together
         03  WORK-TARGET               PIC  X(08)   VALUE SPACES.
         03  LAST-TARGET               PIC  X(08)   VALUE LOW-VALUES.
         03  WORK-COSTCTR              PIC  X(10)   VALUE SPACES.
         03  WORK-CCTR-DESC            PIC  X(30)   VALUE SPACES.
         03  WORK-REASON               PIC  X(01)   VALUE SPACE.
           88  REASON-ALLOCATED                     VALUE SPACE.
           88  REASON-NO-COSTCTR                    VALUE 'N'.
           88  REASON-UNKNOWN                       VALUE 'U'.
           88  REASON-CLOSED                        VALUE 'C'.
         03  WORK-REASON-TEXT          PIC  X(20)   VALUE SPACES.

         03  RATES-SW                  PIC  X(01)   VALUE 'Y'.
           88  RATES-ON-FILE                        VALUE 'Y'.
           88  RATES-MISSING                        VALUE 'N'.

      * IN-MEMORY UNIT COUNTS - ONE ENTRY PER COST CENTER CHARGED,
      * KEPT IN COST-CENTER ORDER AS THEY ARE FIRST SEEN
         03  CHG-MAX                   PIC S9(04)   BINARY VALUE +2000.
         03  CHG-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  CHG-ENTRY                 OCCURS 2000 TIMES.
             05  CHG-COSTCTR           PIC  X(10).
             05  CHG-DESC              PIC  X(30).
             05  CHG-COUNT             PIC  9(07)   OCCURS 9 TIMES.

      * ONE ENTRY PER USER WHOSE UNITS COULD NOT BE ALLOCATED, KEPT
      * IN USERID ORDER, WITH THE COST CENTER THEY CARRY AND WHY IT
      * COULD NOT BE CHARGED
         03  UNA-MAX                   PIC S9(04)   BINARY VALUE +3000.
         03  UNA-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  UNA-ENTRY                 OCCURS 3000 TIMES.
             05  UNA-USRIDNT           PIC  X(08).
             05  UNA-COSTCTR           PIC  X(10).
             05  UNA-REASON            PIC  X(01).
             05  UNA-COUNT             PIC  9(05)   OCCURS 9 TIMES.

      * the unallocated units together, and every unit in the month
         03  UNALLOC-COUNT             PIC  9(07)   OCCURS 9 TIMES.
         03  TOTAL-COUNT               PIC  9(07)   OCCURS 9 TIMES.

         03  WORK-UNITS                PIC  9(07)   VALUE ZEROES.
         03  WORK-AMOUNT               PIC  9(09)V99 VALUE ZEROES.
         03  ITEM-AMOUNT               PIC  9(09)V99 VALUE ZEROES.
         03  ALLOC-AMOUNT              PIC  9(09)V99 VALUE ZEROES.
         03  UNALLOC-AMOUNT            PIC  9(09)V99 VALUE ZEROES.
         03  GRAND-AMOUNT              PIC  9(09)V99 VALUE ZEROES.

         03  PROFILE-READ-COUNT        PIC  9(7)    VALUE ZEROES.
         03  XREF-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  ACRQ-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  AUDT-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  LINE-COUNT                PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.
         03  COUNT-EDIT                PIC  Z(6)9.
         03  RATE-EDIT                 PIC  ZZ,ZZ9.99.
         03  AMOUNT-EDIT               PIC  ZZZ,ZZZ,ZZ9.99.

      * one general-ledger extract record - the caller fills these
      * and performs H00-WRITE-EXTRACT
         03  EXT-TYPE                  PIC  X(01)   VALUE SPACE.
         03  EXT-COSTCTR               PIC  X(10)   VALUE SPACES.
         03  EXT-AMOUNT                PIC  9(09)V99 VALUE ZEROES.
         03  EXT-COUNT                 PIC  9(07)   OCCURS 9 TIMES.

      * unedited amount for the CSV line
         03  CSV-AMOUNT                PIC  9(09).99.

       COPY DATETIME.

       COPY DTEMAN.

       COPY BITMAN.

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

           PERFORM C00-PROCESS-IESCNTL THRU C09-EXIT
             UNTIL STAT-EOFILE(IUI)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM C10-START-IESXREF THRU C15-EXIT
           END-IF.
           PERFORM C20-PROCESS-IESXREF THRU C29-EXIT
             UNTIL STAT-EOFILE(XREF)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM C30-START-IESACRQ THRU C35-EXIT
           END-IF.
           PERFORM C40-PROCESS-IESACRQ THRU C49-EXIT
             UNTIL STAT-EOFILE(ACRQ)
                OR RTC-CODE NOT = ZERO.

           PERFORM G00-PROCESS-IESAUDT THRU G99-EXIT
             UNTIL STAT-EOFILE(AUDT)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM E00-PRINT-COSTCTR THRU E09-EXIT
                 VARYING CSUB FROM 1 BY 1 UNTIL CSUB > CHG-CTR
                    OR RTC-CODE NOT = ZERO
           END-IF.
           IF  RTC-CODE = ZERO
               PERFORM E20-PRINT-UNALLOCATED THRU E29-EXIT
           END-IF.
           IF  RTC-CODE = ZERO
               PERFORM E40-PRINT-TOTALS THRU E49-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE PROFILE-READ-COUNT     TO VAR-EDIT.
           DISPLAY 'User profiles read ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE XREF-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Holdings read ............ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ACRQ-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Access requests read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE AUDT-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Audit entries read ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CHG-CTR                TO VAR-EDIT.
           DISPLAY 'Cost centers charged ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNA-CTR                TO VAR-EDIT.
           DISPLAY 'Users unallocated ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LINE-COUNT             TO VAR-EDIT.
           DISPLAY 'Extract lines written .... ' VAR-EDIT
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
           MOVE 'IESXREF'              TO VSAM-FILE(XREF).
           MOVE 'IESACRQ'              TO VSAM-FILE(ACRQ).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'VUSERID'              TO VSAM-FILE(VUSER).
           MOVE 'IESCCTR'              TO VSAM-FILE(CCTR).
           MOVE 'IESCHGC'              TO VSAM-FILE(CHGC).
           MOVE 'IESCHGX'              TO VSAM-FILE(CHGX).

           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF XREF-KEY     TO VSAM-KEYL(XREF).
           MOVE LENGTH OF ACRQ-KEY     TO VSAM-KEYL(ACRQ).
           MOVE LENGTH OF AUDT-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF VUSER-KEY    TO VSAM-KEYL(VUSER).
           MOVE LENGTH OF CCTR-KEY     TO VSAM-KEYL(CCTR).
           MOVE LENGTH OF CHGC-KEY     TO VSAM-KEYL(CHGC).
           MOVE LENGTH OF WORK-COSTCTR TO VSAM-KEYL(CHGX).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT  IESCNTL
                       IESXREF
                       IESACRQ
                       IESAUDT
                       VUSERID
                       IESCCTR
                       IESCHGC
                OUTPUT IESCHGX.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1 UNTIL ISUB > ITEM-MAX
               MOVE ZEROES             TO UNALLOC-COUNT(ISUB)
                                          TOTAL-COUNT(ISUB)
           END-PERFORM.

      * pick up the site's unit rates - with none on file everything
      * is still counted, but priced at zero
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO CHGC-PGM
               SET  FUNC-READ(CHGC)    TO TRUE
               READ IESCHGC RECORD END-READ
               IF  NOT STAT-NORMAL(CHGC)
                   IF  NOT STAT-NOTFND(CHGC)
                       MOVE CHGC       TO VSUB
                       MOVE CHGC-KEY   TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   ELSE
                       SET  RATES-MISSING  TO TRUE
                       MOVE ZEROES     TO CHGC-RATES
                       MOVE '*NONE'    TO CHGC-GL-ACCOUNT
                                          CHGC-GL-CREDIT-CC
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY
               PERFORM B30-SET-MONTH THRU B35-EXIT

               DISPLAY 'SECURITY-ADMINISTRATION CHARGEBACK FOR '
                       WORK-CUR-MONTH-N
                       '  GL ACCOUNT ' CHGC-GL-ACCOUNT
                       '  CREDIT TO ' CHGC-GL-CREDIT-CC
                                     UPON PRINTER
               DISPLAY '(PROFILES AND HOLDINGS AS OF ' WORK-TODAY
                       '; REQUESTS, GRANTS, PROVISIONS, AND REVOKES '
                       'IN THE MONTH)'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               IF  RATES-MISSING
                   DISPLAY '*** NO IESCHGC RATE RECORD FOR ' THIS-PGM
                           ' - EVERY UNIT IS PRICED AT ZERO ***'
                                     UPON PRINTER
                   DISPLAY ' '       UPON PRINTER
               END-IF
               DISPLAY 'UNIT RATES -'
                                     UPON PRINTER
               PERFORM B40-PRINT-RATE THRU B45-EXIT
                 VARYING ISUB FROM 1 BY 1 UNTIL ISUB > ITEM-MAX
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
                 IESXREF
                 IESACRQ
                 IESAUDT
                 VUSERID
                 IESCCTR
                 IESCHGC
                 IESCHGX.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * charges that could not be priced are somebody's action item
           IF  RTC-CODE = ZERO
           AND RATES-MISSING
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE CHG-CTR                TO RUN-COUNT1.
           MOVE UNA-CTR                TO RUN-COUNT2.
           MOVE LINE-COUNT             TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    WORK OUT THE MONTH CHARGED (THE CALENDAR MONTH BEFORE THIS  *
      *    ONE) FROM TODAY'S DATE                                      *
      ******************************************************************
       B30-SET-MONTH.
           IF  WORK-TODAY-MM = 01
               SUBTRACT 1 FROM WORK-TODAY-CCYY
                                   GIVING WORK-CUR-CCYY
               MOVE 12                 TO WORK-CUR-MM
           ELSE
               MOVE WORK-TODAY-CCYY    TO WORK-CUR-CCYY
               SUBTRACT 1 FROM WORK-TODAY-MM
                                   GIVING WORK-CUR-MM
           END-IF.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE LINE OF THE RATE CARD                                   *
      ******************************************************************
       B40-PRINT-RATE.
           MOVE CHGC-RATE(ISUB)        TO RATE-EDIT.
           DISPLAY '  ' ITEM-CODE(ISUB) ' ' ITEM-DESC(ISUB)
                   ' ' RATE-EDIT
                                     UPON PRINTER.
       B45-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE USER PROFILE - AN UNREVOKED ONE IS CHARGED BY ITS       *
      *    CLASS (BOTH IESINFO BITS ON FOR AN ADMINISTRATOR, ONLY THE  *
      *    SECOND FOR A PROGRAMMER, OTHERWISE A GENERAL USER)          *
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
               GO TO C09-EXIT
           END-IF.
           IF  NOT IUI-USER-PROFILE
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO C09-EXIT
           END-IF.
           ADD  1                      TO PROFILE-READ-COUNT.
           IF  IUI-US-REVOKEJ NOT = ZERO
               GO TO C09-EXIT
           END-IF.

           SET  BIT-DECODE-FROM-BYTE   TO TRUE.
           MOVE IUI-US-IESINFO         TO BIT-BYTE.
           CALL BITMAN              USING BITMAN-PARMS.
           EVALUATE TRUE
             WHEN BIT-0-IS-ON
             AND  BIT-1-IS-ON
               MOVE 1                  TO ISUB
             WHEN BIT-1-IS-ON
               MOVE 2                  TO ISUB
             WHEN OTHER
               MOVE 3                  TO ISUB
           END-EVALUATE.

           MOVE SPACES                 TO WORK-TARGET.
           STRING IUI-US-USRIDNT          DELIMITED BY LOW-VALUE
                                     INTO WORK-TARGET.
           PERFORM P00-TALLY-UNIT THRU P09-EXIT.
       C09-EXIT.
           EXIT.

      /*****************************************************************
      *    POSITION THE HOLDINGS CROSS-REFERENCE AT ITS TOP            *
      ******************************************************************
       C10-START-IESXREF.
           MOVE LOW-VALUES             TO XREF-KEY.
           MOVE XREF                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESXREF KEY >= XREF-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE XREF-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           END-IF.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE HOLDING - A GROUP MEMBERSHIP OR A FACILITY PERMIT       *
      ******************************************************************
       C20-PROCESS-IESXREF.
           MOVE XREF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESXREF NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE XREF-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C29-EXIT
           END-IF.
           ADD  1                      TO XREF-READ-COUNT.
           EVALUATE TRUE
             WHEN XREF-CLASS-GROUP
               MOVE 4                  TO ISUB
             WHEN XREF-CLASS-PERMIT
               MOVE 5                  TO ISUB
             WHEN OTHER
               GO TO C29-EXIT
           END-EVALUATE.
           MOVE XREF-USRIDNT           TO WORK-TARGET.
           PERFORM P00-TALLY-UNIT THRU P09-EXIT.
       C29-EXIT.
           EXIT.

      /*****************************************************************
      *    POSITION THE ACCESS-REQUEST FILE AT ITS TOP                 *
      ******************************************************************
       C30-START-IESACRQ.
           MOVE LOW-VALUES             TO ACRQ-KEY.
           MOVE ACRQ                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESACRQ KEY >= ACRQ-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE ACRQ-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           END-IF.
       C35-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE ACCESS REQUEST - CHARGED TO THE USER IT WAS FOR IF IT   *
      *    WAS FULFILLED IN THE MONTH                                  *
      ******************************************************************
       C40-PROCESS-IESACRQ.
           MOVE ACRQ                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESACRQ NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE ACRQ-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C49-EXIT
           END-IF.
           ADD  1                      TO ACRQ-READ-COUNT.
           IF  NOT ACRQ-FULFILLED
           OR  ACRQ-FULFILLED-DATE NOT NUMERIC
               GO TO C49-EXIT
           END-IF.
           MOVE ACRQ-FULFILLED-DATE    TO WORK-EVENT-DATE.
           IF  WORK-EVENT-MONTH NOT = WORK-CUR-MONTH-N
               GO TO C49-EXIT
           END-IF.
           MOVE 6                      TO ISUB.
           MOVE ACRQ-USRIDNT           TO WORK-TARGET.
           PERFORM P00-TALLY-UNIT THRU P09-EXIT.
       C49-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE COST CENTER - EVERY UNIT IT WAS CHARGED FOR, AT ITS     *
      *    RATE, AND ITS TOTAL, WITH ITS DEBIT RECORD FOR THE          *
      *    GENERAL-LEDGER LOAD                                         *
      ******************************************************************
       E00-PRINT-COSTCTR.
           DISPLAY 'COST CENTER ' CHG-COSTCTR(CSUB)
                   ' ' CHG-DESC(CSUB)
                                     UPON PRINTER.
           MOVE ZEROES                 TO WORK-AMOUNT.
           PERFORM E10-PRINT-UNIT THRU E19-EXIT
             VARYING ISUB FROM 1 BY 1 UNTIL ISUB > ITEM-MAX.
           MOVE WORK-AMOUNT            TO AMOUNT-EDIT.
           DISPLAY '    TOTAL CHARGED '
                   '...................................... '
                   AMOUNT-EDIT
                                     UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           ADD  WORK-AMOUNT            TO ALLOC-AMOUNT.

           MOVE 'D'                    TO EXT-TYPE.
           MOVE CHG-COSTCTR(CSUB)      TO EXT-COSTCTR.
           MOVE WORK-AMOUNT            TO EXT-AMOUNT.
           PERFORM H00-WRITE-EXTRACT THRU H09-EXIT.
       E09-EXIT.
           EXIT.

       E10-PRINT-UNIT.
           MOVE CHG-COUNT(CSUB ISUB)   TO EXT-COUNT(ISUB).
           IF  CHG-COUNT(CSUB ISUB) = ZERO
               GO TO E19-EXIT
           END-IF.
           COMPUTE ITEM-AMOUNT = CHG-COUNT(CSUB ISUB)
                               * CHGC-RATE(ISUB).
           ADD  ITEM-AMOUNT            TO WORK-AMOUNT.
           MOVE CHG-COUNT(CSUB ISUB)   TO COUNT-EDIT.
           MOVE CHGC-RATE(ISUB)        TO RATE-EDIT.
           MOVE ITEM-AMOUNT            TO AMOUNT-EDIT.
           DISPLAY '    ' ITEM-DESC(ISUB) ' ' COUNT-EDIT
                   ' X ' RATE-EDIT ' = ' AMOUNT-EDIT
                                     UPON PRINTER.
       E19-EXIT.
           EXIT.

      /*****************************************************************
      *    THE USERS WHOSE UNITS COULD NOT BE CHARGED TO A COST        *
      *    CENTER - EACH WITH THE REASON, THEN THEIR UNITS TOGETHER,   *
      *    WITH THE UNALLOCATED DEBIT RECORD                           *
      ******************************************************************
       E20-PRINT-UNALLOCATED.
           DISPLAY 'UNALLOCATED - USERS WITH NO CHARGEABLE COST CENTER'
                                     UPON PRINTER.
           IF  UNA-CTR = ZERO
               DISPLAY '    NONE THIS MONTH'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               GO TO E29-EXIT
           END-IF.
           DISPLAY '    USERID   COST CTR   REASON                 '
                   'UNITS         AMOUNT'
                                     UPON PRINTER.
           PERFORM E30-PRINT-USER THRU E39-EXIT
             VARYING USUB FROM 1 BY 1 UNTIL USUB > UNA-CTR.
           DISPLAY ' '               UPON PRINTER.

           MOVE ZEROES                 TO WORK-AMOUNT.
           PERFORM E25-PRINT-UNALLOC-UNIT THRU E25-EXIT
             VARYING ISUB FROM 1 BY 1 UNTIL ISUB > ITEM-MAX.
           MOVE WORK-AMOUNT            TO AMOUNT-EDIT.
           DISPLAY '    TOTAL UNALLOCATED '
                   '.................................. '
                   AMOUNT-EDIT
                                     UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE WORK-AMOUNT            TO UNALLOC-AMOUNT.

           MOVE 'D'                    TO EXT-TYPE.
           MOVE '*UNALLOC'             TO EXT-COSTCTR.
           MOVE WORK-AMOUNT            TO EXT-AMOUNT.
           PERFORM H00-WRITE-EXTRACT THRU H09-EXIT.
       E29-EXIT.
           EXIT.

       E25-PRINT-UNALLOC-UNIT.
           MOVE UNALLOC-COUNT(ISUB)    TO EXT-COUNT(ISUB).
           IF  UNALLOC-COUNT(ISUB) = ZERO
               GO TO E25-EXIT
           END-IF.
           COMPUTE ITEM-AMOUNT = UNALLOC-COUNT(ISUB)
                               * CHGC-RATE(ISUB).
           ADD  ITEM-AMOUNT            TO WORK-AMOUNT.
           MOVE UNALLOC-COUNT(ISUB)    TO COUNT-EDIT.
           MOVE CHGC-RATE(ISUB)        TO RATE-EDIT.
           MOVE ITEM-AMOUNT            TO AMOUNT-EDIT.
           DISPLAY '    ' ITEM-DESC(ISUB) ' ' COUNT-EDIT
                   ' X ' RATE-EDIT ' = ' AMOUNT-EDIT
                                     UPON PRINTER.
       E25-EXIT.
           EXIT.

       E30-PRINT-USER.
           MOVE ZEROES                 TO WORK-UNITS
                                          WORK-AMOUNT.
           PERFORM E35-PRICE-USER-UNIT THRU E35-EXIT
             VARYING ISUB FROM 1 BY 1 UNTIL ISUB > ITEM-MAX.
           MOVE UNA-REASON(USUB)       TO WORK-REASON.
           EVALUATE TRUE
             WHEN REASON-NO-COSTCTR
               MOVE 'NO COST CENTER'   TO WORK-REASON-TEXT
             WHEN REASON-UNKNOWN
               MOVE 'NOT ON IESCCTR'   TO WORK-REASON-TEXT
             WHEN REASON-CLOSED
               MOVE 'COST CENTER CLOSED'
                                       TO WORK-REASON-TEXT
           END-EVALUATE.
           MOVE WORK-UNITS             TO COUNT-EDIT.
           MOVE WORK-AMOUNT            TO AMOUNT-EDIT.
           DISPLAY '    ' UNA-USRIDNT(USUB)
                   ' ' UNA-COSTCTR(USUB)
                   ' ' WORK-REASON-TEXT
                   ' ' COUNT-EDIT
                   ' ' AMOUNT-EDIT
                                     UPON PRINTER.
       E39-EXIT.
           EXIT.

       E35-PRICE-USER-UNIT.
           ADD  UNA-COUNT(USUB ISUB)   TO WORK-UNITS.
           COMPUTE WORK-AMOUNT = WORK-AMOUNT
                               + UNA-COUNT(USUB ISUB)
                               * CHGC-RATE(ISUB).
       E35-EXIT.
           EXIT.

      /*****************************************************************
      *    THE MONTH'S UNITS AND CHARGES IN ALL, SPLIT ALLOCATED AND   *
      *    UNALLOCATED, AND THE OFFSETTING CREDIT TO IT                *
      ******************************************************************
       E40-PRINT-TOTALS.
           DISPLAY 'ALL COST CENTERS'
                                     UPON PRINTER.
           MOVE ZEROES                 TO WORK-AMOUNT.
           PERFORM E45-PRINT-TOTAL-UNIT THRU E45-EXIT
             VARYING ISUB FROM 1 BY 1 UNTIL ISUB > ITEM-MAX.
           MOVE WORK-AMOUNT            TO GRAND-AMOUNT.
           DISPLAY ' '               UPON PRINTER.
           MOVE ALLOC-AMOUNT           TO AMOUNT-EDIT.
           DISPLAY '    CHARGED TO COST CENTERS '
                   '............................ '
                   AMOUNT-EDIT
                                     UPON PRINTER.
           MOVE UNALLOC-AMOUNT         TO AMOUNT-EDIT.
           DISPLAY '    UNALLOCATED '
                   '........................................ '
                   AMOUNT-EDIT
                                     UPON PRINTER.
           MOVE GRAND-AMOUNT           TO AMOUNT-EDIT.
           DISPLAY '    TOTAL CREDITED TO ' CHGC-GL-CREDIT-CC
                   ' ....................... ' AMOUNT-EDIT
                                     UPON PRINTER.

           MOVE 'C'                    TO EXT-TYPE.
           MOVE CHGC-GL-CREDIT-CC      TO EXT-COSTCTR.
           MOVE GRAND-AMOUNT           TO EXT-AMOUNT.
           PERFORM H00-WRITE-EXTRACT THRU H09-EXIT.
       E49-EXIT.
           EXIT.

       E45-PRINT-TOTAL-UNIT.
           MOVE TOTAL-COUNT(ISUB)      TO EXT-COUNT(ISUB).
           COMPUTE ITEM-AMOUNT = TOTAL-COUNT(ISUB)
                               * CHGC-RATE(ISUB).
           ADD  ITEM-AMOUNT            TO WORK-AMOUNT.
           MOVE TOTAL-COUNT(ISUB)      TO COUNT-EDIT.
           MOVE CHGC-RATE(ISUB)        TO RATE-EDIT.
           MOVE ITEM-AMOUNT            TO AMOUNT-EDIT.
           DISPLAY '    ' ITEM-DESC(ISUB) ' ' COUNT-EDIT
                   ' X ' RATE-EDIT ' = ' AMOUNT-EDIT
                                     UPON PRINTER.
       E45-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE AUDIT ENTRY DATED IN THE MONTH - A FIRECALL GRANT (THE  *
      *    SAME GRANT ENTRIES IESSLAMX TIMES), A PROFILE CREATED, OR   *
      *    A PROFILE REVOKED, CHARGED TO THE USER IT WAS FOR           *
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
           IF  AUDT-DATE NOT NUMERIC
               GO TO G99-EXIT
           END-IF.
           MOVE AUDT-DATE              TO WORK-EVENT-DATE.
           IF  WORK-EVENT-MONTH NOT = WORK-CUR-MONTH-N
               GO TO G99-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN AUDT-PGM = 'VSECFCGR'
             AND  AUDT-ACTION-CREATE
             AND  AUDT-NEW-VALUE(1:15) = 'FIRECALL UNTIL '
               IF  AUDT-TYPE-GROUPMBR
               OR  AUDT-TYPE-PERMIT
                   MOVE 7              TO ISUB
               ELSE
                   GO TO G99-EXIT
               END-IF
             WHEN AUDT-PGM = 'IESFCGRT'
             AND  AUDT-ACTION-CREATE
             AND  AUDT-NEW-VALUE(1:15) = 'FIRECALL UNTIL '
               IF  AUDT-TYPE-GROUPMBR
               OR  AUDT-TYPE-PERMIT
                   MOVE 7              TO ISUB
               ELSE
                   GO TO G99-EXIT
               END-IF
             WHEN AUDT-ACTION-CREATE
             AND  AUDT-TYPE-PROFILE
               MOVE 8                  TO ISUB
             WHEN AUDT-ACTION-REVOKE
             AND  AUDT-TYPE-PROFILE
               MOVE 9                  TO ISUB
             WHEN OTHER
               GO TO G99-EXIT
           END-EVALUATE.
           MOVE AUDT-USRIDNT           TO WORK-TARGET.
           PERFORM P00-TALLY-UNIT THRU P09-EXIT.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE GENERAL-LEDGER EXTRACT RECORD - CALLER FILLS THE     *
      *    EXT- FIELDS: D (DEBIT) OR C (CREDIT), THE COST CENTER, THE  *
      *    AMOUNT, AND THE UNIT COUNTS IN RATE ORDER                   *
      ******************************************************************
       H00-WRITE-EXTRACT.
           MOVE EXT-AMOUNT             TO CSV-AMOUNT.
           MOVE SPACES                 TO CHGX-LINE.
           STRING EXT-TYPE                DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WORK-CUR-MONTH-N        DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  CHGC-GL-ACCOUNT         DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  EXT-COSTCTR             DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  CSV-AMOUNT              DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(1)            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(2)            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(3)            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(4)            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(5)            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(6)            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(7)            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(8)            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  EXT-COUNT(9)            DELIMITED BY SIZE
               INTO CHGX-LINE.
           SET  FUNC-WRITE(CHGX)       TO TRUE.
           WRITE IESCHGX-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(CHGX)
               MOVE CHGX               TO VSUB
               MOVE EXT-COSTCTR        TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H09-EXIT
           END-IF.
           ADD  1                      TO LINE-COUNT.
       H09-EXIT.
           EXIT.

      /*****************************************************************
      *    CHARGE ONE UNIT - CALLER FILLS ISUB AND WORK-TARGET.  THE   *
      *    UNIT GOES TO THE TARGET'S COST CENTER, OR, WHEN THAT CANNOT *
      *    BE CHARGED, TO THE TARGET'S UNALLOCATED ENTRY               *
      ******************************************************************
       P00-TALLY-UNIT.
           PERFORM P30-RESOLVE-COSTCTR THRU P35-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO P09-EXIT
           END-IF.
           IF  REASON-ALLOCATED
               PERFORM P10-FIND-COSTCTR THRU P15-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO P09-EXIT
               END-IF
               ADD  1                  TO CHG-COUNT(CSUB ISUB)
           ELSE
               PERFORM P20-FIND-USER THRU P25-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO P09-EXIT
               END-IF
               ADD  1                  TO UNA-COUNT(USUB ISUB)
                                          UNALLOC-COUNT(ISUB)
           END-IF.
           ADD  1                      TO TOTAL-COUNT(ISUB).
       P09-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND THE COST CENTER IN HAND IN THE TOTALS, OPENING ITS     *
      *    ENTRY IN COST-CENTER ORDER IF IT IS NEW                     *
      ******************************************************************
       P10-FIND-COSTCTR.
           PERFORM WITH TEST BEFORE
             VARYING CSUB FROM 1 BY 1
               UNTIL CSUB > CHG-CTR
                  OR CHG-COSTCTR(CSUB) NOT < WORK-COSTCTR
               CONTINUE
           END-PERFORM.
           IF  CSUB NOT > CHG-CTR
               IF  CHG-COSTCTR(CSUB) = WORK-COSTCTR
                   GO TO P15-EXIT
               END-IF
           END-IF.
           IF  CHG-CTR >= CHG-MAX
               DISPLAY THIS-PGM ': COST CENTER TABLE FULL, '
                       'INCREASE CHG-MAX'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO P15-EXIT
           END-IF.
           PERFORM P12-SHIFT-COSTCTR THRU P12-EXIT
             VARYING TSUB FROM CHG-CTR BY -1 UNTIL TSUB < CSUB.
           ADD  1                      TO CHG-CTR.
           MOVE WORK-COSTCTR           TO CHG-COSTCTR(CSUB).
           MOVE WORK-CCTR-DESC         TO CHG-DESC(CSUB).
           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM 1 BY 1 UNTIL TSUB > ITEM-MAX
               MOVE ZEROES             TO CHG-COUNT(CSUB TSUB)
           END-PERFORM.
       P15-EXIT.
           EXIT.

       P12-SHIFT-COSTCTR.
           MOVE CHG-ENTRY(TSUB)        TO CHG-ENTRY(TSUB + 1).
       P12-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND THE TARGET USER IN THE UNALLOCATED LIST, OPENING THEIR *
      *    ENTRY IN USERID ORDER IF THEY ARE NEW                       *
      ******************************************************************
       P20-FIND-USER.
           PERFORM WITH TEST BEFORE
             VARYING USUB FROM 1 BY 1
               UNTIL USUB > UNA-CTR
                  OR UNA-USRIDNT(USUB) NOT < WORK-TARGET
               CONTINUE
           END-PERFORM.
           IF  USUB NOT > UNA-CTR
               IF  UNA-USRIDNT(USUB) = WORK-TARGET
                   GO TO P25-EXIT
               END-IF
           END-IF.
           IF  UNA-CTR >= UNA-MAX
               DISPLAY THIS-PGM ': UNALLOCATED USER TABLE FULL, '
                       'INCREASE UNA-MAX'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO P25-EXIT
           END-IF.
           PERFORM P22-SHIFT-USER THRU P22-EXIT
             VARYING TSUB FROM UNA-CTR BY -1 UNTIL TSUB < USUB.
           ADD  1                      TO UNA-CTR.
           MOVE WORK-TARGET            TO UNA-USRIDNT(USUB).
           MOVE WORK-COSTCTR           TO UNA-COSTCTR(USUB).
           MOVE WORK-REASON            TO UNA-REASON(USUB).
           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM 1 BY 1 UNTIL TSUB > ITEM-MAX
               MOVE ZEROES             TO UNA-COUNT(USUB TSUB)
           END-PERFORM.
       P25-EXIT.
           EXIT.

       P22-SHIFT-USER.
           MOVE UNA-ENTRY(TSUB)        TO UNA-ENTRY(TSUB + 1).
       P22-EXIT.
           EXIT.

      /*****************************************************************
      *    WHERE THE TARGET USER'S UNITS GO - THEIR VUSERID COST       *
      *    CENTER, IF THEY HAVE ONE AND FINANCE HAS IT OPEN ON         *
      *    IESCCTR; OTHERWISE THE REASON IT CANNOT BE CHARGED.  A      *
      *    USER WITH NO VUSERID ENTRY HAS NO COST CENTER               *
      ******************************************************************
       P30-RESOLVE-COSTCTR.
           IF  WORK-TARGET = LAST-TARGET
               GO TO P35-EXIT
           END-IF.
           MOVE WORK-TARGET            TO LAST-TARGET.
           MOVE SPACES                 TO WORK-COSTCTR
                                          WORK-CCTR-DESC.
           SET  REASON-NO-COSTCTR      TO TRUE.

           MOVE SPACES                 TO VUSER-RECORD.
           MOVE WORK-TARGET            TO VUSER-KEY.
           SET  FUNC-READ(VUSER)       TO TRUE.
           READ VUSERID RECORD END-READ.
           IF  NOT STAT-NORMAL(VUSER)
               IF  NOT STAT-NOTFND(VUSER)
                   MOVE VUSER          TO VSUB
                   MOVE VUSER-KEY      TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO P35-EXIT
           END-IF.
           IF  VUSER-COSTCTR NOT > SPACES
               GO TO P35-EXIT
           END-IF.
           MOVE VUSER-COSTCTR          TO WORK-COSTCTR.

           MOVE WORK-COSTCTR           TO CCTR-KEY.
           SET  FUNC-READ(CCTR)        TO TRUE.
           READ IESCCTR RECORD END-READ.
           IF  NOT STAT-NORMAL(CCTR)
               IF  NOT STAT-NOTFND(CCTR)
                   MOVE CCTR           TO VSUB
                   MOVE CCTR-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               SET  REASON-UNKNOWN     TO TRUE
               GO TO P35-EXIT
           END-IF.
           IF  CCTR-CLOSED
               SET  REASON-CLOSED      TO TRUE
               GO TO P35-EXIT
           END-IF.
           SET  REASON-ALLOCATED       TO TRUE.
           MOVE CCTR-DESC              TO WORK-CCTR-DESC.
       P35-EXIT.
           EXIT.
