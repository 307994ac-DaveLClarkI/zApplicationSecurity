      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESCSDRC.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       RECONCILE THE BSTCNTL CICS TABLE CLASSES AGAINST
      *               THE PRODUCTION CSD.  READS THE DFHCSDUP EXTRACT
      *               (IESCSDX) AND EVERY BSTCNTL RECORD OF THE SIX
      *               TABLE CLASSES - PCT 'P' (TRANSACTIONS), DCT 'D'
      *               (TD QUEUES), FCT 'C' (FILES), JCT 'J'
      *               (JOURNALS), PPT 'R' (PROGRAMS), AND TST 'T' (TS
      *               QUEUES) - SORTS THE TWO TOGETHER BY CLASS AND
      *               RESOURCE NAME, AND COMPARES THEM BOTH WAYS.  A
      *               CSD DEFINITION WITH NO BSTCNTL RECORD, AND NO
      *               GENERIC BSTCNTL PROFILE COVERING ITS NAME, IS
      *               LISTED AS UNPROTECTED; A BSTCNTL RECORD (OR A
      *               GENERIC PROFILE) MATCHING NO CSD DEFINITION IS
      *               LISTED AS DEAD CLUTTER.  ANY UNPROTECTED
      *               RESOURCE ENDS THE RUN WITH RC=4.  REPORT ONLY -
      *               NOTHING IS UPDATED.

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

           SELECT IESCSDX
               ASSIGN TO IESCSDX
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT BSTCNTL
               ASSIGN TO BSTCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BSM-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT SORT-WKFILE
               ASSIGN TO SYS001-UT-SORTWK1.

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

       FD  IESCSDX
           RECORD CONTAINS 80 CHARACTERS.
       COPY IESCSDX.

       FD  BSTCNTL
           RECORD IS VARYING IN SIZE
             FROM 280 TO 65535 CHARACTERS
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

      * one entry per resource from either side - the BSTCNTL entry
      * ('B') sorts ahead of the CSD entries ('C') for the same name
       SD  SORT-WKFILE.
       01  SORT-RECORD.
         03  SORT-CLASS                PIC  X(01).
         03  SORT-NAME                 PIC  X(16).
         03  SORT-SOURCE               PIC  X(01).
           88  SORT-FROM-BSTCNTL                    VALUE 'B'.
           88  SORT-FROM-CSD                        VALUE 'C'.
         03  SORT-GROUP                PIC  X(08).

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESCSDRC'.

         03  CSDX                      PIC S9(04)   BINARY VALUE 1.
         03  BSM                       PIC S9(04)   BINARY VALUE 2.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  GSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  CSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.

         03  WORK-CLASS                PIC  X(01).
         03  WORK-NAME                 PIC  X(16).
         03  WORK-TYPE-NAME            PIC  X(12).
         03  WORK-GENERIC              PIC  X(01).

      * the resource in hand during the merge and which sides named
      * it - a CSD name in several groups is one resource
         03  CURR-CLASS                PIC  X(01)   VALUE LOW-VALUES.
         03  CURR-NAME                 PIC  X(16)   VALUE LOW-VALUES.
         03  CURR-GROUP                PIC  X(08).
         03  CURR-BSM-SW               PIC  X(01)   VALUE 'N'.
           88  CURR-IN-BSTCNTL                      VALUE 'Y'.
         03  CURR-CSD-SW               PIC  X(01)   VALUE 'N'.
           88  CURR-IN-CSD                          VALUE 'Y'.
         03  MERGE-SW                  PIC  X(01)   VALUE 'N'.
           88  MERGE-STARTED                        VALUE 'Y'.

      * the six table classes and the CSD resource type each one
      * protects
         03  CLASS-VALUES.
           05                          PIC  X(13)   VALUE
                                       'PTRANSACTION'.
           05                          PIC  X(13)   VALUE
                                       'DTDQUEUE'.
           05                          PIC  X(13)   VALUE
                                       'CFILE'.
           05                          PIC  X(13)   VALUE
                                       'JJOURNAL'.
           05                          PIC  X(13)   VALUE
                                       'RPROGRAM'.
           05                          PIC  X(13)   VALUE
                                       'TTSMODEL'.
         03  CLASS-TABLE  REDEFINES CLASS-VALUES.
           05  CLASS-ENTRY             OCCURS 6 TIMES.
             07  CLASS-CODE            PIC  X(01).
             07  CLASS-TYPE-NAME       PIC  X(12).

      * generic BSTCNTL profiles ('PAY*') cover every CSD name that
      * starts with the prefix, so they are matched by prefix from
      * this table rather than by the sort
         03  GEN-MAX                   PIC S9(04)   BINARY VALUE +500.
         03  GEN-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  GEN-ENTRY                 OCCURS 500 TIMES.
           05  GEN-CLASS               PIC  X(01).
           05  GEN-NAME                PIC  X(16).
           05  GEN-PFX-LEN             PIC S9(04)   BINARY.
           05  GEN-HIT-SW              PIC  X(01).
             88  GEN-WAS-HIT                        VALUE 'Y'.

      * dead BSTCNTL records found during the merge, printed as the
      * second section once the unprotected list is complete
         03  DEAD-MAX                  PIC S9(04)   BINARY VALUE +2000.
         03  DEAD-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  DEAD-ENTRY                OCCURS 2000 TIMES.
           05  DEAD-CLASS              PIC  X(01).
           05  DEAD-NAME               PIC  X(16).

         03  CSD-READ-COUNT            PIC  9(7)    VALUE ZEROES.
         03  CSD-SKIP-COUNT            PIC  9(7)    VALUE ZEROES.
         03  BSM-TABLE-COUNT           PIC  9(7)    VALUE ZEROES.
         03  MATCHED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  GENERIC-COUNT             PIC  9(7)    VALUE ZEROES.
         03  UNPROT-COUNT              PIC  9(7)    VALUE ZEROES.
         03  DEAD-COUNT                PIC  9(7)    VALUE ZEROES.
         03  DEAD-OVER-COUNT           PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

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
               SORT SORT-WKFILE
                           ON ASCENDING KEY SORT-CLASS
                                            SORT-NAME
                                            SORT-SOURCE
                    INPUT  PROCEDURE IS
                           C00-RELEASE-RESOURCES THRU C99-EXIT-PROCESS
                    OUTPUT PROCEDURE IS
                           E00-COMPARE-RESOURCES THRU E99-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM G00-LIST-DEAD-RECORDS THRU G99-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE CSD-READ-COUNT         TO VAR-EDIT.
           DISPLAY 'CSD definitions read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CSD-SKIP-COUNT         TO VAR-EDIT.
           DISPLAY 'Other CSD types ignored .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE BSM-TABLE-COUNT        TO VAR-EDIT.
           DISPLAY 'BSTCNTL table-class recs . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE MATCHED-COUNT          TO VAR-EDIT.
           DISPLAY 'Protected by name ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GENERIC-COUNT          TO VAR-EDIT.
           DISPLAY 'Protected by generic ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNPROT-COUNT           TO VAR-EDIT.
           DISPLAY 'UNPROTECTED resources .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DEAD-COUNT             TO VAR-EDIT.
           DISPLAY 'Dead BSTCNTL records ..... ' VAR-EDIT
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

           MOVE 'IESCSDX'              TO VSAM-FILE(CSDX).
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).

           MOVE LENGTH OF CSDX-NAME    TO VSAM-KEYL(CSDX).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM.

           OPEN INPUT IESCSDX
                      BSTCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE LOW-VALUES         TO BSM-KEY
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

           CLOSE IESCSDX
                 BSTCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * an unprotected resource is a finding the JCL must see
           IF  RTC-CODE = ZERO
           AND UNPROT-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE CSD-READ-COUNT         TO RUN-COUNT1.
           MOVE UNPROT-COUNT           TO RUN-COUNT2.
           MOVE DEAD-COUNT             TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    PROGRAM PROCESSING ROUTINES                                 *
      ******************************************************************

      /*****************************************************************
      *    SORT INPUT - EVERY TABLE-CLASS BSTCNTL RECORD, THEN EVERY   *
      *    CSD DEFINITION OF A TYPE THOSE CLASSES PROTECT              *
      ******************************************************************
       C00-RELEASE-RESOURCES.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           PERFORM D00-RELEASE-BSTCNTL THRU D05-EXIT
             UNTIL STAT-EOFILE(BSM)
                OR RTC-CODE NOT = ZERO.

           PERFORM D10-RELEASE-CSD THRU D15-EXIT
             UNTIL STAT-EOFILE(CSDX)
                OR RTC-CODE NOT = ZERO.

       C99-EXIT-PROCESS.
           EXIT.

       D00-RELEASE-BSTCNTL.
           MOVE BSM                    TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ BSTCNTL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D05-EXIT
           END-IF.

           IF  NOT BSM-CICS-PCT
           AND NOT BSM-CICS-DCT
           AND NOT BSM-CICS-FCT
           AND NOT BSM-CICS-JCT
           AND NOT BSM-CICS-PPT
           AND NOT BSM-CICS-TST
               GO TO D05-EXIT
           END-IF.

           ADD  1                      TO BSM-TABLE-COUNT.
           MOVE SPACES                 TO WORK-NAME.
           STRING BSM-RESOURCE            DELIMITED BY SPACE
                                     INTO WORK-NAME.

      * a generic profile is matched by prefix, not by the sort
           IF  BSM-SEC-IS-GENERIC
               PERFORM D20-TABLE-GENERIC THRU D25-EXIT
               GO TO D05-EXIT
           END-IF.

           MOVE BSM-CLASS              TO SORT-CLASS.
           MOVE WORK-NAME              TO SORT-NAME.
           SET  SORT-FROM-BSTCNTL      TO TRUE.
           MOVE SPACES                 TO SORT-GROUP.
           RELEASE SORT-RECORD.
       D05-EXIT.
           EXIT.

       D10-RELEASE-CSD.
           MOVE CSDX                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESCSDX NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D15-EXIT
           END-IF.

           ADD  1                      TO CSD-READ-COUNT.
           EVALUATE TRUE
             WHEN CSDX-TRANSACTION
               MOVE 'P'                TO SORT-CLASS
             WHEN CSDX-TDQUEUE
               MOVE 'D'                TO SORT-CLASS
             WHEN CSDX-FILE
               MOVE 'C'                TO SORT-CLASS
             WHEN CSDX-JOURNAL
               MOVE 'J'                TO SORT-CLASS
             WHEN CSDX-PROGRAM
               MOVE 'R'                TO SORT-CLASS
             WHEN CSDX-TSMODEL
               MOVE 'T'                TO SORT-CLASS
             WHEN OTHER
               ADD  1                  TO CSD-SKIP-COUNT
               GO TO D15-EXIT
           END-EVALUATE.

           MOVE CSDX-NAME              TO SORT-NAME.
           SET  SORT-FROM-CSD          TO TRUE.
           MOVE CSDX-GROUP             TO SORT-GROUP.
           RELEASE SORT-RECORD.
       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    TABLE A GENERIC PROFILE - THE PREFIX RUNS UP TO THE FIRST   *
      *    '*' OR BLANK IN THE NAME                                    *
      ******************************************************************
       D20-TABLE-GENERIC.
           IF  GEN-CTR >= GEN-MAX
               DISPLAY THIS-PGM ': GENERIC PROFILE TABLE FULL, '
                       'INCREASE GEN-MAX'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D25-EXIT
           END-IF.

           ADD  1                      TO GEN-CTR.
           MOVE BSM-CLASS              TO GEN-CLASS(GEN-CTR).
           MOVE WORK-NAME              TO GEN-NAME(GEN-CTR).
           MOVE 'N'                    TO GEN-HIT-SW(GEN-CTR).
           MOVE ZEROES                 TO GEN-PFX-LEN(GEN-CTR).
           INSPECT WORK-NAME CONVERTING '*' TO SPACE.
           INSPECT WORK-NAME TALLYING GEN-PFX-LEN(GEN-CTR)
                   FOR CHARACTERS BEFORE INITIAL SPACE.
       D25-EXIT.
           EXIT.

      /*****************************************************************
      *    SORT OUTPUT - WALK THE MERGED LIST ONE RESOURCE AT A TIME   *
      *    AND JUDGE EACH WHEN ITS NAME CHANGES                        *
      ******************************************************************
       E00-COMPARE-RESOURCES.
           IF  RTC-CODE NOT = ZERO
               GO TO E99-EXIT
           END-IF.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY 'CICS RESOURCES WITH NO BSTCNTL SECURITY RECORD - '
                   'UNPROTECTED'     UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.

       E10-NEXT-ENTRY.
           RETURN SORT-WKFILE RECORD
               AT END GO TO E90-LAST-ENTRY
           END-RETURN.

           IF  SORT-CLASS NOT = CURR-CLASS
           OR  SORT-NAME NOT = CURR-NAME
               IF  MERGE-STARTED
                   PERFORM F00-JUDGE-RESOURCE THRU F05-EXIT
               END-IF
               SET  MERGE-STARTED      TO TRUE
               MOVE SORT-CLASS         TO CURR-CLASS
               MOVE SORT-NAME          TO CURR-NAME
               MOVE SPACES             TO CURR-GROUP
               MOVE 'N'                TO CURR-BSM-SW
                                          CURR-CSD-SW
           END-IF.

           IF  SORT-FROM-BSTCNTL
               SET  CURR-IN-BSTCNTL    TO TRUE
           ELSE
               IF  NOT CURR-IN-CSD
                   MOVE SORT-GROUP     TO CURR-GROUP
               END-IF
               SET  CURR-IN-CSD        TO TRUE
           END-IF.
           GO TO E10-NEXT-ENTRY.

       E90-LAST-ENTRY.
           IF  MERGE-STARTED
               PERFORM F00-JUDGE-RESOURCE THRU F05-EXIT
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE RESOURCE, BOTH SIDES SEEN - NAMED IN BOTH IS PROTECTED; *
      *    CSD ONLY IS UNPROTECTED UNLESS A GENERIC COVERS IT; BSTCNTL *
      *    ONLY IS DEAD                                                *
      ******************************************************************
       F00-JUDGE-RESOURCE.
           IF  CURR-IN-BSTCNTL
           AND CURR-IN-CSD
               ADD  1                  TO MATCHED-COUNT
               GO TO F05-EXIT
           END-IF.

           IF  CURR-IN-BSTCNTL
               ADD  1                  TO DEAD-COUNT
               IF  DEAD-CTR < DEAD-MAX
                   ADD  1              TO DEAD-CTR
                   MOVE CURR-CLASS     TO DEAD-CLASS(DEAD-CTR)
                   MOVE CURR-NAME      TO DEAD-NAME(DEAD-CTR)
               ELSE
                   ADD  1              TO DEAD-OVER-COUNT
               END-IF
               GO TO F05-EXIT
           END-IF.

      * every covering generic is marked, so none of them is later
      * reported as dead when it is the only thing doing the work
           MOVE 'N'                    TO WORK-GENERIC.
           PERFORM WITH TEST BEFORE
             VARYING GSUB FROM 1 BY 1 UNTIL GSUB > GEN-CTR
               IF  GEN-CLASS(GSUB) = CURR-CLASS
                   IF  GEN-PFX-LEN(GSUB) = ZERO
                       MOVE 'Y'        TO WORK-GENERIC
                       SET  GEN-WAS-HIT(GSUB) TO TRUE
                   ELSE
                   IF  CURR-NAME(1:GEN-PFX-LEN(GSUB))
                     = GEN-NAME(GSUB)(1:GEN-PFX-LEN(GSUB))
                       MOVE 'Y'        TO WORK-GENERIC
                       SET  GEN-WAS-HIT(GSUB) TO TRUE
                   END-IF END-IF
               END-IF
           END-PERFORM.
           IF  WORK-GENERIC = 'Y'
               ADD  1                  TO GENERIC-COUNT
               GO TO F05-EXIT
           END-IF.

           ADD  1                      TO UNPROT-COUNT.
           MOVE CURR-CLASS             TO WORK-CLASS.
           PERFORM P10-CLASS-TYPE-NAME THRU P15-EXIT.
           DISPLAY '  ' WORK-TYPE-NAME ' ' CURR-NAME
                   ' GROUP ' CURR-GROUP
                   ' - NO BSTCNTL ' CURR-CLASS ' RECORD'
                                     UPON PRINTER.
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    SECOND SECTION - BSTCNTL RECORDS NAMING NOTHING THE CSD     *
      *    STILL DEFINES, THEN GENERIC PROFILES THAT COVERED NOTHING   *
      ******************************************************************
       G00-LIST-DEAD-RECORDS.
           DISPLAY ' '               UPON PRINTER.
           DISPLAY 'BSTCNTL TABLE-CLASS RECORDS WITH NO CSD '
                   'DEFINITION - DEAD CLUTTER'
                                     UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.

           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1 UNTIL SUB > DEAD-CTR
               MOVE DEAD-CLASS(SUB)    TO WORK-CLASS
               PERFORM P10-CLASS-TYPE-NAME THRU P15-EXIT
               DISPLAY '  ' DEAD-CLASS(SUB) ' ' DEAD-NAME(SUB)
                       ' - NO ' WORK-TYPE-NAME ' IN THE CSD'
                                     UPON PRINTER
           END-PERFORM.
           IF  DEAD-OVER-COUNT > ZERO
               MOVE DEAD-OVER-COUNT    TO VAR-EDIT
               DISPLAY '  ... AND ' VAR-EDIT ' MORE NOT LISTED'
                                     UPON PRINTER
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING GSUB FROM 1 BY 1 UNTIL GSUB > GEN-CTR
               IF  NOT GEN-WAS-HIT(GSUB)
                   ADD  1              TO DEAD-COUNT
                   MOVE GEN-CLASS(GSUB) TO WORK-CLASS
                   PERFORM P10-CLASS-TYPE-NAME THRU P15-EXIT
                   DISPLAY '  ' GEN-CLASS(GSUB) ' ' GEN-NAME(GSUB)
                           ' - GENERIC, MATCHES NO ' WORK-TYPE-NAME
                           ' IN THE CSD'
                                     UPON PRINTER
               END-IF
           END-PERFORM.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    OTHER PERFORMED ROUTINES                                    *
      ******************************************************************

       P10-CLASS-TYPE-NAME.
           MOVE SPACES                 TO WORK-TYPE-NAME.
           PERFORM WITH TEST BEFORE
             VARYING CSUB FROM 1 BY 1
               UNTIL CSUB > 6
                  OR CLASS-CODE(CSUB) = WORK-CLASS
               CONTINUE
           END-PERFORM.
           IF  CSUB <= 6
               MOVE CLASS-TYPE-NAME(CSUB)
                                       TO WORK-TYPE-NAME
           END-IF.
       P15-EXIT.
           EXIT.
