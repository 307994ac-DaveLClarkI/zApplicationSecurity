      *               CLASS IS WALKED FIRST (IT FOLLOWS THE FACILITY
      *               CLASS IN KEY ORDER) SO A FACILITY PERMIT THAT
      *               NAMES A GROUP CAN BE EXPANDED TO ITS MEMBERS.
      *               A CONFLICT AN APPROVER HAS ACCEPTED THROUGH AN
      *               IESSODX OVERRIDE - AUDITED AS ACTION 'O' ON THE
      *               IESAUDT LOG OR ITS IESAUHF HISTORY - IS LISTED
      *               AS AN ACCEPTED EXCEPTION, NAMING THE APPROVER,
      *               INSTEAD OF AS A VIOLATION.
      *               REPORT ONLY - NOTHING IS UPDATED.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC LIST A CONFLICT COVERED BY AN AUDITED SEPARATION-
      *                OF-DUTIES OVERRIDE (IESAUDT ACTION 'O', READ
      *                FROM THE IESAUHF HISTORY AND THEN THE ONLINE
      *                LOG) AS AN ACCEPTED EXCEPTION WITH ITS APPROVER,
      *                COUNTED APART FROM THE VIOLATIONS.
      * 10/15/2026 DLC NOTE EACH RUN IN THE IESRUNRG RUN REGISTRY SO THE
      *                REVIEW SIGN-OFF REGISTER CAN FIND IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESAUHF
               ASSIGN TO IESAUHF
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESAUDT
               ASSIGN TO IESAUDT
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

       FD  IESAUHF
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUHF.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************

         03  SODR                      PIC S9(04)   BINARY VALUE 1.
         03  BSM                       PIC S9(04)   BINARY VALUE 2.
         03  AUHF                      PIC S9(04)   BINARY VALUE 3.
         03  AUDT                      PIC S9(04)   BINARY VALUE 4.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  RSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  USUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  GSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  FSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  ASUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.

         03  WORK-USRIDNT              PIC  X(08).
         03  WORK-GRPNAME              PIC  X(08).
         03  WORK-APPROVER             PIC  X(08).

         03  GROUP-HEADER.
           05                          PIC  X(2)    VALUE X'0000'.
             05  USER-USRIDNT          PIC  X(08).
             05  USER-SIDE-FLAG        PIC  X(01)  OCCURS 100 TIMES.

      * EVERY AUDITED SEPARATION-OF-DUTIES OVERRIDE, BY USER AND RULE
      * DESCRIPTION - A LATER OVERRIDE OF THE SAME PAIR REPLACES THE
      * EARLIER ONE, SO THE MOST RECENT APPROVER IS THE ONE NAMED
         03  ACCEPT-MAX                PIC S9(04)   BINARY VALUE +2000.
         03  ACCEPT-CTR                PIC S9(04)   BINARY VALUE ZEROES.
         03  ACCEPT-ENTRY              OCCURS 2000 TIMES.
             05  ACCEPT-USRIDNT        PIC  X(08).
             05  ACCEPT-RULE-DESC      PIC  X(26).
             05  ACCEPT-APPROVER       PIC  X(08).
             05  ACCEPT-DATE           PIC  9(08).

         03  RULE-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  MBR-COUNT                 PIC  9(7)    VALUE ZEROES.
         03  VIOLATION-COUNT           PIC  9(7)    VALUE ZEROES.
         03  OVERRIDE-COUNT            PIC  9(7)    VALUE ZEROES.
         03  ACCEPTED-COUNT            PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY RUNMAN.

       COPY RTCMAN.

       COPY VSMSTATW.
               MOVE +4                 TO RTC-CODE
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM F00-LOAD-HIST-OVERRIDES THRU F05-EXIT
                 UNTIL STAT-EOFILE(AUHF)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM F10-LOAD-LIVE-OVERRIDES THRU F15-EXIT
                 UNTIL STAT-EOFILE(AUDT)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM C00-PROCESS-GROUPS THRU C99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(BSM)
           MOVE VIOLATION-COUNT        TO VAR-EDIT.
           DISPLAY 'Violations found ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE OVERRIDE-COUNT         TO VAR-EDIT.
           DISPLAY 'Overrides audited ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ACCEPTED-COUNT         TO VAR-EDIT.
           DISPLAY 'Accepted exceptions ...... ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.


           COPY BATCHINI.

      * note the start of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-START      TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE ZEROES                 TO RUN-RETCODE
                                          RUN-COUNT1
                                          RUN-COUNT2
                                          RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           MOVE 'IESSODR'              TO VSAM-FILE(SODR).
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESAUHF'              TO VSAM-FILE(AUHF).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).

           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(SODR).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           END-PERFORM

           OPEN INPUT IESSODR
                      BSTCNTL
                      IESAUHF
                      IESAUDT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.
           END-PERFORM.

           CLOSE IESSODR
                 BSTCNTL
                 IESAUHF
                 IESAUDT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE MBR-COUNT              TO RUN-COUNT1.
           MOVE VIOLATION-COUNT        TO RUN-COUNT2.
           MOVE ACCEPTED-COUNT         TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
                   COMPUTE SUB = (RSUB * 2) - 1
                   IF  USER-SIDE-FLAG(USUB SUB) = 'Y'
                   AND USER-SIDE-FLAG(USUB SUB + 1) = 'Y'
                       PERFORM E10-FIND-ACCEPTANCE THRU E15-EXIT
                       IF  ASUB <= ACCEPT-CTR
                           ADD  1      TO ACCEPTED-COUNT
                           DISPLAY 'ACCEPTED EXCEPTION: '
                                   USER-USRIDNT(USUB)
                                   ' - ' RULE-DESC(RSUB)
                                     UPON PRINTER
                           DISPLAY '    APPROVED BY '
                                   ACCEPT-APPROVER(ASUB)
                                   ' ON ' ACCEPT-DATE(ASUB)
                                     UPON PRINTER
                       ELSE
                           ADD  1      TO VIOLATION-COUNT
                           DISPLAY 'VIOLATION: ' USER-USRIDNT(USUB)
                                   ' - ' RULE-DESC(RSUB)
                                     UPON PRINTER
                       END-IF
                       DISPLAY '    HOLDS ' RULE-TYPE(RSUB 1) ' '
                               RULE-APPL(RSUB 1) '/'
                               RULE-TRANS(RSUB 1) '/'
           END-PERFORM.

           IF  VIOLATION-COUNT = ZERO
           AND ACCEPTED-COUNT = ZERO
               DISPLAY '(NONE FOUND)' UPON PRINTER
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    HAS AN APPROVER ACCEPTED RULE RSUB FOR USER USUB - ASUB IS  *
      *    LEFT PAST ACCEPT-CTR WHEN NOT                               *
      ******************************************************************
       E10-FIND-ACCEPTANCE.
           PERFORM WITH TEST BEFORE
             VARYING ASUB FROM 1 BY 1
               UNTIL ASUB > ACCEPT-CTR
                  OR (ACCEPT-USRIDNT(ASUB) = USER-USRIDNT(USUB)
                  AND ACCEPT-RULE-DESC(ASUB) = RULE-DESC(RSUB))
               CONTINUE
           END-PERFORM.
       E15-EXIT.
           EXIT.

      /*****************************************************************
      *    TABLE THE OVERRIDES AUDITED IN THE OFFLOADED HISTORY, THEN  *
      *    THOSE STILL ON THE ONLINE LOG - OLDEST FIRST, SO THE LATEST *
      *    APPROVAL OF A PAIR IS THE ONE KEPT                          *
      ******************************************************************
       F00-LOAD-HIST-OVERRIDES.
           MOVE AUHF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESAUHF NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO F05-EXIT
           END-IF.

           MOVE AUHF-IMAGE             TO IESAUDT-RECORD.
           PERFORM F20-TABLE-OVERRIDE THRU F25-EXIT.
       F05-EXIT.
           EXIT.

       F10-LOAD-LIVE-OVERRIDES.
           MOVE AUDT                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESAUDT NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO F15-EXIT
           END-IF.

           PERFORM F20-TABLE-OVERRIDE THRU F25-EXIT.
       F15-EXIT.
           EXIT.

      /*****************************************************************
      *    TABLE ONE OVERRIDE ENTRY - THE RULE IS IN THE OLD VALUE AND *
      *    THE APPROVER LEADS THE NEW VALUE                            *
      ******************************************************************
       F20-TABLE-OVERRIDE.
           IF  NOT AUDT-ACTION-SOD-OVERRIDE
               GO TO F25-EXIT
           END-IF.

           ADD  1                      TO OVERRIDE-COUNT.
           MOVE SPACES                 TO WORK-APPROVER.
           UNSTRING AUDT-NEW-VALUE  DELIMITED BY SPACE
               INTO WORK-APPROVER.

           PERFORM WITH TEST BEFORE
             VARYING ASUB FROM 1 BY 1
               UNTIL ASUB > ACCEPT-CTR
                  OR (ACCEPT-USRIDNT(ASUB) = AUDT-USRIDNT
                  AND ACCEPT-RULE-DESC(ASUB) = AUDT-OLD-VALUE(1:26))
               CONTINUE
           END-PERFORM.
           IF  ASUB > ACCEPT-CTR
               IF  ACCEPT-CTR >= ACCEPT-MAX
                   DISPLAY THIS-PGM ': OVERRIDE TABLE FULL, INCREASE '
                           'ACCEPT-MAX'
                                     UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO F25-EXIT
               END-IF
               ADD  1                  TO ACCEPT-CTR
               MOVE ACCEPT-CTR         TO ASUB
               MOVE AUDT-USRIDNT       TO ACCEPT-USRIDNT(ASUB)
               MOVE AUDT-OLD-VALUE(1:26)
                                       TO ACCEPT-RULE-DESC(ASUB)
           END-IF.
           MOVE WORK-APPROVER          TO ACCEPT-APPROVER(ASUB).
           MOVE AUDT-DATE              TO ACCEPT-DATE(ASUB).
       F25-EXIT.
           EXIT.
