      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESASOFR.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       POINT-IN-TIME "ACCESS AS OF DATE" REPORT.  LEGAL
      *               AND INTERNAL AUDIT ASK WHAT ACCESS A PERSON HAD
      *               ON A PAST DATE (THE DAY OF A DISPUTED
      *               TRANSACTION, SAY).  THE IESAUQC RECORD FOR THIS
      *               PROGRAM NAMES THE USERID (AUQC-SEL-USRIDNT) AND
      *               THE AS-OF DATE (AUQC-DATE-TO).  THE PROGRAM
      *               STARTS FROM THE CURRENT IESCNTL PROFILE AND
      *               IESXREF HOLDINGS AND UNWINDS EVERY IESJRNL
      *               CHANGE STAMPED AFTER THE AS-OF DATE THAT
      *               MENTIONS THE USER: THE BEFORE IMAGE OF THE
      *               EARLIEST SUCH CHANGE TO A RECORD IS THAT RECORD
      *               AS IT STOOD ON THE AS-OF DATE, SO ONE FORWARD
      *               KEYED PASS GIVES THE SAME ANSWER AS WALKING THE
      *               JOURNAL BACKWARD.  IESARCH IMAGES OF PROFILES,
      *               GROUP MEMBERSHIPS, AND PERMITS PURGED AFTER THE
      *               AS-OF DATE FILL IN ANYTHING THE JOURNAL DOES NOT
      *               REACH.  THE REPORT LISTS EVERY CHANGE UNWOUND,
      *               THEN THE PROFILE, GROUP MEMBERSHIPS, AND
      *               FACILITY PERMITS AS OF THE DATE (EACH MARKED
      *               UNCHANGED, FROM IESJRNL, OR FROM IESARCH), THEN
      *               WHAT THE USER HOLDS TODAY BUT DID NOT THEN.
      *               DIRECT MEMBERSHIPS ONLY - NESTED GROUPS ARE NOT
      *               EXPANDED.  A JOURNAL THAT BEGINS AFTER THE AS-OF
      *               DATE IS FLAGGED AND ENDS RC=4, SINCE CHANGES
      *               OLDER THAN THE JOURNAL CANNOT BE UNWOUND.
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
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESXREF
               ASSIGN TO IESXREF
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS XREF-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESJRNL
               ASSIGN TO IESJRNL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESARCH
               ASSIGN TO IESARCH
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESAUQC
               ASSIGN TO IESAUQC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS AUQC-KEY
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

       FD  IESCNTL.
       COPY IESCNTL.

       FD  IESXREF.
       COPY IESXREF.

       FD  IESJRNL.
       COPY IESJRNL.

       FD  IESARCH.
       COPY IESARCH.

       FD  IESAUQC.
       COPY IESAUQC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESASOFR'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.
         03  XREF                      PIC S9(04)   BINARY VALUE 2.
         03  JRNL                      PIC S9(04)   BINARY VALUE 3.
         03  ARCH                      PIC S9(04)   BINARY VALUE 4.
         03  AUQC                      PIC S9(04)   BINARY VALUE 5.

         03  SUB                       PIC S9(04)   BINARY VALUE ZERO.

      * the run request, loaded from IESAUQC by B10-INITIALIZATION -
      * there is no fallback, a run without both values is refused
         03  WORK-USRIDNT              PIC  X(08)   VALUE SPACES.
         03  WORK-ASOF-DATE            PIC  9(08)   VALUE ZEROES.

         03  WORK-PROF-KEY             PIC  X(09)   VALUE SPACES.
         03  WORK-JRNL-FIRST           PIC  9(08)   VALUE ZEROES.
         03  WORK-REVOKED              PIC  9(08)   VALUE ZEROES.
         03  WORK-HLD-KEY              PIC  X(53)   VALUE SPACES.
         03  WORK-SOURCE               PIC  X(12)   VALUE SPACES.
         03  WORK-FUNC                 PIC  X(07)   VALUE SPACES.

         03  WORK-BEFORE-SW            PIC  X(01)   VALUE 'N'.
         03  WORK-AFTER-SW             PIC  X(01)   VALUE 'N'.
         03  WORK-BEFORE-ACCESS        PIC  X(01)   VALUE SPACE.
         03  WORK-AFTER-ACCESS         PIC  X(01)   VALUE SPACE.

      * the profile now, and as it stood on the as-of date
         03  PROF-NOW-SW               PIC  X(01)   VALUE 'N'.
           88  PROF-EXISTS-NOW                      VALUE 'Y'.
         03  PROF-ASOF-SW              PIC  X(01)   VALUE 'N'.
           88  PROF-EXISTED-ASOF                    VALUE 'Y'.
         03  PROF-SOURCE               PIC  X(01)   VALUE SPACE.
           88  PROF-UNRESOLVED                      VALUE SPACE.
           88  PROF-FROM-JOURNAL                    VALUE 'J'.
           88  PROF-FROM-ARCHIVE                    VALUE 'A'.
         03  PROF-ASOF-RECORD          PIC  X(106)  VALUE SPACES.

         03  CHANGE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  ASOF-COUNT                PIC  9(7)    VALUE ZEROES.
         03  ARCHIVE-COUNT             PIC  9(7)    VALUE ZEROES.
         03  GRANTED-COUNT             PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

      * one entry per group membership or facility permit the user
      * holds today or held at some point since the as-of date
       01  HLD-TABLE.
         03  HLD-MAX                   PIC S9(04)   BINARY VALUE 2000.
         03  HLD-COUNT                 PIC S9(04)   BINARY VALUE ZERO.
         03  HLD-ENTRY                 OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON HLD-COUNT
                                       INDEXED BY HLD-IDX.
           05  HLD-KEY.
             07  HLD-CLASS             PIC  X(01).
               88  HLD-CLASS-GROUP                  VALUE 'G'.
               88  HLD-CLASS-PERMIT                 VALUE 'F'.
             07  HLD-APPL              PIC  X(04).
             07  HLD-TRANS             PIC  X(04).
             07  HLD-RESOURCE          PIC  X(44).
           05  HLD-NOW-SW              PIC  X(01).
             88  HLD-HELD-NOW                       VALUE 'Y'.
           05  HLD-NOW-ACCESS          PIC  X(01).
           05  HLD-ASOF-SW             PIC  X(01).
             88  HLD-HELD-ASOF                      VALUE 'Y'.
           05  HLD-ASOF-ACCESS         PIC  X(01).
           05  HLD-SOURCE              PIC  X(01).
             88  HLD-UNRESOLVED                     VALUE SPACE.
             88  HLD-FROM-JOURNAL                   VALUE 'J'.
             88  HLD-FROM-ARCHIVE                   VALUE 'A'.

       COPY BSTCNTL.

       COPY BITMAN.

       COPY DATETIME.

       COPY DTEMAN.

       COPY RTCMAN.

       COPY RUNMAN.

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

           PERFORM C00-PROCESS-IESJRNL THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(JRNL)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM E00-APPLY-ARCHIVE THRU E09-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM F00-PRINT-PROFILE THRU F09-EXIT
               PERFORM G00-PRINT-HOLDINGS THRU G09-EXIT
           END-IF.

      * a journal that starts after the as-of date cannot unwind
      * whatever changed in between - say so in the return code
           IF  RTC-CODE = ZERO
           AND WORK-JRNL-FIRST > WORK-ASOF-DATE
               MOVE +4                 TO RTC-CODE
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE CHANGE-COUNT           TO VAR-EDIT.
           DISPLAY 'Journal changes unwound .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ARCHIVE-COUNT          TO VAR-EDIT.
           DISPLAY 'Restored from IESARCH .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ASOF-COUNT             TO VAR-EDIT.
           DISPLAY 'Holdings as of date ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GRANTED-COUNT          TO VAR-EDIT.
           DISPLAY 'Granted since date ....... ' VAR-EDIT
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
           MOVE 'IESJRNL'              TO VSAM-FILE(JRNL).
           MOVE 'IESARCH'              TO VSAM-FILE(ARCH).
           MOVE 'IESAUQC'              TO VSAM-FILE(AUQC).

           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF XREF-KEY     TO VSAM-KEYL(XREF).
           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRNL).
           MOVE LENGTH OF ARCH-KEY     TO VSAM-KEYL(ARCH).
           MOVE LENGTH OF AUQC-KEY     TO VSAM-KEYL(AUQC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESCNTL
                      IESXREF
                      IESJRNL
                      IESARCH
                      IESAUQC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up the run request - the user and the as-of date
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO AUQC-PGM
               SET  FUNC-READ(AUQC)    TO TRUE
               READ IESAUQC RECORD END-READ
               IF  STAT-NORMAL(AUQC)
                   MOVE AUQC-SEL-USRIDNT  TO WORK-USRIDNT
                   MOVE AUQC-DATE-TO      TO WORK-ASOF-DATE
               ELSE
                   IF  NOT STAT-NOTFND(AUQC)
                       MOVE AUQC           TO VSUB
                       MOVE AUQC-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
           AND (WORK-USRIDNT = SPACES OR LOW-VALUES
            OR  WORK-ASOF-DATE = ZEROES)
               DISPLAY THIS-PGM ': IESAUQC RECORD MUST NAME A USERID '
                       'AND AN AS-OF DATE'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
           END-IF.

           IF  RTC-CODE = ZERO
               DISPLAY 'ACCESS AS OF ' WORK-ASOF-DATE
                       ' FOR USERID ' WORK-USRIDNT
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               PERFORM P00-LOAD-CURRENT THRU P09-EXIT
           END-IF.

      * note how far back the journal reaches before unwinding it
           IF  RTC-CODE = ZERO
               MOVE LOW-VALUES         TO JRNL-KEY
               MOVE JRNL               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESJRNL KEY >= JRNL-KEY END-START
               IF  STAT-NORMAL(VSUB)
                   SET  FUNC-READNEXT(VSUB) TO TRUE
                   READ IESJRNL NEXT RECORD END-READ
               END-IF
               IF  STAT-NORMAL(VSUB)
                   MOVE JRNL-DATE      TO WORK-JRNL-FIRST
               ELSE
                   IF  NOT STAT-NOTFND(VSUB)
                   AND NOT STAT-EOFILE(VSUB)
                       MOVE JRNL-KEY   TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
                   MOVE 99999999       TO WORK-JRNL-FIRST
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
           AND WORK-JRNL-FIRST > WORK-ASOF-DATE
               DISPLAY '*** WARNING: IESJRNL BEGINS ' WORK-JRNL-FIRST
                       ' - CHANGES BEFORE THAT CANNOT BE UNWOUND AND'
                       ' THE RESULT MAY BE INCOMPLETE ***'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
           END-IF.

           IF  RTC-CODE = ZERO
               DISPLAY 'CHANGES AFTER THE AS-OF DATE THAT WERE UNWOUND:'
                                     UPON PRINTER
      * position past the last possible entry of the as-of date
               MOVE WORK-ASOF-DATE     TO JRNL-DATE
               MOVE 999999             TO JRNL-TIME
               MOVE 99999              TO JRNL-SEQNO
               MOVE JRNL               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESJRNL KEY > JRNL-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
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
                 IESJRNL
                 IESARCH
                 IESAUQC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE CHANGE-COUNT           TO RUN-COUNT1.
           MOVE ARCHIVE-COUNT          TO RUN-COUNT2.
           MOVE ASOF-COUNT             TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    WALK THE JOURNAL FORWARD FROM THE DAY AFTER THE AS-OF DATE, *
      *    UNWINDING EACH CHANGE THAT MENTIONS THE USER                *
      ******************************************************************
       C00-PROCESS-IESJRNL.

           MOVE JRNL                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESJRNL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           EVALUATE TRUE
             WHEN JRNL-FUNC-WRITE
               MOVE 'ADDED'            TO WORK-FUNC
             WHEN JRNL-FUNC-DELETE
               MOVE 'DELETED'          TO WORK-FUNC
             WHEN OTHER
               MOVE 'CHANGED'          TO WORK-FUNC
           END-EVALUATE.

           IF  JRNL-FILE = 'IESCNTL'
           AND JRNL-REC-KEY(1:9) = WORK-PROF-KEY
               PERFORM D00-UNWIND-PROFILE THRU D09-EXIT
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  JRNL-FILE = 'BSTCNTL'
               IF  JRNL-REC-KEY(1:1) = 'G'
                   PERFORM D10-UNWIND-MEMBERSHIP THRU D19-EXIT
               END-IF
               IF  JRNL-REC-KEY(1:1) = 'F'
                   PERFORM D20-UNWIND-PERMIT THRU D29-EXIT
               END-IF
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    THE EARLIEST LATER CHANGE TO THE PROFILE HOLDS IT AS IT     *
      *    STOOD ON THE AS-OF DATE IN ITS BEFORE IMAGE                 *
      ******************************************************************
       D00-UNWIND-PROFILE.
           ADD  1                      TO CHANGE-COUNT.
           DISPLAY '  ' JRNL-DATE '-' JRNL-TIME ' ' JRNL-PGM
                   ' PROFILE ' WORK-FUNC
                                     UPON PRINTER.

           IF  NOT PROF-UNRESOLVED
               GO TO D09-EXIT
           END-IF.

           SET  PROF-FROM-JOURNAL      TO TRUE.
           IF  JRNL-BEFORE-LEN > ZERO
               MOVE 'Y'                TO PROF-ASOF-SW
               MOVE JRNL-BEFORE-DATA(1:106)
                                       TO PROF-ASOF-RECORD
           ELSE
               MOVE 'N'                TO PROF-ASOF-SW
           END-IF.

       D09-EXIT.
           EXIT.

      /*****************************************************************
      *    A GROUP MEMBER RECORD THAT NAMES THE USER IN EITHER IMAGE   *
      ******************************************************************
       D10-UNWIND-MEMBERSHIP.
           MOVE 'N'                    TO WORK-BEFORE-SW
                                          WORK-AFTER-SW.

           IF  JRNL-BEFORE-LEN > ZERO
               PERFORM R00-LOAD-BEFORE THRU R09-EXIT
               IF  BSM-GRP-MEMBER = WORK-USRIDNT
                   MOVE 'Y'            TO WORK-BEFORE-SW
               END-IF
           END-IF.
           IF  JRNL-AFTER-LEN > ZERO
               PERFORM R10-LOAD-AFTER THRU R19-EXIT
               IF  BSM-GRP-MEMBER = WORK-USRIDNT
                   MOVE 'Y'            TO WORK-AFTER-SW
               END-IF
           END-IF.
      * a rewrite that left the member alone is not a change to the
      * user's access
           IF  WORK-BEFORE-SW = WORK-AFTER-SW
               GO TO D19-EXIT
           END-IF.

           ADD  1                      TO CHANGE-COUNT.
           MOVE JRNL-REC-KEY(1:53)     TO WORK-HLD-KEY.
           DISPLAY '  ' JRNL-DATE '-' JRNL-TIME ' ' JRNL-PGM
                   ' MEMBERSHIP ' WORK-FUNC ' ' WORK-HLD-KEY(10:44)
                                     UPON PRINTER.

           PERFORM Q00-FIND-HOLDING THRU Q09-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  NOT HLD-UNRESOLVED(HLD-IDX)
               GO TO D19-EXIT
           END-IF.

           SET  HLD-FROM-JOURNAL(HLD-IDX)
                                       TO TRUE.
           MOVE WORK-BEFORE-SW         TO HLD-ASOF-SW(HLD-IDX).
           MOVE SPACE                  TO HLD-ASOF-ACCESS(HLD-IDX).

       D19-EXIT.
           EXIT.

      /*****************************************************************
      *    A FACILITY RECORD THAT PERMITS THE USER IN EITHER IMAGE     *
      ******************************************************************
       D20-UNWIND-PERMIT.
           MOVE 'N'                    TO WORK-BEFORE-SW
                                          WORK-AFTER-SW.
           MOVE SPACE                  TO WORK-BEFORE-ACCESS
                                          WORK-AFTER-ACCESS.

           IF  JRNL-BEFORE-LEN > ZERO
               PERFORM R00-LOAD-BEFORE THRU R09-EXIT
               PERFORM WITH TEST BEFORE
                 VARYING SUB FROM 1 BY 1
                   UNTIL SUB > BSM-SEC-PERMITS
                      OR SUB > 100
                   IF  BSM-SEC-USERID(SUB) = WORK-USRIDNT
                       MOVE 'Y'        TO WORK-BEFORE-SW
                       MOVE BSM-SEC-AC-FLAG(SUB)
                                       TO WORK-BEFORE-ACCESS
                   END-IF
               END-PERFORM
           END-IF.
           IF  JRNL-AFTER-LEN > ZERO
               PERFORM R10-LOAD-AFTER THRU R19-EXIT
               PERFORM WITH TEST BEFORE
                 VARYING SUB FROM 1 BY 1
                   UNTIL SUB > BSM-SEC-PERMITS
                      OR SUB > 100
                   IF  BSM-SEC-USERID(SUB) = WORK-USRIDNT
                       MOVE 'Y'        TO WORK-AFTER-SW
                       MOVE BSM-SEC-AC-FLAG(SUB)
                                       TO WORK-AFTER-ACCESS
                   END-IF
               END-PERFORM
           END-IF.
      * a rewrite that never touched this user's permit is not a
      * change to the user's access
           IF  WORK-BEFORE-SW = WORK-AFTER-SW
           AND WORK-BEFORE-ACCESS = WORK-AFTER-ACCESS
               GO TO D29-EXIT
           END-IF.

           ADD  1                      TO CHANGE-COUNT.
           MOVE JRNL-REC-KEY(1:53)     TO WORK-HLD-KEY.
           DISPLAY '  ' JRNL-DATE '-' JRNL-TIME ' ' JRNL-PGM
                   ' PERMIT ' WORK-FUNC ' ' WORK-HLD-KEY(2:4)
                   '/' WORK-HLD-KEY(6:4) '/' WORK-HLD-KEY(10:44)
                   ' ACCESS ' WORK-BEFORE-ACCESS
                   ' TO ' WORK-AFTER-ACCESS
                                     UPON PRINTER.

           PERFORM Q00-FIND-HOLDING THRU Q09-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  NOT HLD-UNRESOLVED(HLD-IDX)
               GO TO D29-EXIT
           END-IF.

           SET  HLD-FROM-JOURNAL(HLD-IDX)
                                       TO TRUE.
           MOVE WORK-BEFORE-SW         TO HLD-ASOF-SW(HLD-IDX).
           MOVE WORK-BEFORE-ACCESS     TO HLD-ASOF-ACCESS(HLD-IDX).

       D29-EXIT.
           EXIT.

      /*****************************************************************
      *    RECOVER PROFILES, MEMBERSHIPS, AND PERMITS PURGED AFTER     *
      *    THE AS-OF DATE THAT THE JOURNAL DID NOT ALREADY RESOLVE     *
      ******************************************************************
       E00-APPLY-ARCHIVE.

      * position past the last possible purge of the as-of date
           MOVE WORK-USRIDNT           TO ARCH-USRIDNT.
           MOVE WORK-ASOF-DATE         TO ARCH-PURGE-DATE.
           MOVE 999999                 TO ARCH-PURGE-TIME.
           MOVE 99999                  TO ARCH-SEQNO.
           MOVE ARCH                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESARCH KEY > ARCH-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE ARCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO E09-EXIT
           END-IF.

       E02-NEXT-ARCHIVE.
           MOVE ARCH                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESARCH NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE ARCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO E09-EXIT
           END-IF.
           IF  ARCH-USRIDNT NOT = WORK-USRIDNT
               GO TO E09-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN ARCH-TYPE-PROFILE
               IF  PROF-UNRESOLVED
                   SET  PROF-FROM-ARCHIVE  TO TRUE
                   MOVE 'Y'            TO PROF-ASOF-SW
                   MOVE ARCH-DATA(1:106)
                                       TO PROF-ASOF-RECORD
                   ADD  1              TO ARCHIVE-COUNT
               END-IF
             WHEN ARCH-TYPE-GROUPMBR
               MOVE ARCH-DATA(7:53)    TO WORK-HLD-KEY
               PERFORM E10-RESTORE-HOLDING THRU E19-EXIT
             WHEN ARCH-TYPE-PERMIT
               MOVE ARCH-DATA(1:53)    TO WORK-HLD-KEY
               PERFORM E10-RESTORE-HOLDING THRU E19-EXIT
               IF  RTC-CODE = ZERO
               AND HLD-FROM-ARCHIVE(HLD-IDX)
                   MOVE ARCH-DATA(57:1)
                                       TO HLD-ASOF-ACCESS(HLD-IDX)
               END-IF
           END-EVALUATE.

           IF  RTC-CODE = ZERO
               GO TO E02-NEXT-ARCHIVE
           END-IF.

       E09-EXIT.
           EXIT.

      /*****************************************************************
      *    A HOLDING STILL ON FILE WHEN IT WAS PURGED, WITH NO EARLIER *
      *    JOURNALED CHANGE, WAS HELD ON THE AS-OF DATE                *
      ******************************************************************
       E10-RESTORE-HOLDING.
           PERFORM Q00-FIND-HOLDING THRU Q09-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  NOT HLD-UNRESOLVED(HLD-IDX)
               GO TO E19-EXIT
           END-IF.

           SET  HLD-FROM-ARCHIVE(HLD-IDX)
                                       TO TRUE.
           MOVE 'Y'                    TO HLD-ASOF-SW(HLD-IDX).
           MOVE SPACE                  TO HLD-ASOF-ACCESS(HLD-IDX).
           ADD  1                      TO ARCHIVE-COUNT.

       E19-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT THE PROFILE AS IT STOOD ON THE AS-OF DATE             *
      ******************************************************************
       F00-PRINT-PROFILE.
           DISPLAY ' '               UPON PRINTER.

      * nothing later touched it - the profile then is the profile now
           IF  PROF-UNRESOLVED
               MOVE PROF-NOW-SW        TO PROF-ASOF-SW
               MOVE 'UNCHANGED'        TO WORK-SOURCE
           ELSE
               IF  PROF-FROM-JOURNAL
                   MOVE 'FROM IESJRNL' TO WORK-SOURCE
               ELSE
                   MOVE 'FROM IESARCH' TO WORK-SOURCE
               END-IF
               MOVE PROF-ASOF-RECORD   TO IESCNTL-RECORD
           END-IF.

           IF  NOT PROF-EXISTED-ASOF
               DISPLAY 'PROFILE:  ' WORK-USRIDNT
                       ' DID NOT EXIST ON THE AS-OF DATE ('
                       WORK-SOURCE ')'
                                     UPON PRINTER
               GO TO F09-EXIT
           END-IF.

           SET  BIT-DECODE-FROM-BYTE   TO TRUE.
           MOVE IUI-US-IESINFO         TO BIT-BYTE.
           CALL BITMAN              USING BITMAN-PARMS.
           EVALUATE TRUE
             WHEN BIT-0-IS-ON  AND BIT-1-IS-ON
               DISPLAY 'PROFILE:  ' WORK-USRIDNT ' ' IUI-US-USRNAME
                       ' ADMINISTRATOR (' WORK-SOURCE ')'
                                     UPON PRINTER
             WHEN BIT-0-IS-OFF AND BIT-1-IS-ON
               DISPLAY 'PROFILE:  ' WORK-USRIDNT ' ' IUI-US-USRNAME
                       ' PROGRAMMER (' WORK-SOURCE ')'
                                     UPON PRINTER
             WHEN OTHER
               DISPLAY 'PROFILE:  ' WORK-USRIDNT ' ' IUI-US-USRNAME
                       ' GENERAL USER (' WORK-SOURCE ')'
                                     UPON PRINTER
           END-EVALUATE.

           MOVE ZEROES                 TO WORK-REVOKED.
           IF  IUI-US-REVOKEJ > ZEROES
               SET  DTE-REQUEST-JULN-EDIT
                                       TO TRUE
               MOVE IUI-US-REVOKEJ     TO JUL-DATE
               MOVE JUL-DATE           TO DTE-JULN
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-REVOKED
           END-IF.
           IF  WORK-REVOKED > ZEROES
           AND WORK-REVOKED NOT > WORK-ASOF-DATE
               DISPLAY '          REVOKED ' WORK-REVOKED
                       ' REASON ' IUI-US-REVREASON
                                     UPON PRINTER
           ELSE
               DISPLAY '          ACTIVE ON THE AS-OF DATE'
                                     UPON PRINTER
           END-IF.

       F09-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT THE HOLDINGS AS OF THE DATE, THEN WHAT IS HELD TODAY  *
      *    THAT WAS NOT HELD THEN                                      *
      ******************************************************************
       G00-PRINT-HOLDINGS.
           DISPLAY ' '               UPON PRINTER.
           DISPLAY 'HOLDINGS ON THE AS-OF DATE:'
                                     UPON PRINTER.

           PERFORM G10-PRINT-ASOF THRU G19-EXIT
             VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > HLD-COUNT.

           IF  ASOF-COUNT = ZERO
               DISPLAY '  NONE'      UPON PRINTER
           END-IF.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY 'HELD TODAY BUT NOT ON THE AS-OF DATE:'
                                     UPON PRINTER.

           PERFORM G20-PRINT-GRANTED THRU G29-EXIT
             VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > HLD-COUNT.

           IF  GRANTED-COUNT = ZERO
               DISPLAY '  NONE'      UPON PRINTER
           END-IF.

       G09-EXIT.
           EXIT.

       G10-PRINT-ASOF.
      * nothing later touched it - held then exactly as held now
           IF  HLD-UNRESOLVED(HLD-IDX)
               MOVE HLD-NOW-SW(HLD-IDX)
                                       TO HLD-ASOF-SW(HLD-IDX)
               MOVE HLD-NOW-ACCESS(HLD-IDX)
                                       TO HLD-ASOF-ACCESS(HLD-IDX)
           END-IF.
           IF  NOT HLD-HELD-ASOF(HLD-IDX)
               GO TO G19-EXIT
           END-IF.

           ADD  1                      TO ASOF-COUNT.
           EVALUATE TRUE
             WHEN HLD-FROM-JOURNAL(HLD-IDX)
               MOVE 'FROM IESJRNL'     TO WORK-SOURCE
             WHEN HLD-FROM-ARCHIVE(HLD-IDX)
               MOVE 'FROM IESARCH'     TO WORK-SOURCE
             WHEN OTHER
               MOVE 'UNCHANGED'        TO WORK-SOURCE
           END-EVALUATE.

           IF  HLD-CLASS-GROUP(HLD-IDX)
               DISPLAY '  MEMBER OF ' HLD-RESOURCE(HLD-IDX)
                       ' ' WORK-SOURCE
                                     UPON PRINTER
           ELSE
               DISPLAY '  PERMIT ' HLD-APPL(HLD-IDX)
                       '/' HLD-TRANS(HLD-IDX)
                       '/' HLD-RESOURCE(HLD-IDX)
                       ' ACCESS ' HLD-ASOF-ACCESS(HLD-IDX)
                       ' ' WORK-SOURCE
                                     UPON PRINTER
           END-IF.

       G19-EXIT.
           EXIT.

       G20-PRINT-GRANTED.
           IF  NOT HLD-HELD-NOW(HLD-IDX)
           OR  HLD-HELD-ASOF(HLD-IDX)
               GO TO G29-EXIT
           END-IF.

           ADD  1                      TO GRANTED-COUNT.
           IF  HLD-CLASS-GROUP(HLD-IDX)
               DISPLAY '  MEMBER OF ' HLD-RESOURCE(HLD-IDX)
                                     UPON PRINTER
           ELSE
               DISPLAY '  PERMIT ' HLD-APPL(HLD-IDX)
                       '/' HLD-TRANS(HLD-IDX)
                       '/' HLD-RESOURCE(HLD-IDX)
                       ' ACCESS ' HLD-NOW-ACCESS(HLD-IDX)
                                     UPON PRINTER
           END-IF.

       G29-EXIT.
           EXIT.

      /*****************************************************************
      *    LOAD THE USER'S CURRENT PROFILE AND IESXREF HOLDINGS        *
      ******************************************************************
       P00-LOAD-CURRENT.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE LOW-VALUES             TO IUI-KEY-VALUE.
           STRING WORK-USRIDNT            DELIMITED BY SPACE
                                     INTO IUI-US-USRIDNT.
           MOVE IUI-KEY                TO WORK-PROF-KEY.
           SET  FUNC-READ(IUI)         TO TRUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NORMAL(IUI)
               MOVE 'Y'                TO PROF-NOW-SW
           ELSE
               IF  NOT STAT-NOTFND(IUI)
                   MOVE IUI            TO VSUB
                   MOVE IUI-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO P09-EXIT
               END-IF
               MOVE 'N'                TO PROF-NOW-SW
           END-IF.

           MOVE LOW-VALUES             TO XREF-KEY.
           MOVE WORK-USRIDNT           TO XREF-USRIDNT.
           MOVE XREF                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESXREF KEY >= XREF-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE XREF-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO P09-EXIT
           END-IF.

       P02-NEXT-HOLDING.
           MOVE XREF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESXREF NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE XREF-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO P09-EXIT
           END-IF.
           IF  XREF-USRIDNT NOT = WORK-USRIDNT
               GO TO P09-EXIT
           END-IF.

           MOVE XREF-KEY(9:53)         TO WORK-HLD-KEY.
           PERFORM Q00-FIND-HOLDING THRU Q09-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO P09-EXIT
           END-IF.
           MOVE 'Y'                    TO HLD-NOW-SW(HLD-IDX).
           MOVE XREF-ACCESS            TO HLD-NOW-ACCESS(HLD-IDX).
           GO TO P02-NEXT-HOLDING.

       P09-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND A HOLDING IN THE TABLE, ADDING IT IF NOT YET THERE     *
      ******************************************************************
       Q00-FIND-HOLDING.
           IF  HLD-COUNT > ZERO
               SET  HLD-IDX            TO 1
               SEARCH HLD-ENTRY
                 AT END
                   CONTINUE
                 WHEN HLD-KEY(HLD-IDX) = WORK-HLD-KEY
                   GO TO Q09-EXIT
               END-SEARCH
           END-IF.

           IF  HLD-COUNT NOT < HLD-MAX
               DISPLAY THIS-PGM ': HOLDINGS TABLE FULL, INCREASE '
                       'HLD-MAX'     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO Q09-EXIT
           END-IF.

           ADD  1                      TO HLD-COUNT.
           SET  HLD-IDX                TO HLD-COUNT.
           MOVE WORK-HLD-KEY           TO HLD-KEY(HLD-IDX).
           MOVE 'N'                    TO HLD-NOW-SW(HLD-IDX)
                                          HLD-ASOF-SW(HLD-IDX).
           MOVE SPACE                  TO HLD-NOW-ACCESS(HLD-IDX)
                                          HLD-ASOF-ACCESS(HLD-IDX)
                                          HLD-SOURCE(HLD-IDX).

       Q09-EXIT.
           EXIT.

      /*****************************************************************
      *    LAY A JOURNALED BSTCNTL IMAGE OVER THE RECORD LAYOUT        *
      ******************************************************************
       R00-LOAD-BEFORE.
           MOVE +100                   TO BSM-SEC-PERMITS.
           MOVE SPACES                 TO BSTCNTL-RECORD.
           MOVE JRNL-BEFORE-DATA(1:JRNL-BEFORE-LEN)
                                       TO BSTCNTL-RECORD.

       R09-EXIT.
           EXIT.

       R10-LOAD-AFTER.
           MOVE +100                   TO BSM-SEC-PERMITS.
           MOVE SPACES                 TO BSTCNTL-RECORD.
           MOVE JRNL-AFTER-DATA(1:JRNL-AFTER-LEN)
                                       TO BSTCNTL-RECORD.

       R19-EXIT.
           EXIT.
