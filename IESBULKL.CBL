      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESBULKL.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       BULK SECURITY CHANGE LOADER.  READS A COMMA-
      *               DELIMITED REQUEST FILE (IESBLKFD) OF GROUP AND
      *               FACILITY-PERMIT ADDS AND REMOVALS AND PROVES
      *               EVERY LINE FIRST - THE USERID MUST HAVE AN
      *               IESCNTL PROFILE (NOT REVOKED, FOR A GRANT), THE
      *               GROUP OR FACILITY MUST EXIST ON BSTCNTL, A GRANT
      *               MUST PASS THE SODCHKB SEPARATION-OF-DUTIES CHECK,
      *               AND THE FILE'S GRANTS TOGETHER MUST KEEP EACH
      *               FACILITY RECORD UNDER THE 100-PERMIT AND BSMCHEK
      *               SIZE CEILINGS.  THE SYSLST REPORT SHOWS WHAT
      *               EACH LINE WOULD DO.  IF MORE THAN THE SITE-SET
      *               SHARE OF LINES FAIL (IESBRKC ENTRY 'IESBULKL',
      *               A PERCENTAGE) THE WHOLE FILE IS REFUSED AND
      *               NOTHING IS APPLIED.  UPSI-7 ON APPLIES THE GOOD
      *               LINES WITH THE SAME TREATMENT IESPNDAP GIVES A
      *               SCHEDULED CHANGE - IESARCH IMAGING FOR REMOVALS,
      *               IESJRNL JOURNALING, IESAUDT ENTRIES, XREFMANB,
      *               AND THE BSMREFRB REFRESH - AND A LINE WITH A
      *               FUTURE EFFECTIVE DATE IS WRITTEN TO IESPNDC FOR
      *               IESPNDAP TO APPLY ON THE DAY.  OTHERWISE THIS IS
      *               A REPORT-ONLY DRY RUN.

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
           UPSI-7 ON STATUS IS WITH-UPDATES.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT IESBLKFD
               ASSIGN TO IESBLKFD
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESPNDC
               ASSIGN TO IESPNDC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS PNDC-KEY
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

           SELECT IESARCH
               ASSIGN TO IESARCH
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT IESAUDT
               ASSIGN TO IESAUDT
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESBRKC
               ASSIGN TO IESBRKC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS BRKC-KEY
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

       FD  IESBLKFD
           RECORD CONTAINS 200 CHARACTERS.
       COPY IESBLKFD.

       FD  IESPNDC.
       COPY IESPNDC.

       FD  IESCNTL.
       COPY IESCNTL.

       FD  BSTCNTL
           RECORD IS VARYING IN SIZE
             FROM 280 TO 65535 CHARACTERS
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

       FD  IESARCH.
       COPY IESARCH.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESBRKC.
       COPY IESBRKC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESBULKL'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.

         03  BLK                       PIC S9(04)   BINARY VALUE 1.
         03  PNDC                      PIC S9(04)   BINARY VALUE 2.
         03  IUI                       PIC S9(04)   BINARY VALUE 3.
         03  BSM                       PIC S9(04)   BINARY VALUE 4.
         03  ARCH                      PIC S9(04)   BINARY VALUE 5.
         03  AUDT                      PIC S9(04)   BINARY VALUE 6.
         03  BRKC                      PIC S9(04)   BINARY VALUE 7.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  FSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.
         03  BSM-SWITCH                PIC  X(01)   VALUE 'N'.
           88  BSM-WAS-CHANGED                      VALUE 'Y'.
           88  BSM-NOT-CHANGED                      VALUE 'N'.
         03  GRP-FOUND-SW              PIC  X(01)   VALUE 'N'.
           88  TARGET-GROUP-FOUND                   VALUE 'Y'.
         03  GRP-MEMBER-SW             PIC  X(01)   VALUE 'N'.
           88  USER-ALREADY-A-MEMBER                VALUE 'Y'.
         03  BSM-MAX-SEQUENCE          PIC  9(03)   VALUE ZEROES.

      * which pass over the request file is running - the first only
      * proves and reports, the second (with updates) applies
         03  PASS-SW                   PIC  X(01)   VALUE '1'.
           88  VALIDATE-PASS                        VALUE '1'.
           88  APPLY-PASS                           VALUE '2'.
      * what the line in hand would do
         03  LINE-SW                   PIC  X(01)   VALUE 'V'.
           88  LINE-IS-VALID                        VALUE 'V'.
           88  LINE-IS-NO-CHANGE                    VALUE 'N'.
           88  LINE-IS-REJECTED                     VALUE 'R'.
         03  WHEN-SW                   PIC  X(01)   VALUE 'N'.
           88  LINE-IS-IMMEDIATE                    VALUE 'N'.
           88  LINE-IS-SCHEDULED                    VALUE 'S'.
         03  GRANT-SW                  PIC  X(01)   VALUE 'N'.
           88  LINE-IS-GRANT                        VALUE 'Y'.
         03  FILE-REJECT-SW            PIC  X(01)   VALUE 'N'.
           88  FILE-WAS-REFUSED                     VALUE 'Y'.

         03  WORK-OPTION               PIC  X(08).
         03  WORK-INDENT               PIC  X(17)   VALUE SPACES.
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-MEMBER-KEY           PIC  X(56)   VALUE SPACES.
         03  WORK-SUBMITTER            PIC  X(08)   VALUE SPACES.
         03  WORK-REASON               PIC  X(40)   VALUE SPACES.
         03  WORK-LINE-NO              PIC  9(05)   VALUE ZEROES.
         03  ARCH-SEQ-CTR              PIC  9(5)    VALUE ZEROES.

      * reject-share ceiling in percent, normally loaded from
      * IESBRKC by this program's name
         03  WORK-REJECT-PCT           PIC  9(05)   VALUE 00010.
         03  WORK-REJECT-SHARE         PIC  9(05)   VALUE ZEROES.

      * the request line, split into its comma-delimited fields -
      * each receiving field is one wider than the most the field
      * may hold, and its count shows a value that would not fit
         03  FLD-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  FLD-USER                  PIC  X(09).
         03  FLD-ACTION                PIC  X(07).
         03  FLD-CLASS                 PIC  X(09).
         03  FLD-KEY                   PIC  X(60).
         03  FLD-ACCESS                PIC  X(02).
         03  FLD-DATE                  PIC  X(09).
         03  FLD-DATE-N            REDEFINES FLD-DATE.
           05  FLD-DATE-CCYYMMDD       PIC  9(08).
           05  FILLER                  PIC  X(01).
         03  FLD-DATE-PARTS        REDEFINES FLD-DATE.
           05  FLD-DATE-CCYY           PIC  9(04).
           05  FLD-DATE-MM             PIC  9(02).
           05  FLD-DATE-DD             PIC  9(02).
           05  FILLER                  PIC  X(01).
         03  LEN-USER                  PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-ACTION                PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-CLASS                 PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-KEY                   PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-ACCESS                PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-DATE                  PIC S9(04)   BINARY VALUE ZEROES.
      * the facility key, split on its slashes
         03  KEY-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  KEY-APPL                  PIC  X(05).
         03  KEY-TRANS                 PIC  X(05).
         03  KEY-RESOURCE              PIC  X(45).
         03  LEN-APPL                  PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-TRANS                 PIC S9(04)   BINARY VALUE ZEROES.
         03  LEN-RESOURCE              PIC S9(04)   BINARY VALUE ZEROES.

         03  MONTH-DAYS-VALUES         PIC  X(24)
                                   VALUE '312931303130313130313031'.
         03  MONTH-DAYS-TABLE      REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS              PIC  9(02)   OCCURS 12 TIMES.

         03  LINE-COUNT                PIC  9(7)    VALUE ZEROES.
         03  VALID-COUNT               PIC  9(7)    VALUE ZEROES.
         03  NOCHG-COUNT               PIC  9(7)    VALUE ZEROES.
         03  REJECT-COUNT              PIC  9(7)    VALUE ZEROES.
         03  APPLIED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  SCHED-COUNT               PIC  9(7)    VALUE ZEROES.
         03  SKIPPED-COUNT             PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

      * facility permits the file's earlier lines have already
      * claimed, so the ceilings are judged on the file as a whole
       01  FAC-TABLE.
         03  FAC-MAX                   PIC S9(04)   BINARY VALUE 500.
         03  FAC-CTR                   PIC S9(04)   BINARY VALUE ZERO.
         03  FAC-ENTRY                 OCCURS 500 TIMES.
           05  FAC-KEY                 PIC  X(52).
           05  FAC-ADDS                PIC S9(04)   BINARY.

      * the first pass's verdict on each line, so the second pass
      * applies only what the report promised
       01  VERDICT-TABLE.
         03  VERDICT-MAX               PIC S9(04)   BINARY VALUE 9999.
         03  LINE-VERDICT              PIC  X(01)   OCCURS 9999 TIMES.

       COPY BSMCHEK.

       COPY SODCHK.

       COPY BSMREFR.

       COPY DATETIME.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.

       COPY JRNLMAN.

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

           PERFORM C00-PROCESS-REQUEST THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(BLK)
                OR RTC-CODE NOT = ZERO.

      * nothing is applied until the file as a whole has proved
      * itself - a badly built file is refused, not half-loaded
           IF  RTC-CODE = ZERO
               PERFORM B40-CHECK-REJECT-SHARE THRU B45-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           AND WITH-UPDATES
               PERFORM B50-REOPEN-REQUESTS THRU B55-EXIT
               IF  RTC-CODE = ZERO
                   PERFORM C00-PROCESS-REQUEST THRU C99-EXIT-PROCESS
                     UNTIL STAT-EOFILE(BLK)
                        OR RTC-CODE NOT = ZERO
               END-IF
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE LINE-COUNT             TO VAR-EDIT.
           DISPLAY 'Request lines read ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE VALID-COUNT            TO VAR-EDIT.
           DISPLAY 'Lines valid .............. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE NOCHG-COUNT            TO VAR-EDIT.
           DISPLAY 'Lines needing no change .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REJECT-COUNT           TO VAR-EDIT.
           DISPLAY 'Lines rejected ........... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE APPLIED-COUNT          TO VAR-EDIT.
           DISPLAY 'Changes applied .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SCHED-COUNT            TO VAR-EDIT.
           DISPLAY 'Changes scheduled ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SKIPPED-COUNT          TO VAR-EDIT.
           DISPLAY 'Skipped when applied ..... ' VAR-EDIT
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
      * online transactions defer instead of racing our rewrites
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

           MOVE 'IESBLKFD'             TO VSAM-FILE(BLK).
           MOVE 'IESPNDC'              TO VSAM-FILE(PNDC).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESARCH'              TO VSAM-FILE(ARCH).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESBRKC'              TO VSAM-FILE(BRKC).

           MOVE LENGTH OF WORK-LINE-NO TO VSAM-KEYL(BLK).
           MOVE LENGTH OF PNDC-KEY     TO VSAM-KEYL(PNDC).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF ARCH-KEY     TO VSAM-KEYL(ARCH).
           MOVE LENGTH OF PNDC-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF BRKC-KEY     TO VSAM-KEYL(BRKC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT  IESBLKFD.
           IF  WITH-UPDATES
               OPEN I-O   IESPNDC
                          BSTCNTL
                          IESARCH
           ELSE
               OPEN INPUT IESPNDC
                          BSTCNTL
                          IESARCH
           END-IF.
           OPEN INPUT  IESCNTL
                       IESBRKC.
           OPEN EXTEND IESAUDT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF.

      * pick up a site-maintained reject-share ceiling, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO BRKC-PGM
               SET  FUNC-READ(BRKC)    TO TRUE
               READ IESBRKC RECORD END-READ
               IF  STAT-NORMAL(BRKC)
                   MOVE BRKC-MAX-ACTIONS  TO WORK-REJECT-PCT
               ELSE
                   IF  NOT STAT-NOTFND(BRKC)
                       MOVE BRKC           TO VSUB
                       MOVE BRKC-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY

      * the job that submits the file stands as the grantor - and
      * as the one who scheduled any future-dated line
               CALL JOBDATA         USING JOBDATA-PARMS
               MOVE JOBD-PWR-NAME      TO WORK-SUBMITTER

               DISPLAY 'BULK SECURITY CHANGE LOAD FOR ' WORK-TODAY
                       ', REJECT CEILING ' WORK-REJECT-PCT ' PCT'
                                     UPON PRINTER
               DISPLAY SPACES        UPON PRINTER

               IF  WITH-UPDATES
                   MOVE 'APPLIED:'     TO WORK-OPTION
               ELSE
                   MOVE 'REPORT: '     TO WORK-OPTION
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

           CLOSE IESBLKFD
                 IESPNDC
                 IESCNTL
                 BSTCNTL
                 IESARCH
                 IESAUDT
                 IESBRKC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * the regions enforce stale rules until their dataspaces are
      * refreshed - drive the refresh ourselves and flag any region
      * whose submission failed
           IF  WITH-UPDATES
           AND BSM-WAS-CHANGED
               MOVE THIS-PGM           TO BRF-PGM
               CALL BSMREFR         USING BSMREFR-PARMS
               DISPLAY THIS-PGM ': REGIONS REFRESHED='
                       BRF-REGIONS-DONE ', FAILED='
                       BRF-REGIONS-FAILED
                                     UPON PRINTER
               IF  BRF-REGIONS-FAILED > ZEROES
                   DISPLAY '*** ONE OR MORE REGIONS DID NOT TAKE '
                           'THE SECURITY REFRESH - RUN VSECREFR '
                           'BY HAND ***'
                                     UPON PRINTER
               END-IF
           END-IF.

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
           ADD  APPLIED-COUNT  SCHED-COUNT
                                   GIVING RUN-COUNT2.
           MOVE REJECT-COUNT           TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

      * let go of the cross-reference index file
           SET  XRF-REQUEST-CLOSE      TO TRUE.
           CALL XREFMAN             USING XREFMAN-PARMS.

      * let go of the change-journal file
           SET  JRN-REQUEST-CLOSE      TO TRUE.
           CALL JRNLMAN             USING JRNLMAN-PARMS
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

      * let go of the separation-of-duties check's files
           SET  SOD-REQUEST-CLOSE      TO TRUE.
           CALL SODCHK              USING SODCHK-PARMS.

      * a rejected line (under the ceiling) or one skipped when it
      * came to be applied still needs someone to look at it
           IF  RTC-CODE = ZERO
           AND (REJECT-COUNT > ZERO
            OR  SKIPPED-COUNT > ZERO)
               MOVE +4                 TO RTC-CODE
           END-IF.

           IF  RTC-CODE = ZERO
           AND BSM-WAS-CHANGED
               SET RTC-REQUEST-FINISH  TO TRUE
               MOVE +2                 TO RTC-CODE
               PERFORM B80-CALL-RTCMAN THRU B85-EXIT
               MOVE RTC-CODE           TO RETURN-CODE
               GO TO B25-EXIT
           END-IF.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    REFUSE THE WHOLE FILE WHEN TOO MANY OF ITS LINES FAILED -   *
      *    A FILE THAT BAD WAS BUILT WRONG, AND LOADING ITS "GOOD"     *
      *    HALF WOULD LEAVE A REORGANIZATION HALF DONE                 *
      ******************************************************************
       B40-CHECK-REJECT-SHARE.
           IF  LINE-COUNT = ZERO
               DISPLAY THIS-PGM ': REQUEST FILE HOLDS NO CHANGES - '
                       'RUN ABANDONED'
                                     UPON CONSOLE
               MOVE +8                 TO RTC-CODE
               GO TO B45-EXIT
           END-IF.

           COMPUTE WORK-REJECT-SHARE =
                   (REJECT-COUNT * 100) / LINE-COUNT.
           IF  REJECT-COUNT * 100 > WORK-REJECT-PCT * LINE-COUNT
               SET  FILE-WAS-REFUSED   TO TRUE
               DISPLAY SPACES        UPON PRINTER
               DISPLAY '*** FILE REFUSED: ' REJECT-COUNT
                       ' OF ' LINE-COUNT ' LINES (' WORK-REJECT-SHARE
                       ' PCT) FAILED, CEILING IS ' WORK-REJECT-PCT
                       ' PCT - NOTHING APPLIED ***'
                                     UPON PRINTER
               DISPLAY THIS-PGM ': ' REJECT-COUNT ' OF ' LINE-COUNT
                       ' REQUEST LINES FAILED - FILE REFUSED, '
                       'NOTHING APPLIED'
                                     UPON CONSOLE
               MOVE +8                 TO RTC-CODE
           END-IF.
       B45-EXIT.
           EXIT.

      /*****************************************************************
      *    REWIND THE PROVEN REQUEST FILE FOR THE APPLYING PASS        *
      ******************************************************************
       B50-REOPEN-REQUESTS.
           MOVE BLK                    TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE IESBLKFD.
           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO B55-EXIT
           END-IF.

           SET  FUNC-OPEN(VSUB)        TO TRUE.
           OPEN INPUT IESBLKFD.
           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO B55-EXIT
           END-IF.
           SET  FUNC-READ(VSUB)        TO TRUE.

           SET  APPLY-PASS             TO TRUE.
           MOVE ZEROES                 TO WORK-LINE-NO.
           DISPLAY SPACES            UPON PRINTER.
           DISPLAY 'APPLYING THE VALID LINES'
                                     UPON PRINTER.
           DISPLAY SPACES            UPON PRINTER.
       B55-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE REQUEST LINE - THE FIRST PASS PROVES AND REPORTS IT,    *
      *    THE SECOND PROVES IT AGAIN (AN EARLIER LINE MAY HAVE MADE   *
      *    IT MOOT) AND APPLIES OR SCHEDULES IT                        *
      ******************************************************************
       C00-PROCESS-REQUEST.
           MOVE BLK                    TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESBLKFD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE WORK-LINE-NO   TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO WORK-LINE-NO.
           IF  WORK-LINE-NO > VERDICT-MAX
               DISPLAY THIS-PGM ': REQUEST FILE TOO LONG, INCREASE '
                       'VERDICT-MAX' UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO C99-EXIT-PROCESS
           END-IF.
           IF  BLKFD-TEXT = SPACES
           OR  BLKFD-IS-COMMENT
               MOVE SPACE              TO LINE-VERDICT(WORK-LINE-NO)
               GO TO C99-EXIT-PROCESS
           END-IF.

      * the first pass already reported a line that fails or needs
      * nothing - the second leaves it alone
           IF  APPLY-PASS
           AND LINE-VERDICT(WORK-LINE-NO) NOT = 'V'
               GO TO C99-EXIT-PROCESS
           END-IF.

           PERFORM D00-VALIDATE-LINE THRU D99-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  VALIDATE-PASS
               MOVE LINE-SW            TO LINE-VERDICT(WORK-LINE-NO)
               PERFORM C10-REPORT-LINE THRU C15-EXIT
               GO TO C99-EXIT-PROCESS
           END-IF.

      * a line gone bad since the first pass was reported as skipped
           IF  NOT LINE-IS-VALID
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  LINE-IS-SCHEDULED
               PERFORM J00-SCHEDULE-CHANGE THRU J05-EXIT
               GO TO C99-EXIT-PROCESS
           END-IF.

           EVALUATE TRUE
             WHEN PNDC-ACT-ADD-GROUP
               PERFORM E00-ADD-GROUP-MEMBER THRU E99-EXIT
             WHEN PNDC-ACT-ADD-PERMIT
               PERFORM F00-ADD-FACILITY-PERMIT THRU F99-EXIT
             WHEN PNDC-ACT-REM-GROUP
               PERFORM G00-REMOVE-GROUP-MEMBER THRU G99-EXIT
             WHEN PNDC-ACT-REM-PERMIT
               PERFORM H00-REMOVE-FACILITY-PERMIT THRU H99-EXIT
           END-EVALUATE.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    REPORT WHAT ONE LINE WOULD DO - FIRST PASS ONLY             *
      ******************************************************************
       C10-REPORT-LINE.
           ADD  1                      TO LINE-COUNT.

           EVALUATE TRUE
             WHEN LINE-IS-REJECTED
               ADD  1                  TO REJECT-COUNT
               DISPLAY 'REJECT:  LINE ' WORK-LINE-NO ' '
                       WORK-REASON   UPON PRINTER
               DISPLAY WORK-INDENT BLKFD-TEXT(1:80)
                                     UPON PRINTER

             WHEN LINE-IS-NO-CHANGE
               ADD  1                  TO NOCHG-COUNT
               DISPLAY 'NO CHG:  LINE ' WORK-LINE-NO ' '
                       PNDC-USRIDNT ' ' WORK-REASON
                                     UPON PRINTER

             WHEN LINE-IS-SCHEDULED
               ADD  1                  TO VALID-COUNT
               DISPLAY 'VALID:   LINE ' WORK-LINE-NO ' '
                       PNDC-USRIDNT ' ' FLD-ACTION(1:6) ' '
                       PNDC-APPL '/' PNDC-TRANS '/'
                       PNDC-RESOURCE(1:20) ' ' PNDC-ACCESS
                       ' SCHEDULED ' PNDC-EFF-DATE
                                     UPON PRINTER

             WHEN OTHER
               ADD  1                  TO VALID-COUNT
               DISPLAY 'VALID:   LINE ' WORK-LINE-NO ' '
                       PNDC-USRIDNT ' ' FLD-ACTION(1:6) ' '
                       PNDC-APPL '/' PNDC-TRANS '/'
                       PNDC-RESOURCE(1:20) ' ' PNDC-ACCESS
                                     UPON PRINTER
               IF  SOD-CONFLICT-OVERRIDDEN
                   DISPLAY WORK-INDENT 'SOD OVERRIDE: '
                           SOD-RULE-DESC ' ACCEPTED BY '
                           SOD-OVR-APPROVER
                                     UPON PRINTER
               END-IF
           END-EVALUATE.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    SPLIT AND PROVE ONE REQUEST LINE, BUILDING THE CHANGE IN    *
      *    THE IESPNDC RECORD AREA THE WAY IESPNDAP WOULD SEE IT.      *
      *    LEAVES LINE-SW, WHEN-SW, AND WORK-REASON SET                *
      ******************************************************************
       D00-VALIDATE-LINE.
           SET  LINE-IS-VALID          TO TRUE.
           SET  LINE-IS-IMMEDIATE      TO TRUE.
           MOVE 'N'                    TO GRANT-SW.
           MOVE SPACES                 TO WORK-REASON.
           INITIALIZE SODCHK-PARMS.
           MOVE SPACES                 TO IESPNDC-RECORD.
           MOVE ZEROES                 TO PNDC-EFF-DATE
                                          PNDC-SEQNO
                                          PNDC-ADDED-DATE.

           MOVE SPACES                 TO FLD-USER
                                          FLD-ACTION
                                          FLD-CLASS
                                          FLD-KEY
                                          FLD-ACCESS
                                          FLD-DATE.
           MOVE ZEROES                 TO FLD-CTR
                                          LEN-USER
                                          LEN-ACTION
                                          LEN-CLASS
                                          LEN-KEY
                                          LEN-ACCESS
                                          LEN-DATE.
           UNSTRING BLKFD-TEXT DELIMITED BY ',' OR ALL SPACE
               INTO FLD-USER           COUNT IN LEN-USER
                    FLD-ACTION         COUNT IN LEN-ACTION
                    FLD-CLASS          COUNT IN LEN-CLASS
                    FLD-KEY            COUNT IN LEN-KEY
                    FLD-ACCESS         COUNT IN LEN-ACCESS
                    FLD-DATE           COUNT IN LEN-DATE
               TALLYING IN FLD-CTR
               ON OVERFLOW
                   MOVE 'TOO MANY FIELDS ON THE LINE'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
           END-UNSTRING.

           IF  FLD-CTR < 4
               MOVE 'TOO FEW FIELDS ON THE LINE'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.

           IF  LEN-USER = ZERO
           OR  LEN-USER > LENGTH OF PNDC-USRIDNT
               MOVE 'USERID MISSING OR LONGER THAN 8'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.
           MOVE FLD-USER               TO PNDC-USRIDNT.

           EVALUATE TRUE
             WHEN FLD-ACTION = 'ADD'
              AND (FLD-CLASS = 'G' OR 'GROUP')
               SET  PNDC-ACT-ADD-GROUP TO TRUE
               SET  LINE-IS-GRANT      TO TRUE
             WHEN FLD-ACTION = 'ADD'
              AND (FLD-CLASS = 'F' OR 'FACILITY')
               SET  PNDC-ACT-ADD-PERMIT
                                       TO TRUE
               SET  LINE-IS-GRANT      TO TRUE
             WHEN FLD-ACTION = 'REMOVE'
              AND (FLD-CLASS = 'G' OR 'GROUP')
               SET  PNDC-ACT-REM-GROUP TO TRUE
             WHEN FLD-ACTION = 'REMOVE'
              AND (FLD-CLASS = 'F' OR 'FACILITY')
               SET  PNDC-ACT-REM-PERMIT
                                       TO TRUE
             WHEN FLD-ACTION NOT = 'ADD'
              AND FLD-ACTION NOT = 'REMOVE'
               MOVE 'ACTION IS NOT ADD OR REMOVE'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
             WHEN OTHER
               MOVE 'CLASS IS NOT G OR F'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-EVALUATE.

      * a group is named by itself; a facility by APPL/TRANS/RESOURCE
           IF  PNDC-ACT-ADD-GROUP
           OR  PNDC-ACT-REM-GROUP
               IF  LEN-KEY = ZERO
               OR  LEN-KEY > LENGTH OF BSM-GRP-NAME
                   MOVE 'GROUP NAME MISSING OR LONGER THAN 8'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               MOVE FLD-KEY            TO PNDC-RESOURCE
           ELSE
               IF  LEN-KEY = ZERO
               OR  LEN-KEY > LENGTH OF PNDC-APPL
                           + LENGTH OF PNDC-TRANS
                           + LENGTH OF PNDC-RESOURCE + 2
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
               OR  LEN-APPL > LENGTH OF PNDC-APPL
               OR  LEN-TRANS > LENGTH OF PNDC-TRANS
               OR  LEN-RESOURCE = ZERO
               OR  LEN-RESOURCE > LENGTH OF PNDC-RESOURCE
                   MOVE 'FACILITY KEY IS NOT APPL/TRANS/RESOURCE'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               MOVE KEY-APPL           TO PNDC-APPL
               MOVE KEY-TRANS          TO PNDC-TRANS
               MOVE KEY-RESOURCE       TO PNDC-RESOURCE
           END-IF.

           IF  PNDC-ACT-ADD-PERMIT
               IF  LEN-ACCESS NOT = 1
               OR  (FLD-ACCESS(1:1) NOT = 'R'
               AND  FLD-ACCESS(1:1) NOT = 'U'
               AND  FLD-ACCESS(1:1) NOT = 'A')
                   MOVE 'ACCESS MUST BE R, U, OR A'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               MOVE FLD-ACCESS(1:1)    TO PNDC-ACCESS
           END-IF.

      * no date, or one already arrived, means now
           MOVE WORK-TODAY             TO PNDC-EFF-DATE.
           IF  LEN-DATE > ZERO
               IF  LEN-DATE NOT = 8
               OR  FLD-DATE-CCYYMMDD NOT NUMERIC
               OR  FLD-DATE-CCYY < 2000
               OR  FLD-DATE-MM < 1
               OR  FLD-DATE-MM > 12
                   MOVE 'EFFECTIVE DATE IS NOT CCYYMMDD'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               IF  FLD-DATE-DD < 1
               OR  FLD-DATE-DD > MONTH-DAYS(FLD-DATE-MM)
                   MOVE 'EFFECTIVE DATE IS NOT CCYYMMDD'
                                       TO WORK-REASON
                   GO TO D90-REJECT-LINE
               END-IF
               IF  FLD-DATE-CCYYMMDD > WORK-TODAY
                   MOVE FLD-DATE-CCYYMMDD
                                       TO PNDC-EFF-DATE
                   SET  LINE-IS-SCHEDULED
                                       TO TRUE
               END-IF
           END-IF.

      * the userid must be known - and still active, to be granted
           SET  FUNC-READ(IUI)         TO TRUE.
           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE PNDC-USRIDNT           TO IUI-KEY-VALUE.
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
           IF  LINE-IS-GRANT
           AND IUI-US-REVOKEJ > ZEROES
               MOVE 'USERID IS REVOKED - NOTHING MAY BE GRANTED'
                                       TO WORK-REASON
               GO TO D90-REJECT-LINE
           END-IF.

           IF  PNDC-ACT-ADD-GROUP
           OR  PNDC-ACT-REM-GROUP
               PERFORM D20-PROVE-GROUP THRU D25-EXIT
           ELSE
               PERFORM D30-PROVE-FACILITY THRU D35-EXIT
           END-IF.
           IF  RTC-CODE NOT = ZERO
           OR  NOT LINE-IS-VALID
               GO TO D99-EXIT
           END-IF.

      * a grant made now goes through the separation-of-duties check
      * here, so a conflict counts against the file before anything
      * is applied - IESPNDAP checks a scheduled one on the day
           IF  LINE-IS-GRANT
           AND LINE-IS-IMMEDIATE
               PERFORM M00-CHECK-SOD THRU M05-EXIT
               IF  NOT SOD-GRANT-ALLOWED
                   GO TO D90-REJECT-LINE
               END-IF
           END-IF.

      * claim the permit slot against the file's running total
           IF  VALIDATE-PASS
           AND PNDC-ACT-ADD-PERMIT
           AND LINE-IS-IMMEDIATE
               ADD  1                  TO FAC-ADDS(FSUB)
           END-IF.
           GO TO D99-EXIT.

       D90-REJECT-LINE.
           IF  APPLY-PASS
           AND NOT LINE-IS-REJECTED
               PERFORM D50-SKIP-LINE THRU D55-EXIT
           END-IF.
           SET  LINE-IS-REJECTED       TO TRUE.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    THE GROUP MUST EXIST; A CHANGE MADE NOW MUST ALSO CHANGE    *
      *    SOMETHING.  A SCHEDULED ONE IS JUDGED ON THE DAY            *
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
           IF  LINE-IS-SCHEDULED
               GO TO D25-EXIT
           END-IF.

           IF  PNDC-ACT-ADD-GROUP
           AND USER-ALREADY-A-MEMBER
               MOVE 'ALREADY A MEMBER OF THE GROUP'
                                       TO WORK-REASON
               SET  LINE-IS-NO-CHANGE  TO TRUE
           END-IF.
           IF  PNDC-ACT-REM-GROUP
           AND NOT USER-ALREADY-A-MEMBER
               MOVE 'NOT A MEMBER OF THE GROUP'
                                       TO WORK-REASON
               SET  LINE-IS-NO-CHANGE  TO TRUE
           END-IF.

           IF  LINE-IS-NO-CHANGE
           AND APPLY-PASS
               PERFORM D50-SKIP-LINE THRU D55-EXIT
           END-IF.
       D25-EXIT.
           EXIT.

      /*****************************************************************
      *    THE FACILITY MUST EXIST; A CHANGE MADE NOW MUST ALSO        *
      *    CHANGE SOMETHING, AND A GRANT - WITH EVERY EARLIER GRANT    *
      *    IN THE FILE TO THE SAME FACILITY - MUST STAY UNDER THE      *
      *    100-PERMIT AND RECORD-SIZE CEILINGS                         *
      ******************************************************************
       D30-PROVE-FACILITY.
           PERFORM P20-READ-FACILITY THRU P25-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO D35-EXIT
           END-IF.
           IF  STAT-NOTFND(BSM)
               MOVE 'FACILITY NOT FOUND ON BSTCNTL'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
               GO TO D35-EXIT
           END-IF.
           IF  LINE-IS-SCHEDULED
               GO TO D35-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > BSM-SEC-PERMITS
                  OR BSM-SEC-USERID(SUB) = PNDC-USRIDNT
           END-PERFORM.
           IF  PNDC-ACT-ADD-PERMIT
           AND SUB <= BSM-SEC-PERMITS
               MOVE 'ALREADY PERMITTED ON THE FACILITY'
                                       TO WORK-REASON
               SET  LINE-IS-NO-CHANGE  TO TRUE
           END-IF.
           IF  PNDC-ACT-REM-PERMIT
           AND SUB > BSM-SEC-PERMITS
               MOVE 'NOT PERMITTED ON THE FACILITY'
                                       TO WORK-REASON
               SET  LINE-IS-NO-CHANGE  TO TRUE
           END-IF.
           IF  LINE-IS-NO-CHANGE
               IF  APPLY-PASS
                   PERFORM D50-SKIP-LINE THRU D55-EXIT
               END-IF
               GO TO D35-EXIT
           END-IF.
           IF  NOT PNDC-ACT-ADD-PERMIT
               GO TO D35-EXIT
           END-IF.

      * the first pass judges the file's grants together; by the
      * second the earlier ones are already on the record itself
           MOVE ZERO                   TO FSUB.
           IF  VALIDATE-PASS
               PERFORM D40-FIND-FACILITY-SLOT THRU D45-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO D35-EXIT
               END-IF
               MOVE FAC-ADDS(FSUB)     TO SUB
           ELSE
               MOVE ZERO               TO SUB
           END-IF.

           IF  BSM-SEC-PERMITS + SUB >= 100
               MOVE 'PERMIT LIST WOULD PASS 100 ENTRIES'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
               GO TO D35-EXIT
           END-IF.

      * make sure the grown record stays clear of the size ceiling
           COMPUTE BSMC-RECL = BSM-RECL
                             + (SUB + 1) * LENGTH OF BSM-SEC-PERMIT.
           CALL BSMCHEK             USING BSMCHEK-PARMS.
           IF  BSMC-NEAR-MAX
               MOVE 'FACILITY RECORD NEAR ITS SIZE CEILING'
                                       TO WORK-REASON
               SET  LINE-IS-REJECTED   TO TRUE
           END-IF.

           IF  LINE-IS-REJECTED
           AND APPLY-PASS
               PERFORM D50-SKIP-LINE THRU D55-EXIT
           END-IF.
       D35-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND (OR TAKE) THE FACILITY'S SLOT IN THE RUNNING TABLE OF  *
      *    GRANTS CLAIMED BY THE FILE SO FAR                           *
      ******************************************************************
       D40-FIND-FACILITY-SLOT.
           PERFORM WITH TEST BEFORE
             VARYING FSUB FROM 1 BY 1
               UNTIL FSUB > FAC-CTR
                  OR FAC-KEY(FSUB) = BSM-KEY(2:52)
           END-PERFORM.
           IF  FSUB <= FAC-CTR
               GO TO D45-EXIT
           END-IF.

           IF  FAC-CTR >= FAC-MAX
               DISPLAY THIS-PGM ': FACILITY TABLE FULL, INCREASE '
                       'FAC-MAX'     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D45-EXIT
           END-IF.
           ADD  1                      TO FAC-CTR.
           MOVE FAC-CTR                TO FSUB.
           MOVE BSM-KEY(2:52)          TO FAC-KEY(FSUB).
           MOVE ZERO                   TO FAC-ADDS(FSUB).
       D45-EXIT.
           EXIT.

      /*****************************************************************
      *    A LINE THE FIRST PASS PASSED HAS GONE BAD BY THE TIME IT IS *
      *    APPLIED - AN EARLIER LINE IN THE FILE GOT THERE FIRST       *
      ******************************************************************
       D50-SKIP-LINE.
           ADD  1                      TO SKIPPED-COUNT.
           DISPLAY 'SKIPPED: LINE ' WORK-LINE-NO ' ' PNDC-USRIDNT
                   ' ' WORK-REASON   UPON PRINTER.
      * keep the first pass's verdict out of the apply path
           SET  LINE-IS-REJECTED       TO TRUE.
       D55-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD THE USER TO THE GROUP                                   *
      ******************************************************************
       E00-ADD-GROUP-MEMBER.
           DISPLAY WORK-OPTION PNDC-USRIDNT ' INTO GROUP '
                   PNDC-RESOURCE(1:8)
                                     UPON PRINTER.
           IF  SOD-CONFLICT-OVERRIDDEN
               DISPLAY WORK-INDENT 'SOD OVERRIDE: ' SOD-RULE-DESC
                       ' ACCEPTED BY ' SOD-OVR-APPROVER
                                     UPON PRINTER
           END-IF.
           ADD  1                      TO APPLIED-COUNT.

           MOVE SPACES                 TO BSTCNTL-RECORD(1:280).
           SET  BSM-GROUP              TO TRUE.
           MOVE PNDC-APPL              TO BSM-APPL.
           MOVE PNDC-TRANS             TO BSM-TRANS.
           MOVE PNDC-RESOURCE          TO BSM-RESOURCE.
           ADD  1 TO BSM-MAX-SEQUENCE GIVING BSM-SEQUENCE.
           MOVE LENGTH OF BSM-KEY      TO BSM-KEYVALEN.
           MOVE PNDC-RESOURCE(1:8)     TO BSM-GRP-NAME.
           MOVE PNDC-USRIDNT           TO BSM-GRP-MEMBER.
           MOVE 280                    TO BSM-RECL.
           MOVE BSM-RECL               TO BSM-RECLENG.
           SET  BSM-WAS-CHANGED        TO TRUE.
           SET  FUNC-WRITE(BSM)        TO TRUE.
           WRITE BSTCNTL-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E99-EXIT
           END-IF.
           SET  JRN-REQUEST-WRITE      TO TRUE.
           MOVE 'BSTCNTL'              TO JRN-FILE.
           MOVE LENGTH OF BSM-KEY      TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE BSM-KEY                TO JRN-REC-KEY.
           MOVE ZEROES                 TO JRN-BEFORE-LEN.
           MOVE 280                    TO JRN-AFTER-LEN.
           MOVE BSTCNTL-RECORD(1:280)  TO JRNLMAN-AFTER.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.
           SET  AUDT-ACTION-CREATE     TO TRUE.
           SET  AUDT-TYPE-GROUPMBR     TO TRUE.
           MOVE SPACES                 TO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           STRING 'BULK ADD TO '       DELIMITED BY SIZE
                  PNDC-RESOURCE(1:8)   DELIMITED BY SPACE
               INTO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
           IF  SOD-CONFLICT-OVERRIDDEN
               SET  AUDT-TYPE-GROUPMBR TO TRUE
               PERFORM M10-AUDIT-OVERRIDE THRU M15-EXIT
           END-IF.
           SET  XRF-REQUEST-ADD        TO TRUE.
           MOVE PNDC-USRIDNT           TO XRF-USRIDNT.
           MOVE 'G'                    TO XRF-CLASS.
           MOVE BSM-APPL               TO XRF-APPL.
           MOVE BSM-TRANS              TO XRF-TRANS.
           MOVE BSM-RESOURCE           TO XRF-RESOURCE.
           MOVE BSM-SEQUENCE           TO XRF-SEQUENCE.
           MOVE SPACE                  TO XRF-ACCESS.
           CALL XREFMAN             USING XREFMAN-PARMS.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD THE USER'S PERMIT TO THE FACILITY RECORD STILL HELD     *
      *    FOR UPDATE FROM THE SECOND PASS'S VALIDATION                *
      ******************************************************************
       F00-ADD-FACILITY-PERMIT.
           DISPLAY WORK-OPTION PNDC-USRIDNT ' PERMIT ' PNDC-ACCESS
                   ' ON ' PNDC-APPL '/' PNDC-TRANS '/'
                   PNDC-RESOURCE(1:20)
                                     UPON PRINTER.
           IF  SOD-CONFLICT-OVERRIDDEN
               DISPLAY WORK-INDENT 'SOD OVERRIDE: ' SOD-RULE-DESC
                       ' ACCEPTED BY ' SOD-OVR-APPROVER
                                     UPON PRINTER
           END-IF.
           ADD  1                      TO APPLIED-COUNT.

           ADD  1                      TO BSM-SEC-PERMITS.
           MOVE BSM-SEC-PERMITS        TO SUB.
           MOVE PNDC-USRIDNT           TO BSM-SEC-USERID(SUB).
           MOVE PNDC-ACCESS            TO BSM-SEC-AC-FLAG(SUB).
           ADD  LENGTH OF BSM-SEC-PERMIT
                                       TO BSM-RECL.
           MOVE BSM-RECL               TO BSM-RECLENG.
           SET  BSM-WAS-CHANGED        TO TRUE.
           SET  FUNC-REWRITE(BSM)      TO TRUE.
           REWRITE BSTCNTL-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F99-EXIT
           END-IF.
           SET  JRN-REQUEST-REWRITE    TO TRUE.
           MOVE 'BSTCNTL'              TO JRN-FILE.
           MOVE LENGTH OF BSM-KEY      TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE BSM-KEY                TO JRN-REC-KEY.
           MOVE BSM-RECL               TO JRN-AFTER-LEN.
           MOVE BSTCNTL-RECORD(1:BSM-RECL)
                                       TO JRNLMAN-AFTER.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.
           SET  AUDT-ACTION-CREATE     TO TRUE.
           SET  AUDT-TYPE-PERMIT       TO TRUE.
           MOVE SPACES                 TO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           STRING 'BULK PERMIT '       DELIMITED BY SIZE
                  PNDC-ACCESS          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PNDC-RESOURCE        DELIMITED BY SPACE
               INTO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
           IF  SOD-CONFLICT-OVERRIDDEN
               SET  AUDT-TYPE-PERMIT   TO TRUE
               PERFORM M10-AUDIT-OVERRIDE THRU M15-EXIT
           END-IF.
           SET  XRF-REQUEST-ADD        TO TRUE.
           MOVE PNDC-USRIDNT           TO XRF-USRIDNT.
           MOVE 'F'                    TO XRF-CLASS.
           MOVE PNDC-APPL              TO XRF-APPL.
           MOVE PNDC-TRANS             TO XRF-TRANS.
           MOVE PNDC-RESOURCE          TO XRF-RESOURCE.
           MOVE ZEROES                 TO XRF-SEQUENCE.
           MOVE PNDC-ACCESS            TO XRF-ACCESS.
           CALL XREFMAN             USING XREFMAN-PARMS.
       F99-EXIT.
           EXIT.

      /*****************************************************************
      *    REMOVE THE USER FROM THE GROUP - THE RECORD IS IMAGED TO    *
      *    IESARCH BEFORE THE DELETE, THE SAME TREATMENT THE PURGE     *
      *    PROGRAMS GIVE A MEMBERSHIP                                  *
      ******************************************************************
       G00-REMOVE-GROUP-MEMBER.
           DISPLAY WORK-OPTION PNDC-USRIDNT ' OUT OF GROUP '
                   PNDC-RESOURCE(1:8)
                                     UPON PRINTER.
           ADD  1                      TO APPLIED-COUNT.

           MOVE WORK-MEMBER-KEY        TO BSM-KEY.
           SET  FUNC-READ(BSM)         TO TRUE.
           READ BSTCNTL RECORD END-READ.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G99-EXIT
           END-IF.
           SET  ARCH-TYPE-GROUPMBR     TO TRUE.
           MOVE BSM-RECLENG            TO ARCH-RECLENG.
           MOVE BSTCNTL-RECORD(1:BSM-RECLENG)
                                       TO ARCH-DATA.
           PERFORM H50-WRITE-ARCHIVE-RECORD THRU H59-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO G99-EXIT
           END-IF.
           SET  BSM-WAS-CHANGED        TO TRUE.
           MOVE BSM-RECL               TO JRN-BEFORE-LEN.
           MOVE BSTCNTL-RECORD(1:BSM-RECL)
                                       TO JRNLMAN-BEFORE.
           SET  FUNC-DELETE(BSM)       TO TRUE.
           DELETE BSTCNTL RECORD END-DELETE.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G99-EXIT
           END-IF.
           SET  JRN-REQUEST-DELETE     TO TRUE.
           MOVE 'BSTCNTL'              TO JRN-FILE.
           MOVE LENGTH OF BSM-KEY      TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE BSM-KEY                TO JRN-REC-KEY.
           MOVE ZEROES                 TO JRN-AFTER-LEN.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.
           SET  AUDT-ACTION-DELETE     TO TRUE.
           SET  AUDT-TYPE-GROUPMBR     TO TRUE.
           MOVE SPACES                 TO AUDT-OLD-VALUE.
           STRING 'BULK REMOVE FROM '  DELIMITED BY SIZE
                  PNDC-RESOURCE(1:8)   DELIMITED BY SPACE
               INTO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
           SET  XRF-REQUEST-DELETE     TO TRUE.
           MOVE PNDC-USRIDNT           TO XRF-USRIDNT.
           MOVE 'G'                    TO XRF-CLASS.
           MOVE BSM-APPL               TO XRF-APPL.
           MOVE BSM-TRANS              TO XRF-TRANS.
           MOVE BSM-RESOURCE           TO XRF-RESOURCE.
           CALL XREFMAN             USING XREFMAN-PARMS.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    TAKE THE USER'S PERMIT OFF THE FACILITY RECORD STILL HELD   *
      *    FOR UPDATE - SUB STILL POINTS AT IT FROM THE VALIDATION     *
      ******************************************************************
       H00-REMOVE-FACILITY-PERMIT.
           DISPLAY WORK-OPTION PNDC-USRIDNT ' PERMIT OFF '
                   PNDC-APPL '/' PNDC-TRANS '/' PNDC-RESOURCE(1:20)
                                     UPON PRINTER.
           ADD  1                      TO APPLIED-COUNT.

           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > BSM-SEC-PERMITS
                  OR BSM-SEC-USERID(SUB) = PNDC-USRIDNT
           END-PERFORM.

           SET  ARCH-TYPE-PERMIT       TO TRUE.
           COMPUTE ARCH-RECLENG = LENGTH OF BSM-KEY + 1.
           MOVE SPACES                 TO ARCH-DATA.
           MOVE BSM-KEY                TO ARCH-DATA(1:56).
           MOVE BSM-SEC-AC-FLAG(SUB)   TO ARCH-DATA(57:1).
           PERFORM H50-WRITE-ARCHIVE-RECORD THRU H59-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO H99-EXIT
           END-IF.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM SUB BY 1
               UNTIL SUB >= BSM-SEC-PERMITS
               MOVE BSM-SEC-PERMIT(SUB + 1)
                                       TO BSM-SEC-PERMIT(SUB)
           END-PERFORM.
           SUBTRACT 1                FROM BSM-SEC-PERMITS.
           SUBTRACT LENGTH OF BSM-SEC-PERMIT
                                     FROM BSM-RECL.
           MOVE BSM-RECL               TO BSM-RECLENG.
           SET  BSM-WAS-CHANGED        TO TRUE.
           SET  FUNC-REWRITE(BSM)      TO TRUE.
           REWRITE BSTCNTL-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H99-EXIT
           END-IF.
           SET  JRN-REQUEST-REWRITE    TO TRUE.
           MOVE 'BSTCNTL'              TO JRN-FILE.
           MOVE LENGTH OF BSM-KEY      TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE BSM-KEY                TO JRN-REC-KEY.
           MOVE BSM-RECL               TO JRN-AFTER-LEN.
           MOVE BSTCNTL-RECORD(1:BSM-RECL)
                                       TO JRNLMAN-AFTER.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.
           SET  AUDT-ACTION-DELETE     TO TRUE.
           SET  AUDT-TYPE-PERMIT       TO TRUE.
           MOVE SPACES                 TO AUDT-OLD-VALUE.
           STRING 'BULK PERMIT OFF '   DELIMITED BY SIZE
                  PNDC-RESOURCE        DELIMITED BY SPACE
               INTO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
           SET  XRF-REQUEST-DELETE     TO TRUE.
           MOVE PNDC-USRIDNT           TO XRF-USRIDNT.
           MOVE 'F'                    TO XRF-CLASS.
           MOVE PNDC-APPL              TO XRF-APPL.
           MOVE PNDC-TRANS             TO XRF-TRANS.
           MOVE PNDC-RESOURCE          TO XRF-RESOURCE.
           CALL XREFMAN             USING XREFMAN-PARMS.
       H99-EXIT.
           EXIT.

      /*****************************************************************
      *    ARCHIVE A RECORD ABOUT TO BE DELETED                        *
      ******************************************************************
       H50-WRITE-ARCHIVE-RECORD.
           ADD  1                      TO ARCH-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE PNDC-USRIDNT           TO ARCH-USRIDNT.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO ARCH-PURGE-DATE.
           MOVE NUM-TIME               TO ARCH-PURGE-TIME.
           MOVE ARCH-SEQ-CTR           TO ARCH-SEQNO.
           MOVE THIS-PGM               TO ARCH-SRC-PGM.
           SET  FUNC-WRITE(ARCH)       TO TRUE.
           WRITE IESARCH-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(ARCH)
               MOVE ARCH               TO VSUB
               MOVE ARCH-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       H59-EXIT.
           EXIT.

      /*****************************************************************
      *    SCHEDULE A FUTURE-DATED LINE ON IESPNDC FOR IESPNDAP - THE  *
      *    NEXT FREE SEQUENCE NUMBER FOR THE USER AND DATE IS TAKEN    *
      ******************************************************************
       J00-SCHEDULE-CHANGE.
           MOVE WORK-TODAY             TO PNDC-ADDED-DATE.
           MOVE WORK-SUBMITTER         TO PNDC-ADDED-BY.
           MOVE ZEROES                 TO PNDC-SEQNO.

       J01-WRITE-PENDING.
           ADD  1                      TO PNDC-SEQNO.
           SET  FUNC-WRITE(PNDC)       TO TRUE.
           WRITE IESPNDC-RECORD END-WRITE.
           IF  FILE2-STAT = '22'
           AND PNDC-SEQNO < 999
               GO TO J01-WRITE-PENDING
           END-IF.
           IF  NOT STAT-NORMAL(PNDC)
               MOVE PNDC               TO VSUB
               MOVE PNDC-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO J05-EXIT
           END-IF.

           ADD  1                      TO SCHED-COUNT.
           DISPLAY 'SCHEDLD: ' PNDC-USRIDNT ' ' PNDC-ACTION
                   ' ' PNDC-APPL '/' PNDC-TRANS '/'
                   PNDC-RESOURCE(1:20)
                   ' EFFECTIVE ' PNDC-EFF-DATE
                                     UPON PRINTER.
       J05-EXIT.
           EXIT.

      /*****************************************************************
      *    JOURNAL THE SECURITY-FILE CHANGE FOR THE IESJRNAP FORWARD   *
      *    RECOVERY - CALLER FILLS THE JRNLMAN FUNCTION, FILE, KEY,    *
      *    LENGTHS, AND IMAGE AREAS FIRST.  NEVER FATAL - JRNLMANB'S   *
      *    CONSOLE MESSAGE SURFACES A JOURNAL GAP                      *
      ******************************************************************
       J50-WRITE-JOURNAL.
           MOVE THIS-PGM               TO JRN-PGM.
           CALL JRNLMAN             USING JRNLMAN-PARMS
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.
       J55-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT ONE GRANT THROUGH THE SEPARATION-OF-DUTIES CHECK - THE  *
      *    CALLER HAS THE CHANGE BUILT IN THE IESPNDC RECORD AREA.     *
      *    THE SUBMITTING JOB STANDS AS THE GRANTOR.  A CHECK THAT     *
      *    CANNOT BE MADE REFUSES THE GRANT                            *
      ******************************************************************
       M00-CHECK-SOD.
           INITIALIZE SODCHK-PARMS.
           IF  PNDC-ACT-ADD-GROUP
               MOVE 'G'                TO SOD-TYPE
               MOVE PNDC-RESOURCE(1:8) TO SOD-RSRC
           ELSE
               MOVE 'F'                TO SOD-TYPE
               MOVE PNDC-APPL          TO SOD-APPL
               MOVE PNDC-TRANS         TO SOD-TRANS
               MOVE PNDC-RESOURCE      TO SOD-RSRC
               MOVE PNDC-ACCESS        TO SOD-ACCESS
           END-IF.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE PNDC-USRIDNT           TO SOD-USRIDNT.
           MOVE WORK-SUBMITTER         TO SOD-GRANTOR.
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
      *    AUDIT A GRANT MADE UNDER A SEPARATION-OF-DUTIES OVERRIDE -  *
      *    CALLER SETS THE AUDT-TYPE-xxx 88.  THE RULE GOES IN THE OLD *
      *    VALUE, THE APPROVER AND THEIR JUSTIFICATION IN THE NEW      *
      ******************************************************************
       M10-AUDIT-OVERRIDE.
           SET  AUDT-ACTION-SOD-OVERRIDE TO TRUE.
           MOVE SOD-RULE-DESC          TO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           STRING SOD-OVR-APPROVER     DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  SOD-OVR-REASON       DELIMITED BY SIZE
               INTO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
       M15-EXIT.
           EXIT.

      /*****************************************************************
      *    SCAN THE TARGET GROUP'S RECORDS FOR EXISTENCE, MAX          *
      *    SEQUENCE, AND AN EXISTING MEMBERSHIP (SAVING THAT RECORD'S  *
      *    KEY FOR THE REMOVE PATH)                                    *
      ******************************************************************
       P10-SCAN-GROUP.
           MOVE 'N'                    TO GRP-FOUND-SW
                                          GRP-MEMBER-SW.
           MOVE ZEROES                 TO BSM-MAX-SEQUENCE.
           MOVE SPACES                 TO WORK-MEMBER-KEY.

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

               WHEN BSM-GRP-NAME = PNDC-RESOURCE(1:8)
                 SET  TARGET-GROUP-FOUND TO TRUE
                 IF  BSM-SEQUENCE > BSM-MAX-SEQUENCE
                     MOVE BSM-SEQUENCE  TO BSM-MAX-SEQUENCE
                 END-IF
                 IF  BSM-GRP-MEMBER = PNDC-USRIDNT
                     SET  USER-ALREADY-A-MEMBER TO TRUE
                     MOVE BSM-KEY       TO WORK-MEMBER-KEY
                 END-IF

               WHEN OTHER
                 CONTINUE
               END-EVALUATE
           END-PERFORM.
       P15-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE NAMED FACILITY RECORD, FOR UPDATE WHEN THE RUN IS  *
      *    APPLYING.  NOT-FOUND IS LEFT FOR THE CALLER TO REPORT       *
      ******************************************************************
       P20-READ-FACILITY.
           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-FACILITY           TO TRUE.
           MOVE PNDC-APPL              TO BSM-APPL.
           MOVE PNDC-TRANS             TO BSM-TRANS.
           MOVE PNDC-RESOURCE          TO BSM-RESOURCE.
           MOVE ZEROES                 TO BSM-SEQUENCE.

           IF  APPLY-PASS
           AND LINE-IS-IMMEDIATE
               SET  FUNC-READUPD(BSM)  TO TRUE
           ELSE
               SET  FUNC-READ(BSM)     TO TRUE
           END-IF.
           READ BSTCNTL RECORD END-READ.
           IF  STAT-NOTFND(BSM)
               GO TO P25-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P25-EXIT
           END-IF.

      * the unmodified image, for the change journal the callers
      * write after their rewrites
           MOVE BSM-RECL               TO JRN-BEFORE-LEN.
           MOVE BSTCNTL-RECORD(1:BSM-RECL)
                                       TO JRNLMAN-BEFORE.
       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    APPEND ONE ENTRY TO THE PERMANENT AUDIT LOG - CALLER SETS   *
      *    AUDT-ACTION/AUDT-TYPE AND THE VALUES FIRST                  *
      ******************************************************************
       K00-WRITE-AUDIT-RECORD.
           MOVE THIS-PGM               TO AUDT-PGM.
           MOVE PNDC-USRIDNT           TO AUDT-USRIDNT.

           CALL JOBDATA             USING JOBDATA-PARMS.
           MOVE JOBD-PWR-NAME          TO AUDT-JOB-NAME.
           MOVE JOBD-PWR-NUMB          TO AUDT-JOB-NUMB.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
               MOVE AUDT               TO VSUB
               MOVE PNDC-USRIDNT       TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       K99-EXIT.
           EXIT.
