      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESERASE.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       PERSONAL-DATA ERASURE FOR LONG-DEPARTED USERS.
      *               ONCE A USER HAS BEEN GONE LONGER THAN THE SITE
      *               ERASURE PERIOD (IESRETC CONTROL RECORD KEYED
      *               'IESERASE', DEFAULTED TO SEVEN YEARS WHEN NO
      *               RECORD IS ON FILE) THE PERSONAL FIELDS - NAME,
      *               EMAIL, PHONE, EMPLOYEE ID, AD IDENTITY, CACHED
      *               MAIL/DISPLAY NAME - ARE PSEUDONYMIZED IN PLACE
      *               WHEREVER THE SECURITY FILES STILL HOLD THEM:
      *
      *                 IESARCH  PURGE-ARCHIVE IMAGES OF IESCNTL,
      *                          VUSERID AND IESLDUV RECORDS PURGED
      *                          BEFORE THE CUTOFF
      *                 IESARHF  THE SAME IMAGES ALREADY OFFLOADED
      *                          BY IESRETEN - SEQUENTIAL, SO THE
      *                          ERASED FILE IS WRITTEN TO THE NEW
      *                          IESARHFN COPY, WHICH THE JCL THEN
      *                          SWAPS IN FOR THE OLD ONE
      *                 IESTOMB  TOMBSTONES RETIRED BEFORE THE CUTOFF
      *                          (LONG OUT OF QUARANTINE BY THEN)
      *                 IESCNTL/VUSERID/IESLDUV  LIVE RECORDS OF USERS
      *                          REVOKED BEFORE THE CUTOFF AND STILL
      *                          AWAITING PURGE
      *                 IESJRNL  CHANGE-JOURNAL BEFORE AND AFTER IMAGES
      *                          OF THOSE USERS' IESCNTL, VUSERID AND
      *                          IESLDUV RECORDS (A PURGED USER'S ONLY
      *                          ONCE JOURNALED BEFORE THE CUTOFF),
      *                          REWRITTEN IN PLACE
      *                 IESJRHF  THE SAME JOURNAL ENTRIES ALREADY
      *                          OFFLOADED BY IESJRNTR - WRITTEN TO
      *                          THE NEW IESJRHFN COPY FOR THE JCL
      *                          TO SWAP IN, AS FOR IESARHF
      *
      *               THE FAKE VALUES FOLLOW IESMASKX'S STYLE BUT ARE
      *               BUILT FROM THE USERID ITSELF, SO ONE USER GETS
      *               THE SAME VALUES IN EVERY FILE AND IN EVERY RUN -
      *               AN ALREADY-ERASED RECORD COMPARES EQUAL AND IS
      *               LEFT ALONE, SO THE RUN CAN SIMPLY BE RESUBMITTED
      *               AFTER A FAILURE.  THE USERID AND EVERY ARCHIVE,
      *               AUDIT AND JOURNAL KEY ARE KEPT, SO "WHO DID
      *               WHAT" STILL JOINS.  AN ARCHIVED USERID THAT IS
      *               BACK IN SERVICE (OR WAS REVOKED AGAIN MORE
      *               RECENTLY THAN THE CUTOFF) IS SKIPPED.  EVERY
      *               ERASURE IS AUDITED TO IESAUDT AS ACTION 'X'
      *               WITH THE DATE IT WAS MADE.  UPSI-7 ON ACTUALLY
      *               ERASES; OTHERWISE THIS IS A REPORT-ONLY PASS.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ALSO ERASE THE IESJRNL CHANGE-JOURNAL IMAGES AND
      *                THE OFFLOADED IESJRHF HISTORY, WHICH STILL HELD
      *                FULL COPIES OF THE ERASED RECORDS.
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

           SELECT IESARCH
               ASSIGN TO IESARCH
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESARHF
               ASSIGN TO IESARHF
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESARHFN
               ASSIGN TO IESARHFN
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESTOMB
               ASSIGN TO IESTOMB
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS TOMB-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT VUSERID
               ASSIGN TO VUSERID
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS VUSER-KEY
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESLDUV
               ASSIGN TO IESLDUV
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS LDUM-MFUSRID
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT IESAUDT
               ASSIGN TO IESAUDT
               FILE STATUS IS FILE8-STAT
                              FILE8-FDBK.

           SELECT IESRETC
               ASSIGN TO IESRETC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS RETC-KEY
               FILE STATUS IS FILE9-STAT
                              FILE9-FDBK.

           SELECT IESJRNL
               ASSIGN TO IESJRNL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS FILE10-STAT
                              FILE10-FDBK.

           SELECT IESJRHF
               ASSIGN TO IESJRHF
               FILE STATUS IS FILE11-STAT
                              FILE11-FDBK.

           SELECT IESJRHFN
               ASSIGN TO IESJRHFN
               FILE STATUS IS FILE12-STAT
                              FILE12-FDBK.

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

       FD  IESARCH.
       COPY IESARCH.

       FD  IESARHF
           RECORD CONTAINS 238 CHARACTERS.
       COPY IESARHF.

       FD  IESARHFN
           RECORD CONTAINS 238 CHARACTERS.
       01  IESARHFN-RECORD             PIC  X(238).

       FD  IESTOMB.
       COPY IESTOMB.

       FD  IESCNTL.
       COPY IESCNTL.

       FD  VUSERID
           RECORD IS VARYING IN SIZE
             FROM 127 TO 174 CHARACTERS.
       COPY VUSERID.
       01  VUSERID-OLD-RECORD          PIC  X(127).

       FD  IESLDUV.
       COPY IESLDUM.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESRETC.
       COPY IESRETC.

       FD  IESJRNL.
       COPY IESJRNL.

       FD  IESJRHF
           RECORD CONTAINS 2204 CHARACTERS.
       COPY IESJRHF.

       FD  IESJRHFN
           RECORD CONTAINS 2204 CHARACTERS.
       01  IESJRHFN-RECORD             PIC  X(2204).

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESERASE'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.

         03  ARCH                      PIC S9(04)   BINARY VALUE 1.
         03  ARHF                      PIC S9(04)   BINARY VALUE 2.
         03  ARHFN                     PIC S9(04)   BINARY VALUE 3.
         03  TOMB                      PIC S9(04)   BINARY VALUE 4.
         03  IUI                       PIC S9(04)   BINARY VALUE 5.
         03  VUSER                     PIC S9(04)   BINARY VALUE 6.
         03  LDUM                      PIC S9(04)   BINARY VALUE 7.
         03  AUDT                      PIC S9(04)   BINARY VALUE 8.
         03  RETC                      PIC S9(04)   BINARY VALUE 9.
         03  JRNL                      PIC S9(04)   BINARY VALUE 10.
         03  JRHF                      PIC S9(04)   BINARY VALUE 11.
         03  JRHFN                     PIC S9(04)   BINARY VALUE 12.

         03  WORK-OPTION               PIC  X(08).
         03  WORK-USRIDNT              PIC  X(08).
         03  WORK-CURRENT              PIC  9(08).
         03  WORK-REVOKED              PIC  9(08).
         03  NUM-JULN                  PIC  9(5).

      * erasure cutoff, derived from the current date less the
      * erasure period
         03  WORK-CUTOFF               PIC  9(08).

      * erasure period, normally loaded from IESRETC by
      * B10-INITIALIZATION - this value is the fallback (seven
      * years) used when no IESRETC control record is on file for
      * this program
         03  WORK-RETAIN-DAYS          PIC  9(05)   VALUE 02555.

         03  ACTIVE-SWITCH             PIC  X(01)   VALUE 'N'.
           88  USER-STILL-ACTIVE                    VALUE 'Y'.
         03  PROFILE-SWITCH            PIC  X(01)   VALUE 'N'.
           88  PROFILE-ON-FILE                      VALUE 'Y'.
         03  JRNL-ERASE-SWITCH         PIC  X(01)   VALUE 'N'.
           88  JRNL-ENTRY-ERASED                    VALUE 'Y'.
         03  JRNL-OPEN-SW              PIC  X(01)   VALUE 'N'.
           88  JRNL-FILE-OPEN                       VALUE 'Y'.

      * the images as they stood before the erasure - a record that
      * compares equal afterwards was already erased by an earlier
      * run and is left alone
         03  WORK-ARCH-BEFORE          PIC  X(200).
         03  WORK-TOMB-BEFORE          PIC  X(80).
         03  WORK-LDUM-BEFORE          PIC  X(181).
         03  WORK-JRNL-BEFORE          PIC  X(2204).

      * the userid every fake value is built from, so one user's
      * erased fields agree across all the files and across runs
         03  ERASE-USRIDNT             PIC  X(08)   VALUE SPACES.
         03  ERASE-EMAIL               PIC  X(64).
         03  ERASE-NAME                PIC  X(20).
         03  ERASE-PHONE               PIC  X(20).
         03  ERASE-EMPLID              PIC  X(10).
         03  ERASE-NETID               PIC  X(64).

         03  ARCH-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  ARCH-ERASE-COUNT          PIC  9(7)    VALUE ZEROES.
         03  ARHF-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  ARHF-ERASE-COUNT          PIC  9(7)    VALUE ZEROES.
         03  TOMB-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  TOMB-ERASE-COUNT          PIC  9(7)    VALUE ZEROES.
         03  USER-COUNT                PIC  9(7)    VALUE ZEROES.
         03  LIVE-USER-COUNT           PIC  9(7)    VALUE ZEROES.
         03  LIVE-ERASE-COUNT          PIC  9(7)    VALUE ZEROES.
         03  ACTIVE-SKIP-COUNT         PIC  9(7)    VALUE ZEROES.
         03  JRNL-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  JRNL-ERASE-COUNT          PIC  9(7)    VALUE ZEROES.
         03  JRHF-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  JRHF-ERASE-COUNT          PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY DATETIME.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

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

           PERFORM C00-PROCESS-IESARCH THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(ARCH)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM D00-PROCESS-IESARHF THRU D99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(ARHF)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM E00-PROCESS-IESTOMB THRU E99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(TOMB)
                    OR RTC-CODE NOT = ZERO
           END-IF.

      * the live-record pass positions the profile file itself - the
      * earlier passes only read it at random
           IF  RTC-CODE = ZERO
               PERFORM F10-START-IESCNTL THRU F15-EXIT
           END-IF.

           PERFORM F00-PROCESS-IESCNTL THRU F99-EXIT-PROCESS
             UNTIL STAT-EOFILE(IUI)
                OR RTC-CODE NOT = ZERO.

      * the journal passes come last - the live pass above journals
      * its own rewrites, and those before images carry the very
      * fields it has just erased
           IF  RTC-CODE = ZERO
               PERFORM L10-START-IESJRNL THRU L15-EXIT
           END-IF.

           PERFORM L00-PROCESS-IESJRNL THRU L99-EXIT-PROCESS
             UNTIL STAT-EOFILE(JRNL)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM M00-PROCESS-IESJRHF THRU M99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(JRHF)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE ARCH-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Archive entries read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ARCH-ERASE-COUNT       TO VAR-EDIT.
           DISPLAY 'Archive entries erased ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ARHF-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'History entries read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ARHF-ERASE-COUNT       TO VAR-EDIT.
           DISPLAY 'History entries erased ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE TOMB-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Tombstones read .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE TOMB-ERASE-COUNT       TO VAR-EDIT.
           DISPLAY 'Tombstones erased ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE USER-COUNT             TO VAR-EDIT.
           DISPLAY 'Total users found ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LIVE-USER-COUNT        TO VAR-EDIT.
           DISPLAY 'Revoked past the cutoff .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LIVE-ERASE-COUNT       TO VAR-EDIT.
           DISPLAY 'Live records erased ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ACTIVE-SKIP-COUNT      TO VAR-EDIT.
           DISPLAY 'Back in service, skipped . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE JRNL-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Journal entries read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE JRNL-ERASE-COUNT       TO VAR-EDIT.
           DISPLAY 'Journal entries erased ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE JRHF-READ-COUNT        TO VAR-EDIT.
           DISPLAY 'Journal history read ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE JRHF-ERASE-COUNT       TO VAR-EDIT.
           DISPLAY 'Journal history erased ... ' VAR-EDIT
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
                                          RUN-COUNT3
                                          RUN-GENDATE.
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

           MOVE 'IESARCH'              TO VSAM-FILE(ARCH).
           MOVE 'IESARHF'              TO VSAM-FILE(ARHF).
           MOVE 'IESTOMB'              TO VSAM-FILE(TOMB).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'VUSERID'              TO VSAM-FILE(VUSER).
           MOVE 'IESLDUV'              TO VSAM-FILE(LDUM).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESRETC'              TO VSAM-FILE(RETC).
           MOVE 'IESJRHF'              TO VSAM-FILE(JRHF).
           IF  WITH-UPDATES
               MOVE 'IESARHFN'         TO VSAM-FILE(ARHFN)
               MOVE 'IESJRHFN'         TO VSAM-FILE(JRHFN)
           END-IF.

           MOVE LENGTH OF ARCH-KEY     TO VSAM-KEYL(ARCH).
           MOVE LENGTH OF ARCH-KEY     TO VSAM-KEYL(ARHF).
           MOVE LENGTH OF ARCH-KEY     TO VSAM-KEYL(ARHFN).
           MOVE LENGTH OF TOMB-KEY     TO VSAM-KEYL(TOMB).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF VUSER-KEY    TO VSAM-KEYL(VUSER).
           MOVE LENGTH OF LDUM-MFUSRID TO VSAM-KEYL(LDUM).
           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF RETC-KEY     TO VSAM-KEYL(RETC).
           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRNL).
           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRHF).
           MOVE LENGTH OF JRNL-KEY     TO VSAM-KEYL(JRHFN).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           IF  WITH-UPDATES
               OPEN I-O   IESARCH
                          IESTOMB
                          IESCNTL
                          VUSERID
                          IESLDUV
               OPEN OUTPUT IESARHFN
                           IESJRHFN
           ELSE
               OPEN INPUT IESARCH
                          IESTOMB
                          IESCNTL
                          VUSERID
                          IESLDUV
           END-IF.
           OPEN INPUT IESARHF
                      IESJRHF
                      IESRETC.
           OPEN EXTEND IESAUDT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up a site-maintained erasure period, if any - a
      * missing record leaves WORK-RETAIN-DAYS at its hardcoded
      * seven-year default
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO RETC-PGM
               SET  FUNC-READ(RETC)    TO TRUE
               READ IESRETC RECORD END-READ
               IF  STAT-NORMAL(RETC)
                   MOVE RETC-RETAIN-DAYS  TO WORK-RETAIN-DAYS
               ELSE
                   IF  NOT STAT-NOTFND(RETC)
                       MOVE RETC           TO VSUB
                       MOVE RETC-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
      * derive the erasure cutoff date from the erasure period
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-CURRENT
               DISPLAY 'CURRENT=' DTE-CCYYMMDD
                                     UPON PRINTER
               SET  DTE-REQUEST-TOTL-DAYS
                                       TO TRUE
               SUBTRACT WORK-RETAIN-DAYS
                                     FROM DTE-TOTD
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO WORK-CUTOFF
               DISPLAY ' CUTOFF=' WORK-CUTOFF
                       ' (ERASE AFTER ' WORK-RETAIN-DAYS ' DAYS)'
                                     UPON PRINTER
               DISPLAY SPACES        UPON PRINTER
               IF  WITH-UPDATES
                   MOVE 'ERASED:'      TO WORK-OPTION
               ELSE
                   MOVE 'REPORT:'      TO WORK-OPTION
               END-IF

      * start the archive and tombstone scans at the front
               MOVE LOW-VALUES         TO ARCH-KEY
               MOVE ARCH               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESARCH KEY >= ARCH-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE ARCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               IF  STAT-NOTFND(VSUB)
                   SET STAT-EOFILE(VSUB) TO TRUE
               END-IF

               MOVE LOW-VALUES         TO TOMB-KEY
               MOVE TOMB               TO VSUB
               SET  FUNC-START(VSUB)   TO TRUE
               START IESTOMB KEY >= TOMB-KEY END-START
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-NOTFND(VSUB)
                   MOVE TOMB-KEY       TO VSAM-KEYD(VSUB)
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

           CLOSE IESARCH
                 IESARHF
                 IESTOMB
                 IESCNTL
                 VUSERID
                 IESLDUV
                 IESAUDT
                 IESRETC
                 IESJRHF.
           IF  WITH-UPDATES
               CLOSE IESARHFN
                     IESJRHFN
           END-IF.
           IF  JRNL-FILE-OPEN
               CLOSE IESJRNL
           END-IF.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * release the update interlock set at initialization - a run
      * that never acquired it gets a refusal back, which is fine
           IF  WITH-UPDATES
               SET  LOK-REQUEST-CLEAR  TO TRUE
               MOVE THIS-PGM           TO LOK-PGM
               CALL LOCKMAN         USING LOCKMAN-PARMS
           END-IF.

      * let go of the change-journal file
           SET  JRN-REQUEST-CLOSE      TO TRUE.
           CALL JRNLMAN             USING JRNLMAN-PARMS
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           ADD  ARCH-ERASE-COUNT
                ARHF-ERASE-COUNT
                JRNL-ERASE-COUNT
                JRHF-ERASE-COUNT     GIVING RUN-COUNT1.
           MOVE TOMB-ERASE-COUNT       TO RUN-COUNT2.
           MOVE LIVE-ERASE-COUNT       TO RUN-COUNT3.
           MOVE ZEROES                 TO RUN-GENDATE.
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

       C00-PROCESS-IESARCH.

           MOVE ARCH                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESARCH NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE ARCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO ARCH-READ-COUNT.

           IF  ARCH-PURGE-DATE NOT < WORK-CUTOFF
               GO TO C99-EXIT-PROCESS
           END-IF.

           MOVE ARCH-USRIDNT           TO WORK-USRIDNT.
           PERFORM P20-CHECK-STILL-ACTIVE THRU P25-EXIT.
           IF  USER-STILL-ACTIVE
               ADD  1                  TO ACTIVE-SKIP-COUNT
           END-IF.
           IF  USER-STILL-ACTIVE
           OR  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.

           PERFORM P10-BUILD-ERASED-VALUES THRU P15-EXIT.
           MOVE ARCH-DATA              TO WORK-ARCH-BEFORE.
           PERFORM P30-ERASE-ARCH-IMAGE THRU P35-EXIT.
           IF  ARCH-DATA = WORK-ARCH-BEFORE
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO ARCH-ERASE-COUNT.
           DISPLAY WORK-OPTION ' IESARCH ' ARCH-USRIDNT
                   ' ' ARCH-PURGE-DATE '-' ARCH-PURGE-TIME
                   ' TYPE=' ARCH-RECTYPE
                                     UPON PRINTER.

           IF  WITH-UPDATES
               SET  FUNC-REWRITE(ARCH) TO TRUE
               REWRITE IESARCH-RECORD END-REWRITE
               IF  NOT STAT-NORMAL(ARCH)
                   MOVE ARCH           TO VSUB
                   MOVE ARCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO C99-EXIT-PROCESS
               END-IF
               MOVE ARCH-RECTYPE       TO AUDT-RECTYPE
               MOVE SPACES             TO AUDT-OLD-VALUE
               STRING 'IESARCH '          DELIMITED BY SIZE
                      ARCH-PURGE-DATE     DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      ARCH-PURGE-TIME     DELIMITED BY SIZE
                   INTO AUDT-OLD-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
           END-IF.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    THE OFFLOADED ARCHIVE HISTORY - EVERY ENTRY IS CARRIED      *
      *    FORWARD TO THE NEW COPY, ERASED OR NOT.  THE IMAGE IS       *
      *    WORKED ON IN THE IESARCH RECORD AREA, WHOSE OWN PASS IS     *
      *    FINISHED BY NOW, SO ONE ERASURE ROUTINE SERVES BOTH FILES   *
      ******************************************************************
       D00-PROCESS-IESARHF.

           MOVE ARHF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESARHF RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE ARHF-IMAGE(1:LENGTH OF ARCH-KEY)
                                       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO ARHF-READ-COUNT.
           MOVE ARHF-IMAGE             TO IESARCH-RECORD.

      * an offloaded entry is older than the archive retention, but
      * the erasure period may be the longer of the two
           IF  ARCH-PURGE-DATE NOT < WORK-CUTOFF
               GO TO D90-CARRY-FORWARD
           END-IF.

           MOVE ARCH-USRIDNT           TO WORK-USRIDNT.
           PERFORM P20-CHECK-STILL-ACTIVE THRU P25-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO D99-EXIT-PROCESS
           END-IF.
           IF  USER-STILL-ACTIVE
               ADD  1                  TO ACTIVE-SKIP-COUNT
               GO TO D90-CARRY-FORWARD
           END-IF.

           PERFORM P10-BUILD-ERASED-VALUES THRU P15-EXIT.
           MOVE ARCH-DATA              TO WORK-ARCH-BEFORE.
           PERFORM P30-ERASE-ARCH-IMAGE THRU P35-EXIT.
           IF  ARCH-DATA = WORK-ARCH-BEFORE
               GO TO D90-CARRY-FORWARD
           END-IF.

           ADD  1                      TO ARHF-ERASE-COUNT.
           DISPLAY WORK-OPTION ' IESARHF ' ARCH-USRIDNT
                   ' ' ARCH-PURGE-DATE '-' ARCH-PURGE-TIME
                   ' TYPE=' ARCH-RECTYPE
                                     UPON PRINTER.

           IF  WITH-UPDATES
               MOVE ARCH-RECTYPE       TO AUDT-RECTYPE
               MOVE SPACES             TO AUDT-OLD-VALUE
               STRING 'IESARHF '          DELIMITED BY SIZE
                      ARCH-PURGE-DATE     DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      ARCH-PURGE-TIME     DELIMITED BY SIZE
                   INTO AUDT-OLD-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
           END-IF.

       D90-CARRY-FORWARD.
           IF  WITH-UPDATES
               MOVE IESARCH-RECORD     TO IESARHFN-RECORD
               SET  FUNC-WRITE(ARHFN)  TO TRUE
               WRITE IESARHFN-RECORD END-WRITE
               IF  NOT STAT-NORMAL(ARHFN)
                   MOVE ARHFN          TO VSUB
                   MOVE ARCH-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.

       D99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    TOMBSTONES RETIRED BEFORE THE CUTOFF - LONG PAST THEIR      *
      *    QUARANTINE, SO THE EMPLOYEE ID NO LONGER GUARDS ANYTHING.   *
      *    A BLANK EMPLOYEE ID STAYS BLANK                             *
      ******************************************************************
       E00-PROCESS-IESTOMB.

           MOVE TOMB                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESTOMB NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE TOMB-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO E99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO TOMB-READ-COUNT.

           IF  TOMB-RETIRED-DATE NOT < WORK-CUTOFF
               GO TO E99-EXIT-PROCESS
           END-IF.

           MOVE TOMB-USRIDNT           TO WORK-USRIDNT.
           PERFORM P10-BUILD-ERASED-VALUES THRU P15-EXIT.
           MOVE IESTOMB-RECORD         TO WORK-TOMB-BEFORE.
           MOVE ERASE-NAME             TO TOMB-USRNAME.
           IF  TOMB-EMPLID > SPACES
               MOVE ERASE-EMPLID       TO TOMB-EMPLID
           END-IF.
           IF  IESTOMB-RECORD = WORK-TOMB-BEFORE
               GO TO E99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO TOMB-ERASE-COUNT.
           DISPLAY WORK-OPTION ' IESTOMB ' TOMB-USRIDNT
                   ' RETIRED ' TOMB-RETIRED-DATE
                                     UPON PRINTER.

           IF  WITH-UPDATES
               SET  FUNC-REWRITE(TOMB) TO TRUE
               REWRITE IESTOMB-RECORD END-REWRITE
               IF  NOT STAT-NORMAL(TOMB)
                   MOVE TOMB           TO VSUB
                   MOVE TOMB-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO E99-EXIT-PROCESS
               END-IF
               SET  AUDT-TYPE-TOMBSTONE TO TRUE
               MOVE SPACES             TO AUDT-OLD-VALUE
               STRING 'IESTOMB '          DELIMITED BY SIZE
                      TOMB-RETIRED-DATE   DELIMITED BY SIZE
                   INTO AUDT-OLD-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
           END-IF.

       E99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    LIVE PROFILES OF USERS REVOKED BEFORE THE CUTOFF AND STILL  *
      *    AWAITING PURGE, WITH THEIR VUSERID/IESLDUV COMPANIONS       *
      ******************************************************************
       F00-PROCESS-IESCNTL.

           MOVE IUI                    TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESCNTL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE IUI-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO F99-EXIT-PROCESS
           END-IF.

           IF  NOT IUI-USER-PROFILE
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO F99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO USER-COUNT.

           IF  IUI-US-REVOKEJ = ZEROES
               GO TO F99-EXIT-PROCESS
           END-IF.

           SET  DTE-REQUEST-JULN-EDIT  TO TRUE.
           MOVE IUI-US-REVOKEJ         TO NUM-JULN.
           MOVE NUM-JULN               TO DTE-JULN.
           CALL DTEMAN              USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO WORK-REVOKED.
           IF  WORK-REVOKED NOT < WORK-CUTOFF
               GO TO F99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO LIVE-USER-COUNT.
           MOVE SPACES                 TO WORK-USRIDNT.
           STRING IUI-US-USRIDNT          DELIMITED BY LOW-VALUE
                                     INTO WORK-USRIDNT.
           PERFORM P10-BUILD-ERASED-VALUES THRU P15-EXIT.

           PERFORM G00-ERASE-PROFILE THRU G99-EXIT.
           IF  RTC-CODE = ZERO
               PERFORM H00-ERASE-VUSERID THRU H99-EXIT
           END-IF.
           IF  RTC-CODE = ZERO
               PERFORM I00-ERASE-IESLDUV THRU I99-EXIT
           END-IF.

       F99-EXIT-PROCESS.
           EXIT.

       F10-START-IESCNTL.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE LOW-VALUES             TO IUI-KEY-VALUE.
           MOVE IUI                    TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESCNTL KEY >= IUI-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           END-IF.
       F15-EXIT.
           EXIT.

      /*****************************************************************
      *    ERASE THE LIVE PROFILE'S NAME                               *
      ******************************************************************
       G00-ERASE-PROFILE.
           IF  IUI-US-USRNAME = ERASE-NAME
               GO TO G99-EXIT
           END-IF.

           ADD  1                      TO LIVE-ERASE-COUNT.
           DISPLAY WORK-OPTION ' IESCNTL ' WORK-USRIDNT
                   ' REVOKED ' WORK-REVOKED
                                     UPON PRINTER.
           IF  NOT WITH-UPDATES
               GO TO G99-EXIT
           END-IF.

           MOVE LENGTH OF IUI-US-RECORD
                                       TO JRN-BEFORE-LEN.
           MOVE IUI-US-RECORD          TO JRNLMAN-BEFORE.
           MOVE ERASE-NAME             TO IUI-US-USRNAME.

           SET  FUNC-REWRITE(IUI)      TO TRUE.
           REWRITE IESCNTL-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G99-EXIT
           END-IF.

           SET  JRN-REQUEST-REWRITE    TO TRUE.
           MOVE 'IESCNTL'              TO JRN-FILE.
           MOVE LENGTH OF IUI-KEY      TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE IUI-KEY                TO JRN-REC-KEY.
           MOVE LENGTH OF IUI-US-RECORD
                                       TO JRN-AFTER-LEN.
           MOVE IUI-US-RECORD          TO JRNLMAN-AFTER.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.

           SET  AUDT-TYPE-PROFILE      TO TRUE.
           MOVE 'IESCNTL'              TO AUDT-OLD-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    ERASE THE LIVE EXTENSION'S EMAIL, PHONE AND EMPLOYEE ID.    *
      *    AN OLD 127-BYTE RECORD HAS NO EMPLOYEE ID TO ERASE - THE    *
      *    AREA IS BLANKED FIRST SO ITS TAIL STAYS BLANK               *
      ******************************************************************
       H00-ERASE-VUSERID.
           MOVE SPACES                 TO VUSER-RECORD.
           IF  WITH-UPDATES
               SET  FUNC-READUPD(VUSER) TO TRUE
           ELSE
               SET  FUNC-READ(VUSER)   TO TRUE
           END-IF.
           MOVE WORK-USRIDNT           TO VUSER-KEY.
           READ VUSERID RECORD END-READ.
           IF  STAT-NOTFND(VUSER)
               GO TO H99-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VUSER)
               MOVE VUSER              TO VSUB
               MOVE VUSER-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H99-EXIT
           END-IF.

           IF  VUSER-EMAIL = ERASE-EMAIL
           AND VUSER-PHONE = ERASE-PHONE
           AND (VUSER-EMPLID = ERASE-EMPLID
                OR VUSER-EMPLID = SPACES)
               GO TO H99-EXIT
           END-IF.

           ADD  1                      TO LIVE-ERASE-COUNT.
           DISPLAY WORK-OPTION ' VUSERID ' WORK-USRIDNT
                                     UPON PRINTER.
           IF  NOT WITH-UPDATES
               GO TO H99-EXIT
           END-IF.

           MOVE LENGTH OF VUSER-RECORD TO JRN-BEFORE-LEN.
           MOVE VUSER-RECORD           TO JRNLMAN-BEFORE.
           MOVE ERASE-EMAIL            TO VUSER-EMAIL.
           MOVE ERASE-PHONE            TO VUSER-PHONE.
           IF  VUSER-EMPLID > SPACES
               MOVE ERASE-EMPLID       TO VUSER-EMPLID
           END-IF.
           MOVE WORK-CURRENT           TO VUSER-LASTUPD.

           SET  FUNC-REWRITE(VUSER)    TO TRUE.
           REWRITE VUSER-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(VUSER)
               MOVE VUSER              TO VSUB
               MOVE VUSER-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO H99-EXIT
           END-IF.

           SET  JRN-REQUEST-REWRITE    TO TRUE.
           MOVE 'VUSERID'              TO JRN-FILE.
           MOVE LENGTH OF VUSER-KEY    TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE VUSER-KEY              TO JRN-REC-KEY.
           MOVE LENGTH OF VUSER-RECORD TO JRN-AFTER-LEN.
           MOVE VUSER-RECORD           TO JRNLMAN-AFTER.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.

           SET  AUDT-TYPE-VUSERID      TO TRUE.
           MOVE 'VUSERID'              TO AUDT-OLD-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
       H99-EXIT.
           EXIT.

      /*****************************************************************
      *    ERASE THE LIVE MAPPING'S AD IDENTITY AND CACHED MAIL/NAME   *
      ******************************************************************
       I00-ERASE-IESLDUV.
           IF  WITH-UPDATES
               SET  FUNC-READUPD(LDUM) TO TRUE
           ELSE
               SET  FUNC-READ(LDUM)    TO TRUE
           END-IF.
           MOVE WORK-USRIDNT           TO LDUM-MFUSRID.
           READ IESLDUV RECORD END-READ.
           IF  STAT-NOTFND(LDUM)
               GO TO I99-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(LDUM)
               MOVE LDUM               TO VSUB
               MOVE LDUM-MFUSRID       TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO I99-EXIT
           END-IF.

           MOVE IESLDUM-RECORD         TO WORK-LDUM-BEFORE.
           MOVE ERASE-NETID            TO LDUM-NETUSRID.
           MOVE ERASE-EMAIL            TO LDUM-CACHE-MAIL.
           MOVE ERASE-NAME             TO LDUM-CACHE-NAME.
           IF  IESLDUM-RECORD = WORK-LDUM-BEFORE
               GO TO I99-EXIT
           END-IF.

           ADD  1                      TO LIVE-ERASE-COUNT.
           DISPLAY WORK-OPTION ' IESLDUV ' WORK-USRIDNT
                                     UPON PRINTER.
           IF  NOT WITH-UPDATES
               GO TO I99-EXIT
           END-IF.

           SET  FUNC-REWRITE(LDUM)     TO TRUE.
           REWRITE IESLDUM-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(LDUM)
               MOVE LDUM               TO VSUB
               MOVE LDUM-MFUSRID       TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO I99-EXIT
           END-IF.

           SET  JRN-REQUEST-REWRITE    TO TRUE.
           MOVE 'IESLDUV'              TO JRN-FILE.
           MOVE LENGTH OF LDUM-KEY     TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE LDUM-KEY               TO JRN-REC-KEY.
           MOVE LENGTH OF IESLDUM-RECORD
                                       TO JRN-BEFORE-LEN
                                          JRN-AFTER-LEN.
           MOVE WORK-LDUM-BEFORE       TO JRNLMAN-BEFORE.
           MOVE IESLDUM-RECORD         TO JRNLMAN-AFTER.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.

           SET  AUDT-TYPE-LDAPMAP      TO TRUE.
           MOVE 'IESLDUV'              TO AUDT-OLD-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
       I99-EXIT.
           EXIT.

      /*****************************************************************
      *    CHANGE-JOURNAL ENTRIES FOR THE ERASED USERS, REWRITTEN IN   *
      *    PLACE - THE JOURNAL KEY AND THE JOURNALED RECORD'S KEY ARE  *
      *    KEPT, SO THE ENTRY STILL REPLAYS AND STILL JOINS            *
      ******************************************************************
       L00-PROCESS-IESJRNL.

           MOVE JRNL                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESJRNL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO L99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO JRNL-READ-COUNT.

           PERFORM P40-ERASE-JRNL-ENTRY THRU P45-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  NOT JRNL-ENTRY-ERASED
               GO TO L99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO JRNL-ERASE-COUNT.
           DISPLAY WORK-OPTION ' IESJRNL ' WORK-USRIDNT
                   ' ' JRNL-DATE '-' JRNL-TIME '-' JRNL-SEQNO
                   ' FILE=' JRNL-FILE
                                     UPON PRINTER.

           IF  WITH-UPDATES
               SET  FUNC-REWRITE(JRNL) TO TRUE
               REWRITE IESJRNL-RECORD END-REWRITE
               IF  NOT STAT-NORMAL(JRNL)
                   MOVE JRNL           TO VSUB
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   GO TO L99-EXIT-PROCESS
               END-IF
               MOVE ARCH-RECTYPE       TO AUDT-RECTYPE
               MOVE SPACES             TO AUDT-OLD-VALUE
               STRING 'IESJRNL '          DELIMITED BY SIZE
                      JRNL-DATE           DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      JRNL-TIME           DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      JRNL-SEQNO          DELIMITED BY SIZE
                   INTO AUDT-OLD-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
           END-IF.

       L99-EXIT-PROCESS.
           EXIT.

      * JRNLMANB holds its own update open of IESJRNL from the first
      * entry the live pass journaled - close that one first, so the
      * entries just written are on file and ours is the only open
       L10-START-IESJRNL.
           SET  JRN-REQUEST-CLOSE      TO TRUE.
           CALL JRNLMAN             USING JRNLMAN-PARMS
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

           MOVE 'IESJRNL'              TO VSAM-FILE(JRNL).
           MOVE JRNL                   TO VSUB.
           SET  FUNC-OPEN(VSUB)        TO TRUE.
           IF  WITH-UPDATES
               OPEN I-O   IESJRNL
           ELSE
               OPEN INPUT IESJRNL
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO L15-EXIT
           END-IF.
           SET  JRNL-FILE-OPEN         TO TRUE.

           MOVE LOW-VALUES             TO JRNL-KEY.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESJRNL KEY >= JRNL-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE JRNL-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           END-IF.
       L15-EXIT.
           EXIT.

      /*****************************************************************
      *    THE OFFLOADED JOURNAL HISTORY - EVERY ENTRY IS CARRIED      *
      *    FORWARD TO THE NEW COPY, ERASED OR NOT.  THE IMAGE IS       *
      *    WORKED ON IN THE IESJRNL RECORD AREA, WHOSE OWN PASS IS     *
      *    FINISHED BY NOW, SO ONE ERASURE ROUTINE SERVES BOTH FILES   *
      ******************************************************************
       M00-PROCESS-IESJRHF.

           MOVE JRHF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESJRHF RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE JRHF-IMAGE(1:LENGTH OF JRNL-KEY)
                                       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO M99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO JRHF-READ-COUNT.
           MOVE JRHF-IMAGE             TO IESJRNL-RECORD.

           PERFORM P40-ERASE-JRNL-ENTRY THRU P45-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO M99-EXIT-PROCESS
           END-IF.
           IF  NOT JRNL-ENTRY-ERASED
               GO TO M90-CARRY-FORWARD
           END-IF.

           ADD  1                      TO JRHF-ERASE-COUNT.
           DISPLAY WORK-OPTION ' IESJRHF ' WORK-USRIDNT
                   ' ' JRNL-DATE '-' JRNL-TIME '-' JRNL-SEQNO
                   ' FILE=' JRNL-FILE
                                     UPON PRINTER.

           IF  WITH-UPDATES
               MOVE ARCH-RECTYPE       TO AUDT-RECTYPE
               MOVE SPACES             TO AUDT-OLD-VALUE
               STRING 'IESJRHF '          DELIMITED BY SIZE
                      JRNL-DATE           DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      JRNL-TIME           DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      JRNL-SEQNO          DELIMITED BY SIZE
                   INTO AUDT-OLD-VALUE
               PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT
           END-IF.

       M90-CARRY-FORWARD.
           IF  WITH-UPDATES
               MOVE IESJRNL-RECORD     TO IESJRHFN-RECORD
               SET  FUNC-WRITE(JRHFN)  TO TRUE
               WRITE IESJRHFN-RECORD END-WRITE
               IF  NOT STAT-NORMAL(JRHFN)
                   MOVE JRHFN          TO VSUB
                   MOVE JRNL-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.

       M99-EXIT-PROCESS.
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
      *    APPEND ONE ERASURE ENTRY TO THE PERMANENT AUDIT LOG -       *
      *    CALLER SETS AUDT-RECTYPE AND MOVES WHERE THE ERASED RECORD  *
      *    LIVES TO THE OLD VALUE.  THE NEW VALUE CARRIES THE ERASURE  *
      *    DATE FOR THE PRIVACY OFFICE - NEVER THE ERASED DATA         *
      ******************************************************************
       K00-WRITE-AUDIT-RECORD.
           MOVE THIS-PGM               TO AUDT-PGM.
           MOVE WORK-USRIDNT           TO AUDT-USRIDNT.
           SET  AUDT-ACTION-ERASE      TO TRUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           STRING 'PII ERASED '           DELIMITED BY SIZE
                  WORK-CURRENT            DELIMITED BY SIZE
               INTO AUDT-NEW-VALUE.

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
               MOVE WORK-USRIDNT       TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       K99-EXIT.
           EXIT.

      /*****************************************************************
      *    OTHER PERFORMED ROUTINES                                    *
      ******************************************************************

      /*****************************************************************
      *    BUILD THIS USER'S FAKE FIELD VALUES FROM THE USERID ITSELF  *
      *    - THE SAME FAKES GO INTO EVERY FILE, RUN AFTER RUN          *
      ******************************************************************
       P10-BUILD-ERASED-VALUES.
           IF  WORK-USRIDNT = ERASE-USRIDNT
               GO TO P15-EXIT
           END-IF.
           MOVE WORK-USRIDNT           TO ERASE-USRIDNT.

           MOVE SPACES                 TO ERASE-EMAIL.
           STRING 'ERASED.'               DELIMITED BY SIZE
                  ERASE-USRIDNT           DELIMITED BY SPACE
                  '@EXAMPLE.COM'          DELIMITED BY SIZE
               INTO ERASE-EMAIL.

           MOVE SPACES                 TO ERASE-NAME.
           STRING 'Erased User '          DELIMITED BY SIZE
                  ERASE-USRIDNT           DELIMITED BY SPACE
               INTO ERASE-NAME.

           MOVE 'ERASED'               TO ERASE-PHONE.

           MOVE SPACES                 TO ERASE-EMPLID.
           STRING 'X'                     DELIMITED BY SIZE
                  ERASE-USRIDNT           DELIMITED BY SPACE
               INTO ERASE-EMPLID.

           MOVE SPACES                 TO ERASE-NETID.
           STRING 'erased.'               DELIMITED BY SIZE
                  ERASE-USRIDNT           DELIMITED BY SPACE
               INTO ERASE-NETID.
       P15-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE ARCHIVED USERID BACK IN SERVICE - A LIVE PROFILE     *
      *    THAT IS NOT REVOKED, OR WAS REVOKED SINCE THE CUTOFF, MEANS *
      *    THE PERSON HAS NOT BEEN GONE THE FULL PERIOD.  ALSO NOTES   *
      *    WHETHER THERE IS A LIVE PROFILE AT ALL                      *
      ******************************************************************
       P20-CHECK-STILL-ACTIVE.
           MOVE 'N'                    TO ACTIVE-SWITCH
                                          PROFILE-SWITCH.

           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE WORK-USRIDNT           TO IUI-KEY-VALUE.
           SET  FUNC-READ(IUI)         TO TRUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NOTFND(IUI)
               GO TO P25-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P25-EXIT
           END-IF.
           SET  PROFILE-ON-FILE        TO TRUE.

           IF  IUI-US-REVOKEJ = ZEROES
               SET  USER-STILL-ACTIVE  TO TRUE
           ELSE
               SET  DTE-REQUEST-JULN-EDIT
                                       TO TRUE
               MOVE IUI-US-REVOKEJ     TO NUM-JULN
               MOVE NUM-JULN           TO DTE-JULN
               CALL DTEMAN          USING DTEMAN-PARMS
               IF  DTE-GNUM NOT < WORK-CUTOFF
                   SET  USER-STILL-ACTIVE TO TRUE
               END-IF
           END-IF.
       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    ERASE THE PERSONAL FIELDS OF AN ARCHIVE IMAGE IN THE        *
      *    IESARCH RECORD AREA, BY THE RECORD TYPE IT CARRIES.         *
      *    GROUP-MEMBERSHIP AND PERMIT IMAGES CARRY NONE               *
      ******************************************************************
       P30-ERASE-ARCH-IMAGE.
           EVALUATE TRUE
             WHEN ARCH-TYPE-PROFILE
      * IESCNTL image - IUI-US-USRNAME
               MOVE ERASE-NAME         TO ARCH-DATA(10:20)
             WHEN ARCH-TYPE-VUSERID
      * VUSERID image - VUSER-EMAIL, VUSER-PHONE, and VUSER-EMPLID
      * when the image is the longer format that carries one
               MOVE ERASE-EMAIL        TO ARCH-DATA(9:64)
               MOVE ERASE-PHONE        TO ARCH-DATA(73:20)
               IF  ARCH-RECLENG > LENGTH OF VUSERID-OLD-RECORD
               AND ARCH-DATA(111:10) > SPACES
                   MOVE ERASE-EMPLID   TO ARCH-DATA(111:10)
               END-IF
             WHEN ARCH-TYPE-LDAPMAP
      * IESLDUV image - LDUM-NETUSRID, LDUM-CACHE-MAIL/NAME
               MOVE ERASE-NETID        TO ARCH-DATA(10:64)
               MOVE ERASE-EMAIL        TO ARCH-DATA(74:40)
               MOVE ERASE-NAME         TO ARCH-DATA(114:60)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       P35-EXIT.
           EXIT.

      /*****************************************************************
      *    ERASE ONE JOURNAL ENTRY IN THE IESJRNL RECORD AREA.  ONLY   *
      *    USER-PROFILE IESCNTL, VUSERID AND IESLDUV ENTRIES CARRY     *
      *    PERSONAL FIELDS.  A USER WHOSE PROFILE IS GONE WAS PURGED,  *
      *    SO, AS FOR AN ARCHIVE IMAGE, THE ENTRY MUST PREDATE THE     *
      *    CUTOFF.  EACH IMAGE IS PASSED THROUGH THE ARCHIVE ERASURE   *
      *    IN THE IESARCH RECORD AREA, WHOSE PASSES ARE FINISHED, AND  *
      *    ARCH-RECTYPE IS LEFT SET FOR THE CALLER'S AUDIT ENTRY       *
      ******************************************************************
       P40-ERASE-JRNL-ENTRY.
           MOVE 'N'                    TO JRNL-ERASE-SWITCH.
           MOVE SPACES                 TO WORK-USRIDNT.

      * the journaled record's key - a type '1' IESCNTL or IESLDUV
      * key carries the userid after the type byte
           EVALUATE JRNL-FILE
             WHEN 'IESCNTL'
               IF  JRNL-REC-KEY(1:1) = '1'
                   STRING JRNL-REC-KEY(2:8)
                                          DELIMITED BY LOW-VALUE
                                     INTO WORK-USRIDNT
                   SET  ARCH-TYPE-PROFILE TO TRUE
               END-IF
             WHEN 'VUSERID'
               MOVE JRNL-REC-KEY(1:8)  TO WORK-USRIDNT
               SET  ARCH-TYPE-VUSERID  TO TRUE
             WHEN 'IESLDUV'
               IF  JRNL-REC-KEY(1:1) = '1'
                   MOVE JRNL-REC-KEY(2:8)
                                       TO WORK-USRIDNT
                   SET  ARCH-TYPE-LDAPMAP TO TRUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF  WORK-USRIDNT = SPACES
               GO TO P45-EXIT
           END-IF.

           PERFORM P20-CHECK-STILL-ACTIVE THRU P25-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  USER-STILL-ACTIVE
               GO TO P45-EXIT
           END-IF.
           IF  NOT PROFILE-ON-FILE
           AND JRNL-DATE NOT < WORK-CUTOFF
               GO TO P45-EXIT
           END-IF.

           PERFORM P10-BUILD-ERASED-VALUES THRU P15-EXIT.
           MOVE IESJRNL-RECORD         TO WORK-JRNL-BEFORE.

           IF  JRNL-BEFORE-LEN > ZERO
               MOVE JRNL-BEFORE-LEN    TO ARCH-RECLENG
               MOVE JRNL-BEFORE-DATA   TO ARCH-DATA
               PERFORM P30-ERASE-ARCH-IMAGE THRU P35-EXIT
               MOVE ARCH-DATA          TO JRNL-BEFORE-DATA
                                            (1:LENGTH OF ARCH-DATA)
           END-IF.
           IF  JRNL-AFTER-LEN > ZERO
               MOVE JRNL-AFTER-LEN     TO ARCH-RECLENG
               MOVE JRNL-AFTER-DATA    TO ARCH-DATA
               PERFORM P30-ERASE-ARCH-IMAGE THRU P35-EXIT
               MOVE ARCH-DATA          TO JRNL-AFTER-DATA
                                            (1:LENGTH OF ARCH-DATA)
           END-IF.

           IF  IESJRNL-RECORD NOT = WORK-JRNL-BEFORE
               SET  JRNL-ENTRY-ERASED  TO TRUE
           END-IF.
       P45-EXIT.
           EXIT.
