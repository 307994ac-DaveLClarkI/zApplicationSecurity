      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECUNLK.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       HELP-DESK UNLOCK AND REACTIVATION.  A SIGNED-ON
      *               OPERATOR NAMED IN THE IESHDSK AUTHORIZED-
      *               UNLOCKER LIST MAY CLEAR A FAILED SIGN-ON
      *               LOCKOUT FOR A CALLER ON THE PHONE - RESETTING
      *               IUI-US-FAILCNT, CLEARING THE TIMED LOCKOUT
      *               STAMP, AND LIFTING A VSECFAIL AUTO-SUSPENSION
      *               (REVOKE REASON 'F') - WITHOUT AN ADMINISTRATOR
      *               HAVING TO TOUCH THE PROFILE.  THE CALLER'S HR
      *               EMPLOYEE ID AND PHONE NUMBER MUST FIRST MATCH
      *               THE VUSERID EXTENSION RECORD (THE PHONE IS
      *               COMPARED DIGITS ONLY, SO PUNCTUATION DOES NOT
      *               MATTER).  REFUSED OUTRIGHT ARE: AN OPERATOR'S
      *               OWN PROFILE, AN ADMINISTRATOR-CLASS PROFILE
      *               (THE IUI-US-IESINFO TEST), ANY REVOKE WHOSE
      *               REASON IS NOT 'F' (AN AD, HR, OR SCHEDULED
      *               REVOKE IS NOT THE HELP DESK'S TO UNDO), AND A
      *               USER ALREADY UNLOCKED AS MANY TIMES THIS
      *               CALENDAR MONTH AS THE MAX-ATTEMPTS OF THE
      *               IESFAILC ENTRY KEYED 'VSECUNLK' ALLOWS (3 WHEN
      *               THERE IS NO ENTRY).  EVERY UNLOCK IS JOURNALED,
      *               WRITES AN IESAUDT ENTRY CARRYING THE OPERATOR IN
      *               THE JOB-NAME FIELD, AND MAILS THE USER A
      *               CONFIRMATION SO AN UNLOCK THEY DID NOT ASK FOR
      *               IS NOTICED.  THE UPDATE HONORS THE IESLOCK BATCH
      *               INTERLOCK - A DEFERRED UNLOCK IS LISTED BY
      *               IESLKRPL FOR RE-ENTRY, NOT REPLAYED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC THE AUDIT OLD VALUE NOW CARRIES THE LOCKOUT'S
      *                OWN STAMP AHEAD OF THE FAILURE COUNT, SO
      *                IESSLAMX CAN MEASURE LOCKOUT-TO-RELEASE TIME.
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

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECUNLK'.
         03  IESCNTL                   PIC  X(08)   VALUE 'IESCNTL'.
         03  IESHDSK                   PIC  X(08)   VALUE 'IESHDSK'.
         03  IESFAILC                  PIC  X(08)   VALUE 'IESFAILC'.
         03  IESLOCK                   PIC  X(08)   VALUE 'IESLOCK'.
         03  IESLDUV                   PIC  X(08)   VALUE 'IESLDUV'.
         03  VUSERID                   PIC  X(08)   VALUE 'VUSERID'.
         03  IESAUDT                   PIC  X(08)   VALUE 'IESAUDT'.
         03  MAILWRTR-PGM              PIC  X(08)   VALUE 'MAILQUEO'.

         03  AUDT-RBA                  PIC S9(08)   BINARY VALUE
                                                    ZEROES.
         03  IESAUCH                   PIC  X(08)   VALUE 'IESAUCH'.
         03  AUDT-RESP                 PIC S9(08)   BINARY VALUE ZEROES.
         03  ANCHOR-SW                 PIC  X(01)   VALUE 'N'.
           88  ANCHOR-NONE                          VALUE 'N'.
           88  ANCHOR-LOCKED                        VALUE 'L'.
           88  ANCHOR-NEW                           VALUE 'W'.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  DGT                       PIC S9(04)   BINARY VALUE ZEROES.
         03  CICS-USERID               PIC  X(08).
         03  WORK-NOW-DATE             PIC  9(08)   VALUE ZEROES.
         03  WORK-NOW-TIME             PIC  9(06)   VALUE ZEROES.
         03  WORK-NOW-MONTH            PIC  9(06)   VALUE ZEROES.
         03  WORK-FAILCNT              PIC  ZZ9.
         03  WORK-USER-MAIL            PIC  X(64)   VALUE SPACES.
         03  WORK-MAIL-SUBJECT         PIC  X(60)   VALUE
                           '(SECURITY) YOUR USERID HAS BEEN UNLOCKED'.

      * digits-only copies of the two phone numbers being compared -
      * the caller fills DIGIT-SOURCE and D10 leaves the result in
      * DIGIT-RESULT
         03  DIGIT-SOURCE              PIC  X(20)   VALUE SPACES.
         03  DIGIT-RESULT              PIC  X(20)   VALUE SPACES.
         03  DIGIT-ON-FILE             PIC  X(20)   VALUE SPACES.
         03  DIGIT-GIVEN               PIC  X(20)   VALUE SPACES.

         03  PROFILE-SW                PIC  X(01)   VALUE 'N'.
           88  PROFILE-HELD                         VALUE 'Y'.

      * fallback control value, used when no IESFAILC control record
      * keyed 'VSECUNLK' is on file
         03  WORK-MONTHLY-LIMIT        PIC  9(03)   VALUE 3.

      * CHANGE-JOURNAL WORK FIELDS
         03  IESJRNL                   PIC  X(08)   VALUE 'IESJRNL'.
         03  JRNL-SEQ-CTR              PIC  9(05)   VALUE ZEROES.
         03  JRNL-RETRY-CTR            PIC  9(02)   VALUE ZEROES.
         03  WORK-JRN-BEFORE-LEN       PIC  9(05)   VALUE ZEROES.
         03  WORK-JRN-BEFORE           PIC  X(1046) VALUE SPACES.

      * UPDATE-INTERLOCK WORK FIELDS - THE TYPE 'L' IESLOCK RECORD IS
      * READ BEFORE ANY SECURITY-FILE UPDATE AND, WHILE A BATCH RUN
      * HOLDS IT, THE UPDATE IS DEFERRED AND RECORDED AS A TYPE 'D'
      * DEFERRAL RECORD FOR IESLKRPT
         03  WORK-LOCK-HOLDER          PIC  X(08)   VALUE SPACES.
         03  WORK-DEFER-USER           PIC  X(08)   VALUE SPACES.
         03  WORK-DEFER-FILE           PIC  X(08)   VALUE SPACES.
         03  WORK-DEFER-FUNC           PIC  X(01)   VALUE SPACE.
         03  WORK-DEFER-RECLEN         PIC  9(03)   VALUE ZEROES.
         03  WORK-DEFER-DATA           PIC  X(200)  VALUE SPACES.
         03  LOCK-SEQ-CTR              PIC  9(02)   VALUE ZEROES.
         03  LOCK-RETRY-CTR            PIC  9(02)   VALUE ZEROES.
         03  INTERLOCK-SW              PIC  X(01)   VALUE 'N'.
           88  UPDATES-LOCKED                       VALUE 'Y'.

      * AUTHORIZED HELP-DESK UNLOCKER LIST LAYOUT (READ INTO AREA)
       COPY IESHDSK.

      * IUI USER PROFILE RECORD LAYOUT (READ FOR UPDATE)
       COPY IESCNTL.

      * VSE USER EXTENSION LAYOUT (IDENTITY CHECK AND MAIL ADDRESS)
       COPY VUSERID.

      * FAILED-LOGON THRESHOLD CONTROL RECORD LAYOUT (MONTHLY LIMIT)
       COPY IESFAILC.

      * VSE LDAP USER MAPPING LAYOUT (READ FOR THE CACHED ADDRESS)
       COPY IESLDUM.

      * BATCH/CICS INTERLOCK RECORD LAYOUT (TYPE 'L' UPDATE LOCK,
      * TYPE 'D' DEFERRAL)
       COPY IESLOCK.

      * SECURITY-FILE CHANGE JOURNAL LAYOUT (WRITTEN PER CHANGE)
       COPY IESJRNL.

      * PERMANENT PURGE/REVOKE AUDIT LOG LAYOUT (WRITTEN PER CHANGE)
       COPY IESAUDT.

      * AUDIT-LOG CHAIN ANCHOR LAYOUT (READ FOR UPDATE PER ENTRY)
       COPY IESAUCH.

       COPY AUDTCHN.

       COPY BITMAN.

       COPY DATETIME.

      * MAINFRAME MAIL INTERFACE
       01  MAILWRTR-COMMAREA.
         COPY MAILWRTR.

       01  MAILWRTR-COML             PIC S9(09) BINARY
                                      VALUE LENGTH OF MAILWRTR-COMMAREA.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         03  UNLK-REQ-USERID           PIC  X(08).
         03  UNLK-REQ-EMPLID           PIC  X(10).
         03  UNLK-REQ-PHONE            PIC  X(20).
         03  UNLK-RET-CODE             PIC S9(04) BINARY.
             88  UNLK-COMPLETED                    VALUE 0.
             88  UNLK-NOT-AUTHORIZED               VALUE 4.
             88  UNLK-NOT-VERIFIED                 VALUE 8.
             88  UNLK-ADMIN-REFUSED                VALUE 12.
             88  UNLK-REASON-REFUSED               VALUE 16.
             88  UNLK-LIMIT-REACHED                VALUE 20.
             88  UNLK-NOT-LOCKED                   VALUE 24.
             88  UNLK-UPDATE-DEFERRED              VALUE 28.
             88  UNLK-USER-NOT-FOUND               VALUE 32.
             88  UNLK-IO-ERROR                     VALUE 36.
             88  UNLK-SELF-REFUSED                 VALUE 40.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                         ABCODE('CALN')
                         CANCEL
                         NODUMP
               END-EXEC
           END-IF.

           MOVE ZEROES                 TO UNLK-RET-CODE.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO WORK-NOW-DATE.
           MOVE NUM-TIME               TO WORK-NOW-TIME.
           MOVE WORK-NOW-DATE(1:6)     TO WORK-NOW-MONTH.

           EXEC CICS ASSIGN
                     USERID    (CICS-USERID)
                     NOHANDLE
           END-EXEC.

      * only a listed help-desk operator may unlock anyone, and never
      * their own profile
           PERFORM A10-CHECK-AUTHORITY THRU A15-EXIT.
           IF  UNLK-RET-CODE NOT = ZEROES
               EXEC CICS RETURN END-EXEC
           END-IF.

      * the caller has to prove who they are before the profile is
      * even looked at
           PERFORM B10-VERIFY-IDENTITY THRU B15-EXIT.
           IF  UNLK-RET-CODE NOT = ZEROES
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM C10-GET-USER-PROFILE THRU C15-EXIT.
           IF  UNLK-RET-CODE = ZEROES
               PERFORM C20-CHECK-PROFILE THRU C25-EXIT
           END-IF.
           IF  UNLK-RET-CODE = ZEROES
               PERFORM C30-CHECK-MONTHLY-LIMIT THRU C35-EXIT
           END-IF.
           IF  UNLK-RET-CODE NOT = ZEROES
               PERFORM C90-RELEASE-PROFILE THRU C95-EXIT
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM D00-UNLOCK-PROFILE THRU D05-EXIT.
           IF  UNLK-COMPLETED
               PERFORM R10-SEND-CONFIRMATION THRU R15-EXIT
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      /*****************************************************************
      *    IS THE SIGNED-ON OPERATOR ON THE IESHDSK AUTHORIZED-        *
      *    UNLOCKER LIST                                               *
      ******************************************************************
       A10-CHECK-AUTHORITY.
           IF  UNLK-REQ-USERID = CICS-USERID
               SET  UNLK-SELF-REFUSED  TO TRUE
               GO TO A15-EXIT
           END-IF.

           MOVE CICS-USERID            TO HDSK-USRIDNT.
           EXEC CICS READ
                     DATASET  (IESHDSK)
                     INTO     (IESHDSK-RECORD)
                     RIDFLD   (HDSK-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  UNLK-NOT-AUTHORIZED TO TRUE
           END-IF.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    THE EMPLOYEE ID AND PHONE NUMBER THE CALLER GAVE MUST BOTH  *
      *    MATCH THE VUSERID EXTENSION RECORD - NO RECORD, OR NOTHING  *
      *    ON IT TO MATCH AGAINST, IS NOT A VERIFIED IDENTITY          *
      ******************************************************************
       B10-VERIFY-IDENTITY.
           MOVE UNLK-REQ-USERID        TO VUSER-KEY.
           EXEC CICS READ
                     DATASET  (VUSERID)
                     INTO     (VUSER-RECORD)
                     RIDFLD   (VUSER-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  VUSER-EMPLID = SPACES
           OR  VUSER-PHONE = SPACES
           OR  UNLK-REQ-EMPLID NOT = VUSER-EMPLID
               SET  UNLK-NOT-VERIFIED  TO TRUE
               GO TO B15-EXIT
           END-IF.

           MOVE VUSER-PHONE            TO DIGIT-SOURCE.
           PERFORM D10-DIGITS-ONLY THRU D15-EXIT.
           MOVE DIGIT-RESULT           TO DIGIT-ON-FILE.
           MOVE UNLK-REQ-PHONE         TO DIGIT-SOURCE.
           PERFORM D10-DIGITS-ONLY THRU D15-EXIT.
           MOVE DIGIT-RESULT           TO DIGIT-GIVEN.

           IF  DIGIT-ON-FILE = SPACES
           OR  DIGIT-GIVEN NOT = DIGIT-ON-FILE
               SET  UNLK-NOT-VERIFIED  TO TRUE
           END-IF.
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE IESCNTL USER PROFILE FOR UPDATE                    *
      ******************************************************************
       C10-GET-USER-PROFILE.
           MOVE 'N'                    TO PROFILE-SW.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE UNLK-REQ-USERID        TO IUI-KEY-VALUE.

           EXEC CICS READ UPDATE
                     DATASET  (IESCNTL)
                     INTO     (IUI-US-RECORD)
                     RIDFLD   (IUI-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           EVALUATE TRUE
             WHEN EIBRESP = DFHRESP(NORMAL)
               SET  PROFILE-HELD       TO TRUE
             WHEN EIBRESP = DFHRESP(NOTFND)
               SET  UNLK-USER-NOT-FOUND TO TRUE
               GO TO C15-EXIT
             WHEN OTHER
               SET  UNLK-IO-ERROR      TO TRUE
               GO TO C15-EXIT
           END-EVALUATE.

      * the unmodified image, for the change journal D00 writes
           MOVE LENGTH OF IUI-US-RECORD
                                       TO WORK-JRN-BEFORE-LEN.
           MOVE IUI-US-RECORD          TO WORK-JRN-BEFORE.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    AN ADMINISTRATOR-CLASS PROFILE (IUI-US-IESINFO BITS 0 AND 1 *
      *    BOTH ON) IS NEVER UNLOCKED HERE, NOR IS A REVOKE FOR ANY    *
      *    REASON BUT FAILED SIGN-ONS - AND A PROFILE WITH NOTHING TO  *
      *    CLEAR IS TOLD SO RATHER THAN COUNTED AGAINST THE LIMIT      *
      ******************************************************************
       C20-CHECK-PROFILE.
           SET  BIT-DECODE-FROM-BYTE   TO TRUE.
           MOVE IUI-US-IESINFO         TO BIT-BYTE.
           CALL BITMAN              USING BITMAN-PARMS.
           IF  BIT-0-IS-ON AND BIT-1-IS-ON
               SET  UNLK-ADMIN-REFUSED TO TRUE
               GO TO C25-EXIT
           END-IF.

           IF  IUI-US-REVOKEJ > ZEROES
           AND NOT IUI-REVOKED-FAILLOGIN
               SET  UNLK-REASON-REFUSED TO TRUE
               GO TO C25-EXIT
           END-IF.

           IF  IUI-US-FAILCNT NOT NUMERIC
               MOVE ZEROES             TO IUI-US-FAILCNT
           END-IF.
           IF  IUI-US-LOCKDATE NOT NUMERIC
               MOVE ZEROES             TO IUI-US-LOCKDATE
                                          IUI-US-LOCKTIME
           END-IF.

           IF  IUI-US-REVOKEJ = ZEROES
           AND IUI-US-FAILCNT = ZEROES
           AND IUI-US-LOCKDATE = ZEROES
               SET  UNLK-NOT-LOCKED    TO TRUE
           END-IF.
       C25-EXIT.
           EXIT.

      /*****************************************************************
      *    HOLD THE USER TO THE SITE'S UNLOCKS PER CALENDAR MONTH -    *
      *    THE COUNT ON THE PROFILE STARTS OVER WHEN THE MONTH TURNS   *
      ******************************************************************
       C30-CHECK-MONTHLY-LIMIT.
           MOVE THIS-PGM               TO FAILC-PGM.
           EXEC CICS READ
                     DATASET  (IESFAILC)
                     INTO     (IESFAILC-RECORD)
                     RIDFLD   (FAILC-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND FAILC-MAX-ATTEMPTS NUMERIC
               MOVE FAILC-MAX-ATTEMPTS TO WORK-MONTHLY-LIMIT
           END-IF.

           IF  IUI-US-UNLKMONTH NOT NUMERIC
           OR  IUI-US-UNLKCNT NOT NUMERIC
           OR  IUI-US-UNLKMONTH NOT = WORK-NOW-MONTH
               MOVE WORK-NOW-MONTH     TO IUI-US-UNLKMONTH
               MOVE ZEROES             TO IUI-US-UNLKCNT
           END-IF.

           IF  IUI-US-UNLKCNT NOT < WORK-MONTHLY-LIMIT
               SET  UNLK-LIMIT-REACHED TO TRUE
           END-IF.
       C35-EXIT.
           EXIT.

      /*****************************************************************
      *    LET GO OF A PROFILE HELD FOR UPDATE THAT WILL NOT CHANGE    *
      ******************************************************************
       C90-RELEASE-PROFILE.
           IF  PROFILE-HELD
               EXEC CICS UNLOCK
                         DATASET  (IESCNTL)
                         NOHANDLE
               END-EXEC
               MOVE 'N'                TO PROFILE-SW
           END-IF.
       C95-EXIT.
           EXIT.

      /*****************************************************************
      *    CLEAR THE LOCKOUT AND REWRITE THE PROFILE, HONORING THE     *
      *    BATCH INTERLOCK, THEN JOURNAL AND AUDIT THE CHANGE.  THE    *
      *    LIFETIME LOCKOUT COUNT IS LEFT ALONE - IT IS HISTORY, NOT   *
      *    STATE                                                       *
      ******************************************************************
       D00-UNLOCK-PROFILE.
           MOVE UNLK-REQ-USERID        TO WORK-DEFER-USER.
           MOVE IESCNTL                TO WORK-DEFER-FILE.
      * a deferred unlock is reported for re-entry, not replayed -
      * the data names who was to be unlocked and by whom
           MOVE 'R'                    TO WORK-DEFER-FUNC.
           MOVE SPACES                 TO WORK-DEFER-DATA.
           MOVE UNLK-REQ-USERID        TO WORK-DEFER-DATA(1:8).
           MOVE CICS-USERID            TO WORK-DEFER-DATA(9:8).
           MOVE 16                     TO WORK-DEFER-RECLEN.
           PERFORM Q50-CHECK-INTERLOCK THRU Q55-EXIT.
           IF  UPDATES-LOCKED
               SET  UNLK-UPDATE-DEFERRED TO TRUE
               PERFORM C90-RELEASE-PROFILE THRU C95-EXIT
               GO TO D05-EXIT
           END-IF.

      * the audit entry says what was cleared, so note it first
           MOVE SPACES                 TO IESAUDT-RECORD.
           MOVE IUI-US-FAILCNT         TO WORK-FAILCNT.
      * the lockout stamp goes in too - it is zeroed below, and the
      * audit entry is the only place lockout-to-release can be read
           IF  IUI-US-REVOKEJ > ZEROES
               STRING 'REVOKED ' IUI-US-LOCKDATE '-' IUI-US-LOCKTIME
                      ' FC ' WORK-FAILCNT
                   DELIMITED BY SIZE INTO AUDT-OLD-VALUE
           ELSE
               STRING 'LOCKED ' IUI-US-LOCKDATE '-' IUI-US-LOCKTIME
                      ' FC ' WORK-FAILCNT
                   DELIMITED BY SIZE INTO AUDT-OLD-VALUE
           END-IF.

           MOVE ZEROES                 TO IUI-US-FAILCNT
                                          IUI-US-LOCKDATE
                                          IUI-US-LOCKTIME
                                          IUI-US-REVOKEJ.
           MOVE SPACE                  TO IUI-US-REVREASON.
           ADD  1                      TO IUI-US-UNLKCNT.

           EXEC CICS REWRITE
                     DATASET  (IESCNTL)
                     FROM     (IUI-US-RECORD)
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  UNLK-IO-ERROR      TO TRUE
               PERFORM C90-RELEASE-PROFILE THRU C95-EXIT
               GO TO D05-EXIT
           END-IF.

           MOVE 'N'                    TO PROFILE-SW.
           SET  UNLK-COMPLETED         TO TRUE.

           MOVE SPACES                 TO IESJRNL-RECORD.
           SET  JRNL-FUNC-REWRITE      TO TRUE.
           MOVE IESCNTL                TO JRNL-FILE.
           MOVE LENGTH OF IUI-KEY      TO JRNL-KEYLEN.
           MOVE IUI-KEY                TO JRNL-REC-KEY.
           MOVE WORK-JRN-BEFORE-LEN    TO JRNL-BEFORE-LEN.
           MOVE WORK-JRN-BEFORE        TO JRNL-BEFORE-DATA.
           MOVE LENGTH OF IUI-US-RECORD
                                       TO JRNL-AFTER-LEN.
           MOVE IUI-US-RECORD          TO JRNL-AFTER-DATA.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.

           SET  AUDT-ACTION-UPDATE     TO TRUE.
           STRING 'HELP-DESK UNLOCK ' IUI-US-UNLKCNT ' THIS MONTH'
               DELIMITED BY SIZE INTO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
       D05-EXIT.
           EXIT.

      /*****************************************************************
      *    SQUEEZE EVERYTHING BUT THE DIGITS OUT OF DIGIT-SOURCE,      *
      *    LEFT-JUSTIFIED INTO DIGIT-RESULT                            *
      ******************************************************************
       D10-DIGITS-ONLY.
           MOVE SPACES                 TO DIGIT-RESULT.
           MOVE ZEROES                 TO DGT.
           PERFORM WITH TEST BEFORE
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > LENGTH OF DIGIT-SOURCE
               IF  DIGIT-SOURCE(SUB:1) NUMERIC
                   ADD  1              TO DGT
                   MOVE DIGIT-SOURCE(SUB:1)
                                       TO DIGIT-RESULT(DGT:1)
               END-IF
           END-PERFORM.
       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    JOURNAL THE SECURITY-FILE CHANGE FOR THE IESJRNAP FORWARD   *
      *    RECOVERY - BEST EFFORT, THE CHANGE ITSELF ALREADY STANDS.   *
      *    CALLER FILLS THE FUNCTION, FILE, KEY, AND IMAGE FIELDS      *
      *    FIRST; THE SEQUENCE NUMBER BUMPS AND RETRIES ON A           *
      *    DUPLICATE KEY                                               *
      ******************************************************************
       J50-WRITE-JOURNAL.
           MOVE THIS-PGM               TO JRNL-PGM.
           MOVE WORK-NOW-DATE          TO JRNL-DATE.
           MOVE WORK-NOW-TIME          TO JRNL-TIME.
           MOVE ZEROES                 TO JRNL-SEQ-CTR
                                          JRNL-RETRY-CTR.
           PERFORM J52-ATTEMPT-WRITE THRU J52-EXIT.
       J55-EXIT.
           EXIT.

       J52-ATTEMPT-WRITE.
           ADD  1                      TO JRNL-SEQ-CTR
                                          JRNL-RETRY-CTR.
           MOVE JRNL-SEQ-CTR           TO JRNL-SEQNO.

           EXEC CICS WRITE
                     DATASET   (IESJRNL)
                     FROM      (IESJRNL-RECORD)
                     RIDFLD    (JRNL-KEY)
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(DUPREC)
           AND JRNL-RETRY-CTR < 99
               GO TO J52-ATTEMPT-WRITE
           END-IF.
       J52-EXIT.
           EXIT.

      /*****************************************************************
      *    APPEND ONE ENTRY TO THE PERMANENT PURGE/REVOKE AUDIT LOG -  *
      *    THE SIGNED-ON CICS OPERATOR RIDES IN THE JOB-NAME FIELD     *
      *    SINCE THERE IS NO POWER JOB BEHIND AN ONLINE CHANGE.        *
      *    CALLER SETS AUDT-ACTION AND THE OLD/NEW VALUES FIRST        *
      ******************************************************************
       K00-WRITE-AUDIT-RECORD.
           MOVE THIS-PGM               TO AUDT-PGM.
           MOVE UNLK-REQ-USERID        TO AUDT-USRIDNT.
           SET  AUDT-TYPE-PROFILE      TO TRUE.
           MOVE CICS-USERID            TO AUDT-JOB-NAME.
           MOVE ZEROES                 TO AUDT-JOB-NUMB.

           MOVE WORK-NOW-DATE          TO AUDT-DATE.
           MOVE WORK-NOW-TIME          TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain -
      * the anchor stays locked across the append so the chain order
      * is the file order
           PERFORM K50-LINK-AUDIT-CHAIN THRU K55-EXIT.

           EXEC CICS WRITE
                     DATASET  (IESAUDT)
                     FROM     (IESAUDT-RECORD)
                     RIDFLD   (AUDT-RBA)
                     RBA
                     NOHANDLE
           END-EXEC.
           MOVE EIBRESP                TO AUDT-RESP.
           PERFORM K60-ADVANCE-AUDIT-CHAIN THRU K65-EXIT.
      * best effort - the unlock itself already stands, so an
      * audit-append failure is left to monitoring rather than
      * backed out here
       K99-EXIT.
           EXIT.

      /*****************************************************************
      *    LOCK THE IESAUCH ANCHOR, CARRY ITS LAST CHECK VALUE INTO    *
      *    THE NEW ENTRY, AND COMPUTE THE ENTRY'S OWN VALUE            *
      ******************************************************************
       K50-LINK-AUDIT-CHAIN.
           SET  ANCHOR-NONE            TO TRUE.
           MOVE ZEROES                 TO AUDT-CHAIN-PREV
                                          AUDT-CHAIN-VALUE.
           MOVE 'IESAUDT'              TO AUCH-FILE.
           EXEC CICS READ UPDATE
                     DATASET  (IESAUCH)
                     INTO     (IESAUCH-RECORD)
                     RIDFLD   (AUCH-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
             WHEN EIBRESP = DFHRESP(NORMAL)
               SET  ANCHOR-LOCKED      TO TRUE
             WHEN EIBRESP = DFHRESP(NOTFND)
      * the very first chained entry starts the chain from zero
               SET  ANCHOR-NEW         TO TRUE
               MOVE SPACES             TO IESAUCH-RECORD
               MOVE 'IESAUDT'          TO AUCH-FILE
               MOVE ZEROES             TO AUCH-LAST-VALUE
                                          AUCH-COUNT
             WHEN OTHER
      * no anchor, no link - the entry goes out unchained and the
      * next IESAUDVF run reports the break
               GO TO K55-EXIT
           END-EVALUATE.

           MOVE AUCH-LAST-VALUE        TO AUDT-CHAIN-PREV.
           CALL AUDTCHN             USING AUDTCHN-PARMS
                                          IESAUDT-RECORD.
           MOVE CHN-VALUE              TO AUDT-CHAIN-VALUE.
       K55-EXIT.
           EXIT.

      /*****************************************************************
      *    ADVANCE THE ANCHOR TO THE ENTRY JUST APPENDED - OR LET GO   *
      *    OF IT UNCHANGED IF THE APPEND FAILED                        *
      ******************************************************************
       K60-ADVANCE-AUDIT-CHAIN.
           IF  ANCHOR-NONE
               GO TO K65-EXIT
           END-IF.

           IF  AUDT-RESP NOT = DFHRESP(NORMAL)
               IF  ANCHOR-LOCKED
                   EXEC CICS UNLOCK
                             DATASET  (IESAUCH)
                             NOHANDLE
                   END-EXEC
               END-IF
               GO TO K65-EXIT
           END-IF.

           MOVE AUDT-CHAIN-VALUE       TO AUCH-LAST-VALUE.
           ADD  1                      TO AUCH-COUNT.
           MOVE THIS-PGM               TO AUCH-LAST-PGM.
           MOVE AUDT-DATE              TO AUCH-LAST-DATE.
           MOVE AUDT-TIME              TO AUCH-LAST-TIME.

           IF  ANCHOR-LOCKED
               EXEC CICS REWRITE
                         DATASET  (IESAUCH)
                         FROM     (IESAUCH-RECORD)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                         DATASET  (IESAUCH)
                         FROM     (IESAUCH-RECORD)
                         RIDFLD   (AUCH-KEY)
                         NOHANDLE
               END-EXEC
           END-IF.
       K65-EXIT.
           EXIT.

      /*****************************************************************
      *    HONOR THE BATCH UPDATE-IN-PROGRESS LOCK - WHILE A BATCH     *
      *    RUN HOLDS THE TYPE 'L' IESLOCK RECORD, THE CALLER'S UPDATE  *
      *    IS DEFERRED AND RECORDED AS A TYPE 'D' DEFERRAL RECORD.     *
      *    CALLER MOVES WORK-DEFER-USER/WORK-DEFER-FILE FIRST.  NO     *
      *    LOCK FILE (OR NO LOCK RECORD) MEANS NO INTERLOCK.           *
      ******************************************************************
       Q50-CHECK-INTERLOCK.
           MOVE 'N'                    TO INTERLOCK-SW.

           MOVE LOW-VALUES             TO LOCK-KEY.
           SET  LOCK-TYPE-LOCK         TO TRUE.
           MOVE 'SECFILES'             TO LOCK-ID-PGM.
           MOVE ZEROES                 TO LOCK-ID-DATE
                                          LOCK-ID-TIME
                                          LOCK-ID-SEQNO.

           EXEC CICS READ
                     DATASET  (IESLOCK)
                     INTO     (IESLOCK-RECORD)
                     RIDFLD   (LOCK-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND LOCK-IS-HELD
               SET  UPDATES-LOCKED     TO TRUE
               MOVE LOCK-PGM           TO WORK-LOCK-HOLDER
               PERFORM Q60-WRITE-DEFERRAL THRU Q65-EXIT
           END-IF.
       Q55-EXIT.
           EXIT.

       Q60-WRITE-DEFERRAL.
           MOVE SPACES                 TO IESLOCK-RECORD.
           SET  LOCK-TYPE-DEFER        TO TRUE.
           MOVE THIS-PGM               TO LOCK-ID-PGM.
           MOVE WORK-NOW-DATE          TO LOCK-ID-DATE.
           MOVE WORK-NOW-TIME          TO LOCK-ID-TIME.
           SET  LOCK-NOT-HELD          TO TRUE.
           MOVE WORK-LOCK-HOLDER       TO LOCK-PGM.
           MOVE LOCK-ID-DATE           TO LOCK-DATE.
           MOVE LOCK-ID-TIME           TO LOCK-TIME.
           MOVE WORK-DEFER-USER        TO LOCK-DEFER-USER.
           MOVE WORK-DEFER-FILE        TO LOCK-DEFER-FILE.
           MOVE WORK-DEFER-FUNC        TO LOCK-DEFER-FUNC.
           MOVE WORK-DEFER-RECLEN      TO LOCK-DEFER-RECLEN.
           MOVE WORK-DEFER-DATA        TO LOCK-DEFER-DATA.
           MOVE ZEROES                 TO LOCK-SEQ-CTR
                                          LOCK-RETRY-CTR.
           PERFORM Q62-ATTEMPT-WRITE THRU Q62-EXIT.
       Q65-EXIT.
           EXIT.

       Q62-ATTEMPT-WRITE.
           ADD  1                      TO LOCK-SEQ-CTR
                                          LOCK-RETRY-CTR.
           MOVE LOCK-SEQ-CTR           TO LOCK-ID-SEQNO.

           EXEC CICS WRITE
                     DATASET   (IESLOCK)
                     FROM      (IESLOCK-RECORD)
                     RIDFLD    (LOCK-KEY)
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(DUPREC)
           AND LOCK-RETRY-CTR < 99
               GO TO Q62-ATTEMPT-WRITE
           END-IF.
       Q62-EXIT.
           EXIT.

      /*****************************************************************
      *    MAIL THE USER A CONFIRMATION OF THE UNLOCK - TO THEIR OWN   *
      *    ADDRESS, VUSER-EMAIL FIRST, FALLING BACK TO THE IESLDUV     *
      *    CACHED MAIL THE WAY IESNOTFY DOES.  BEST EFFORT, THE UNLOCK *
      *    ITSELF ALREADY STANDS                                       *
      ******************************************************************
       R10-SEND-CONFIRMATION.
           MOVE VUSER-EMAIL            TO WORK-USER-MAIL.
           IF  WORK-USER-MAIL > SPACES
               GO TO R12-SEND-MAIL
           END-IF.

           MOVE LOW-VALUES             TO LDUM-KEY.
           SET  LDUM-USRMAP-RECORD     TO TRUE.
           MOVE UNLK-REQ-USERID        TO LDUM-MFUSRID.

           EXEC CICS READ
                     DATASET  (IESLDUV)
                     INTO     (IESLDUM-RECORD)
                     RIDFLD   (LDUM-MFUSRID)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND LDUM-CACHE-MAIL > SPACES
               MOVE LDUM-CACHE-MAIL    TO WORK-USER-MAIL
           END-IF.

           IF  WORK-USER-MAIL = SPACES
               GO TO R15-EXIT
           END-IF.

       R12-SEND-MAIL.
           INITIALIZE MAILWRTR-COMMAREA.
           SET  MAIL-HEAD-PARMS        TO TRUE.
           MOVE WORK-USER-MAIL(1:30)   TO MAIL-HEAD-TO-GRP.
           MOVE WORK-MAIL-SUBJECT      TO MAIL-HEAD-SUBJECT.
           MOVE 'SY'                   TO MAIL-HEAD-SYSTEM.
           SET  MAIL-DELIVERY-ON       TO TRUE.
           PERFORM R00-LINK-MAILWRTR THRU R05-EXIT.

           SET  MAIL-DIST-PARMS        TO TRUE.
           MOVE WORK-USER-MAIL(1:30)   TO MAIL-DIST-TO-GRP.
           PERFORM R00-LINK-MAILWRTR THRU R05-EXIT.

           SET  MAIL-BODY-PARMS        TO TRUE.
           MOVE '<pre><br>'            TO MAIL-BODY-TEXT.
           PERFORM R00-LINK-MAILWRTR THRU R05-EXIT.

           STRING 'USERID ' UNLK-REQ-USERID
                  ' WAS UNLOCKED BY THE HELP DESK (' CICS-USERID
                  ') AT ' WORK-NOW-DATE '-' WORK-NOW-TIME '.<br>'
               DELIMITED BY SIZE     INTO MAIL-BODY-TEXT.
           PERFORM R00-LINK-MAILWRTR THRU R05-EXIT.

           MOVE 'IF YOU DID NOT CALL THE HELP DESK TO ASK FOR THIS,<br>'
                                       TO MAIL-BODY-TEXT.
           PERFORM R00-LINK-MAILWRTR THRU R05-EXIT.

           MOVE 'REPORT IT TO INFORMATION SECURITY AT ONCE.<br>'
                                       TO MAIL-BODY-TEXT.
           PERFORM R00-LINK-MAILWRTR THRU R05-EXIT.

           MOVE '</pre>'               TO MAIL-BODY-TEXT.
           PERFORM R00-LINK-MAILWRTR THRU R05-EXIT.

           SET  MAIL-MESG-COMPLETE     TO TRUE.
           PERFORM R00-LINK-MAILWRTR THRU R05-EXIT.
       R15-EXIT.
           EXIT.

       R00-LINK-MAILWRTR.
           EXEC CICS LINK
                     PROGRAM  (MAILWRTR-PGM)
                     COMMAREA (MAILWRTR-COMMAREA)
                     LENGTH   (MAILWRTR-COML)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO MAIL-PARMS.
       R05-EXIT.
           EXIT.
