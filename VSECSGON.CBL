      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECSGON.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       SIGN-ON EXIT DISPATCHER.  THE CICS SIGN-ON EXIT
      *               LINKS HERE ONCE PER ATTEMPT INSTEAD OF LINKING
      *               VSECPLCY, VSECSNTU AND VSECFAIL SEPARATELY, EACH
      *               OF WHICH READS THE SAME IESCNTL PROFILE AND THE
      *               SAME IESLOCK/IESTBLK/IESCAL RECORDS FOR ITSELF.
      *               HERE THE PROFILE IS READ ONCE, FOR UPDATE, AND
      *               EVERY OTHER RECORD AT MOST ONCE:
      *
      *               EVENT 'S' (PASSWORD ACCEPTED) - THE FREEZE,
      *               TERMINAL-BLOCK AND POLICY DECISION VSECPLCY
      *               MAKES.  AN ALLOWED SIGN-ON THEN GETS VSECSNTU'S
      *               IESUHST USAGE RECORD, FAIL-COUNT RESET AND
      *               DFHSNT USERNAME SYNC IN ONE REWRITE; A DENIED
      *               ONE IS NOT A SIGN-ON AND UPDATES NOTHING.
      *
      *               EVENT 'F' (PASSWORD REJECTED) - VSECFAIL'S
      *               IESFLOG EVENT, TERMINAL-BLOCK TEST, TIMED
      *               LOCKOUT RELEASE, FAIL COUNT, AUTO-SUSPEND AND
      *               ADMINISTRATOR ALERT, IN ONE REWRITE.
      *
      *               THE POLICY AND UPDATE OUTCOMES COME BACK IN THE
      *               SAME RETURN-CODE VALUES THE THREE PROGRAMS USE,
      *               SO THE EXIT'S HANDLING DOES NOT CHANGE.  THOSE
      *               PROGRAMS STAY IN PLACE FOR ANYTHING STILL LINKING
      *               TO THEM DIRECTLY - A RULE CHANGED IN ONE OF THEM
      *               MUST BE CHANGED HERE AS WELL.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECSGON'.
         03  IESCNTL                   PIC  X(08)   VALUE 'IESCNTL'.
         03  IESTBLK                   PIC  X(08)   VALUE 'IESTBLK'.
         03  IESLOCK                   PIC  X(08)   VALUE 'IESLOCK'.
         03  IESCAL                    PIC  X(08)   VALUE 'IESCAL'.
         03  IESUHST                   PIC  X(08)   VALUE 'IESUHST'.
         03  IESFLOG                   PIC  X(08)   VALUE 'IESFLOG'.
         03  IESFAILC                  PIC  X(08)   VALUE 'IESFAILC'.
         03  SBFTLOAD                  PIC  X(08)   VALUE 'SBFTLOAD'.
         03  PGM-DFHSNT                PIC  X(08)   VALUE 'DFHSNT  '.
      * the failed sign-on threshold record stays keyed by the
      * program that has always owned it
         03  FAILC-OWNER               PIC  X(08)   VALUE 'VSECFAIL'.

         03  LEN                       PIC S9(04)   BINARY.
         03  SUB                       PIC S9(04)   BINARY.
         03  PFX-LEN                   PIC S9(04)   BINARY.
         03  IUI-USERID                PIC  X(8).
         03  WORK-TERMID               PIC  X(04)   VALUE SPACES.
         03  WORK-HOUR                 PIC  9(02).
         03  WORK-NOW-DATE             PIC  9(08)   VALUE ZEROES.
         03  WORK-NOW-TIME             PIC  9(06)   VALUE ZEROES.
         03  WORK-NOW-MINS             PIC S9(09)   BINARY.
         03  WORK-LOCK-MINS            PIC S9(09)   BINARY.
         03  WORK-TIME-X.
           05  WORK-TIME-HH            PIC  9(02).
           05  WORK-TIME-MM            PIC  9(02).
           05  WORK-TIME-SS            PIC  9(02).
         03  WORK-CLASS-KEY            PIC  X(08)   VALUE '$CLASS?'.

         03  DFHSNT-SAVE               PIC S9(9)    BINARY.
         03  DFHSNT-PTR                             POINTER.
         03  DFHSNT-OFFSET   REDEFINES DFHSNT-PTR   PIC S9(9) BINARY.

         03  LOWER-CASE   PIC  X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
         03  UPPER-CASE   PIC  X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

         03  PROFILE-SW                PIC  X(01)   VALUE 'N'.
           88  PROFILE-HELD                         VALUE 'Y'.
         03  PROFILE-RESP              PIC S9(08)   BINARY VALUE ZERO.
         03  ADMIN-SW                  PIC  X(01)   VALUE 'N'.
           88  PROFILE-IS-ADMIN                     VALUE 'Y'.
         03  CLASS-DIGIT               PIC  X(01)   VALUE '3'.
         03  POLICY-SW                 PIC  X(01)   VALUE 'N'.
           88  POLICY-ON-FILE                       VALUE 'Y'.
         03  TERM-MATCH-SW             PIC  X(01)   VALUE 'N'.
           88  TERMINAL-MATCHES                     VALUE 'Y'.
         03  TERMBLK-SW                PIC  X(01)   VALUE 'N'.
           88  TERMINAL-IS-BLOCKED                  VALUE 'Y'.
         03  REWRITE-SW                PIC  X(01)   VALUE SPACE.
           88  REWRITE-DONE                         VALUE 'Y'.
           88  REWRITE-FAILED                       VALUE 'F'.
           88  REWRITE-DEFERRED                     VALUE 'D'.

      * the profile as read for update - the type '2' policy record
      * is read into the same layout, so the profile is put back
      * from here before it is changed and rewritten
         03  PROFILE-IMAGE             PIC  X(106)  VALUE SPACES.

      * fallback control values, used when no IESFAILC control
      * record is on file - a zero lockout duration means a
      * suspension never times out
         03  WORK-MAX-ATTEMPTS         PIC  9(03)   VALUE 5.
         03  WORK-LOCKOUT-MINS         PIC  9(04)   VALUE 0030.
         03  WORK-MAX-DAILY            PIC  9(02)   VALUE 03.

      * EVENT-LOG AND USAGE-HISTORY WRITE COUNTERS
         03  FLOG-SEQ-CTR              PIC  9(05)   VALUE ZEROES.
         03  FLOG-RETRY-CTR            PIC  9(02)   VALUE ZEROES.
         03  UHST-SEQ-CTR              PIC  9(05)   VALUE ZEROES.
         03  UHST-RETRY-CTR            PIC  9(02)   VALUE ZEROES.

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

      * IUI USER PROFILE / POLICY RECORD LAYOUT
       COPY IESCNTL.

      * BATCH/CICS INTERLOCK RECORD LAYOUT (TYPE 'F' FREEZE RECORD,
      * TYPE 'L' UPDATE LOCK, TYPE 'D' DEFERRAL)
       COPY IESLOCK.

      * TERMINAL DENY-LIST RECORD LAYOUT (READ INTO AREA)
       COPY IESTBLK.

      * SITE CALENDAR RECORD LAYOUT (READ INTO AREA)
       COPY IESCAL.

      * FAILED-LOGON THRESHOLD CONTROL RECORD LAYOUT
       COPY IESFAILC.

      * FAILED SIGN-ON EVENT LOG LAYOUT (WRITTEN FOR EVERY FAILURE)
       COPY IESFLOG.

      * SIGN-ON USAGE HISTORY LAYOUT (APPENDED EVERY SUCCESSFUL
      * SIGN-ON)
       COPY IESUHST.

      * SECURITY-FILE CHANGE JOURNAL LAYOUT (WRITTEN PER CHANGE)
       COPY IESJRNL.

       COPY BITMAN.

      * CRITICAL-EVENT ALERT COMMAREA (LINKED TO SECALRTO)
       COPY SECALRT.

       COPY DATETIME.

       COPY DTEMAN.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         03  SGON-REQ-USERID           PIC  X(08).
         03  SGON-REQ-TERMID           PIC  X(04).
         03  SGON-REQ-EVENT            PIC  X(01).
             88  SGON-EVENT-SIGNON                 VALUE 'S'.
             88  SGON-EVENT-FAILED                 VALUE 'F'.
         03  SGON-RET-CODE             PIC S9(04) BINARY.
             88  SGON-ALLOWED                      VALUE 0.
             88  SGON-DENIED                       VALUE 4.
             88  SGON-FAILURE-RECORDED             VALUE 8.
             88  SGON-INVALID-EVENT                VALUE 12.
      * VSECPLCY'S RETURN-CODE VALUES, FOR AN 'S' EVENT
         03  SGON-PLCY-CODE            PIC S9(04) BINARY.
             88  PLCY-ALLOWED                      VALUE 0.
             88  PLCY-ALLOWED-NO-POLICY            VALUE 2.
             88  PLCY-DENIED-HOURS                 VALUE 4.
             88  PLCY-DENIED-TERMINAL              VALUE 8.
             88  PLCY-DENIED-TERMBLK               VALUE 12.
             88  PLCY-DENIED-CALENDAR              VALUE 20.
             88  PLCY-DENIED-FREEZE                VALUE 28.
             88  PLCY-IO-ERROR                     VALUE 16.
      * VSECSNTU'S RETURN-CODE VALUES FOR AN ALLOWED 'S' EVENT, AND
      * VSECFAIL'S FOR AN 'F' EVENT
         03  SGON-UPDT-CODE            PIC S9(04) BINARY.
             88  SNTU-COMPLETED                    VALUE 0.
             88  SNTU-USER-NOT-FOUND               VALUE 4.
             88  SNTU-SNT-NOT-FOUND                VALUE 8.
             88  SNTU-NOT-V64                      VALUE 12.
             88  SNTU-REWRITE-FAILED               VALUE 16.
             88  SNTU-UPDATE-DEFERRED              VALUE 20.
             88  FAIL-COMPLETED                    VALUE 0.
             88  FAIL-LOCK-RELEASED                VALUE 2.
             88  FAIL-USER-NOT-FOUND               VALUE 4.
             88  FAIL-NOW-SUSPENDED                VALUE 8.
             88  FAIL-STILL-LOCKED                 VALUE 12.
             88  FAIL-REWRITE-FAILED               VALUE 16.
             88  FAIL-UPDATE-DEFERRED              VALUE 20.
             88  FAIL-TERMINAL-BLOCKED             VALUE 24.

      * SIGN-ON TABLE
       01  DFHSNT.
         03  SNT-ENTRY-LENGTH          PIC S9(4)    BINARY.
         03  SNT-FILLER-BYTE1          PIC  X.
         03  SNT-TIMEOUT-BYTE          PIC  X.
         03  SNT-PASSWORD              PIC  X(8).
         03  SNT-USER-BLK-PTR                      POINTER.
         03  SNT-SEC-CLASSES           PIC  X(8).
         03  SNT-RSC-CLASSES           PIC  X(3).
         03  SNT-OPR-PRIORITY          PIC  X.
         03  SNT-OPR-CLASSES           PIC  X(3).
         03  SNT-OPR-ID                PIC  X(3).
         03  SNT-USER-IDL              PIC S9(4)    BINARY.
         03  SNT-USER-ID               PIC  X(8).
         03  SNT-USE-COUNT             PIC S9(4)    BINARY.
         03  SNT-NAT-LANGUAGE          PIC  X.
         03  SNT-USER-NAMEL            PIC S9(4)    BINARY.
         03  SNT-USER-NAME             PIC  X(20).

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

           MOVE ZEROES                 TO SGON-RET-CODE
                                          SGON-PLCY-CODE
                                          SGON-UPDT-CODE.

      * one clock reading serves every test and stamp in this task
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO WORK-NOW-DATE.
           MOVE NUM-TIME               TO WORK-NOW-TIME.

           MOVE SGON-REQ-TERMID        TO WORK-TERMID.
           IF  WORK-TERMID = SPACES
           OR  WORK-TERMID = LOW-VALUES
               MOVE EIBTRMID           TO WORK-TERMID
           END-IF.

           EVALUATE TRUE
             WHEN SGON-EVENT-SIGNON
               PERFORM A00-SIGNON-ACCEPTED THRU A05-EXIT
             WHEN SGON-EVENT-FAILED
               PERFORM F00-SIGNON-FAILED THRU F05-EXIT
             WHEN OTHER
               SET  SGON-INVALID-EVENT TO TRUE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      /*****************************************************************
      *    A PASSWORD WAS ACCEPTED - MAKE VSECPLCY'S DECISION, THEN    *
      *    RECORD AN ALLOWED SIGN-ON THE WAY VSECSNTU DOES             *
      ******************************************************************
       A00-SIGNON-ACCEPTED.
           PERFORM A10-GET-USER-PROFILE THRU A15-EXIT.

      * an emergency site-wide freeze trumps every per-user and
      * per-terminal consideration except administrator class
           PERFORM B10-CHECK-SIGNON-FREEZE THRU B15-EXIT.

      * a terminal on the deny-list is turned away before any
      * per-user policy is even consulted
           IF  PLCY-ALLOWED
               PERFORM B20-CHECK-TERMINAL-BLOCK THRU B25-EXIT
               IF  TERMINAL-IS-BLOCKED
                   SET  PLCY-DENIED-TERMBLK TO TRUE
               END-IF
           END-IF.

           IF  PLCY-ALLOWED
               PERFORM B30-GET-POLICY-RECORD THRU B35-EXIT
           END-IF.

           IF  POLICY-ON-FILE
           AND PLCY-ALLOWED
               PERFORM B40-CHECK-HOURS THRU B45-EXIT
               IF  PLCY-ALLOWED
                   PERFORM B50-CHECK-TERMINAL THRU B55-EXIT
               END-IF
               IF  PLCY-ALLOWED
                   PERFORM B60-CHECK-CALENDAR THRU B65-EXIT
               END-IF
           END-IF.

           IF  NOT POLICY-ON-FILE
           AND PLCY-ALLOWED
               SET  PLCY-ALLOWED-NO-POLICY
                                       TO TRUE
           END-IF.

      * the policy record, if any, was read over the profile
           IF  PROFILE-HELD
               MOVE PROFILE-IMAGE      TO IUI-US-RECORD
           END-IF.

           IF  PLCY-ALLOWED
           OR  PLCY-ALLOWED-NO-POLICY
               SET  SGON-ALLOWED       TO TRUE
               PERFORM C00-RECORD-SIGNON THRU C05-EXIT
           ELSE
               SET  SGON-DENIED        TO TRUE
               PERFORM A20-RELEASE-PROFILE THRU A25-EXIT
           END-IF.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE IESCNTL USER PROFILE FOR UPDATE - THE ONLY READ    *
      *    OF IT THIS TASK MAKES - AND NOTE ITS CLASS FROM THE         *
      *    IUI-US-IESINFO BITS (0 AND 1 ON = ADMINISTRATOR, 1 ALONE =  *
      *    PROGRAMMER, OTHERWISE GENERAL USER)                         *
      ******************************************************************
       A10-GET-USER-PROFILE.
           MOVE 'N'                    TO PROFILE-SW
                                          ADMIN-SW.
           MOVE '3'                    TO CLASS-DIGIT.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE SGON-REQ-USERID        TO IUI-KEY-VALUE.

           EXEC CICS READ UPDATE
                     DATASET  (IESCNTL)
                     INTO     (IUI-US-RECORD)
                     RIDFLD   (IUI-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           MOVE EIBRESP                TO PROFILE-RESP.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO A15-EXIT
           END-IF.

           SET  PROFILE-HELD           TO TRUE.
           MOVE IUI-US-RECORD          TO PROFILE-IMAGE.
      * the unmodified image, for the change journal C40 writes
           MOVE LENGTH OF IUI-US-RECORD
                                       TO WORK-JRN-BEFORE-LEN.
           MOVE IUI-US-RECORD          TO WORK-JRN-BEFORE.

           SET  BIT-DECODE-FROM-BYTE   TO TRUE.
           MOVE IUI-US-IESINFO         TO BIT-BYTE.
           CALL BITMAN              USING BITMAN-PARMS.
           EVALUATE TRUE
             WHEN BIT-0-IS-ON  AND BIT-1-IS-ON
               SET  PROFILE-IS-ADMIN   TO TRUE
               MOVE '1'                TO CLASS-DIGIT
             WHEN BIT-0-IS-OFF AND BIT-1-IS-ON
               MOVE '2'                TO CLASS-DIGIT
             WHEN OTHER
               MOVE '3'                TO CLASS-DIGIT
           END-EVALUATE.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    LET GO OF A PROFILE HELD FOR UPDATE THAT WILL NOT CHANGE    *
      ******************************************************************
       A20-RELEASE-PROFILE.
           IF  PROFILE-HELD
               EXEC CICS UNLOCK
                         DATASET  (IESCNTL)
                         NOHANDLE
               END-EXEC
               MOVE 'N'                TO PROFILE-SW
           END-IF.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE SITE-WIDE SIGN-ON FREEZE HELD.  A FREEZE PAST ITS    *
      *    EXPIRY STAMP NO LONGER COUNTS, AND AN ADMINISTRATOR-CLASS   *
      *    PROFILE SIGNS ON THROUGH THE FREEZE - SOMEBODY HAS TO BE    *
      *    ABLE TO CLEAR IT.  NO FILE OR NO RECORD MEANS NO FREEZE     *
      ******************************************************************
       B10-CHECK-SIGNON-FREEZE.
           MOVE LOW-VALUES             TO LOCK-KEY.
           SET  LOCK-TYPE-FREEZE       TO TRUE.
           MOVE 'SIGNFRZE'             TO LOCK-ID-PGM.
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

           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  LOCK-NOT-HELD
               GO TO B15-EXIT
           END-IF.

           IF  LOCK-FREEZE-EXP-DATE < WORK-NOW-DATE
           OR (LOCK-FREEZE-EXP-DATE = WORK-NOW-DATE
               AND LOCK-FREEZE-EXP-TIME <= WORK-NOW-TIME)
               GO TO B15-EXIT
           END-IF.

      * the freeze is live - the class came off the profile already
      * read for update, so there is no second read to make here
           IF  NOT PROFILE-IS-ADMIN
               SET  PLCY-DENIED-FREEZE TO TRUE
           END-IF.
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE SIGN-ON TERMINAL ON THE IESTBLK DENY-LIST.  A BLOCK  *
      *    PAST ITS EXPIRY STAMP NO LONGER COUNTS - THE NEXT IESTBDET  *
      *    RUN SWEEPS THE RECORD OFF.  NO FILE OR NO RECORD MEANS NO   *
      *    BLOCK.  SHARED BY BOTH EVENTS                               *
      ******************************************************************
       B20-CHECK-TERMINAL-BLOCK.
           MOVE 'N'                    TO TERMBLK-SW.
           MOVE WORK-TERMID            TO TBLK-TERMID.

           EXEC CICS READ
                     DATASET  (IESTBLK)
                     INTO     (IESTBLK-RECORD)
                     RIDFLD   (TBLK-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO B25-EXIT
           END-IF.

           IF  TBLK-EXP-DATE > WORK-NOW-DATE
           OR (TBLK-EXP-DATE = WORK-NOW-DATE
               AND TBLK-EXP-TIME > WORK-NOW-TIME)
               SET  TERMINAL-IS-BLOCKED TO TRUE
           END-IF.
       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE USER'S POLICY RECORD, FALLING BACK TO THE CLASS    *
      *    RECORD FOR THE USER'S 1/2/3 TYPE.  THE CLASS COMES OFF THE  *
      *    PROFILE A10 ALREADY HOLDS; NO PROFILE MEANS NO FALLBACK     *
      ******************************************************************
       B30-GET-POLICY-RECORD.
           MOVE 'N'                    TO POLICY-SW.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-POLICY-RECORD      TO TRUE.
           MOVE SGON-REQ-USERID        TO IUI-KEY-VALUE.

           EXEC CICS READ
                     DATASET  (IESCNTL)
                     INTO     (IUI-US-RECORD)
                     RIDFLD   (IUI-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(NORMAL)
               SET  POLICY-ON-FILE     TO TRUE
               GO TO B35-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NOTFND)
               SET  PLCY-IO-ERROR      TO TRUE
               GO TO B35-EXIT
           END-IF.

           IF  NOT PROFILE-HELD
               IF  PROFILE-RESP NOT = DFHRESP(NOTFND)
                   SET  PLCY-IO-ERROR  TO TRUE
               END-IF
               GO TO B35-EXIT
           END-IF.

           MOVE '$CLASS?'              TO WORK-CLASS-KEY.
           MOVE CLASS-DIGIT            TO WORK-CLASS-KEY(7:1).

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-POLICY-RECORD      TO TRUE.
           MOVE WORK-CLASS-KEY         TO IUI-KEY-VALUE.

           EXEC CICS READ
                     DATASET  (IESCNTL)
                     INTO     (IUI-US-RECORD)
                     RIDFLD   (IUI-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   SET  POLICY-ON-FILE TO TRUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET  PLCY-IO-ERROR  TO TRUE
           END-EVALUATE.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE CURRENT HOUR INSIDE THE PERMITTED WINDOW             *
      ******************************************************************
       B40-CHECK-HOURS.
           MOVE WORK-NOW-TIME          TO WORK-TIME-X.
           MOVE WORK-TIME-HH           TO WORK-HOUR.

           IF  IUI-PO-HOUR-FROM = IUI-PO-HOUR-TO
      * a degenerate window permits the whole day
               GO TO B45-EXIT
           END-IF.

           IF  IUI-PO-HOUR-FROM < IUI-PO-HOUR-TO
               IF  WORK-HOUR < IUI-PO-HOUR-FROM
               OR  WORK-HOUR > IUI-PO-HOUR-TO
                   SET  PLCY-DENIED-HOURS TO TRUE
               END-IF
           ELSE
      * the window wraps overnight, e.g. 18 through 06
               IF  WORK-HOUR < IUI-PO-HOUR-FROM
               AND WORK-HOUR > IUI-PO-HOUR-TO
                   SET  PLCY-DENIED-HOURS TO TRUE
               END-IF
           END-IF.
       B45-EXIT.
           EXIT.

      /*****************************************************************
      *    DOES THE SIGN-ON TERMINAL MATCH A PERMITTED PREFIX          *
      ******************************************************************
       B50-CHECK-TERMINAL.
           IF  IUI-PO-TERM-COUNT = ZEROES
               GO TO B55-EXIT
           END-IF.

           MOVE 'N'                    TO TERM-MATCH-SW.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > IUI-PO-TERM-COUNT
                  OR SUB > 8
                  OR TERMINAL-MATCHES
               MOVE ZEROES             TO PFX-LEN
               PERFORM WITH TEST BEFORE
                 VARYING PFX-LEN FROM 4 BY -1
                   UNTIL PFX-LEN < 1
                      OR IUI-PO-TERM-PREFIX(SUB)(PFX-LEN:1) > SPACE
               END-PERFORM
               IF  PFX-LEN > ZEROES
               AND WORK-TERMID(1:PFX-LEN)
                 = IUI-PO-TERM-PREFIX(SUB)(1:PFX-LEN)
                   SET  TERMINAL-MATCHES TO TRUE
               END-IF
           END-PERFORM.

           IF  NOT TERMINAL-MATCHES
               SET  PLCY-DENIED-TERMINAL TO TRUE
           END-IF.
       B55-EXIT.
           EXIT.

      /*****************************************************************
      *    IS TODAY A WORKING DAY, FOR A POLICY THAT ONLY PERMITS      *
      *    BUSINESS DAYS.  A DATE WITH NO IESCAL RECORD IS AN          *
      *    ORDINARY BUSINESS DAY; ONLY A DECLARED HOLIDAY DENIES       *
      ******************************************************************
       B60-CHECK-CALENDAR.
           IF  NOT IUI-PO-BUSINESS-DAYS-ONLY
               GO TO B65-EXIT
           END-IF.

           MOVE WORK-NOW-DATE          TO SCAL-DATE.

           EXEC CICS READ
                     DATASET  (IESCAL)
                     INTO     (IESCAL-RECORD)
                     RIDFLD   (SCAL-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND SCAL-TYPE-HOLIDAY
               SET  PLCY-DENIED-CALENDAR TO TRUE
           END-IF.
       B65-EXIT.
           EXIT.

      /*****************************************************************
      *    AN ALLOWED SIGN-ON - USAGE RECORD, FAIL-COUNT RESET AND     *
      *    USERNAME SYNC, ALL IN THE ONE PROFILE REWRITE               *
      ******************************************************************
       C00-RECORD-SIGNON.
           IF  NOT PROFILE-HELD
               SET  SNTU-USER-NOT-FOUND TO TRUE
               GO TO C05-EXIT
           END-IF.

           PERFORM L10-WRITE-USAGE-RECORD THRU L15-EXIT.

           MOVE ZEROES                 TO IUI-US-FAILCNT.

           IF  NOT IUI-US-VERSION-64
               SET  SNTU-NOT-V64       TO TRUE
           ELSE
               PERFORM C10-FIND-SNT-ENTRY THRU C15-EXIT
               IF  SNTU-COMPLETED
                   PERFORM C20-SYNC-USERNAME THRU C25-EXIT
               END-IF
           END-IF.

           PERFORM C40-REWRITE-PROFILE THRU C45-EXIT.
           EVALUATE TRUE
             WHEN REWRITE-DEFERRED
               SET  SNTU-UPDATE-DEFERRED TO TRUE
             WHEN REWRITE-FAILED
               SET  SNTU-REWRITE-FAILED TO TRUE
           END-EVALUATE.
       C05-EXIT.
           EXIT.

      /*****************************************************************
      *    LOCATE THIS USER'S ENTRY IN THE SIGN-ON TABLE               *
      ******************************************************************
       C10-FIND-SNT-ENTRY.
           MOVE IUI-US-USRIDNT         TO IUI-USERID.
           INSPECT IUI-USERID REPLACING ALL LOW-VALUE BY SPACE.

           CALL SBFTLOAD            USING PGM-DFHSNT DFHSNT-SAVE.
           ADD  32                     TO DFHSNT-SAVE.
           MOVE DFHSNT-SAVE            TO DFHSNT-OFFSET.
           SET  ADDRESS OF DFHSNT      TO DFHSNT-PTR.

           PERFORM WITH TEST BEFORE
             UNTIL SNT-ENTRY-LENGTH NOT > ZERO
                OR SNT-USER-ID(1:SNT-USER-IDL) = IUI-USERID
               ADD  SNT-ENTRY-LENGTH   TO DFHSNT-OFFSET
               SET  ADDRESS OF DFHSNT  TO DFHSNT-PTR
           END-PERFORM.

           IF  SNT-ENTRY-LENGTH NOT > ZERO
               SET  SNTU-SNT-NOT-FOUND TO TRUE
           END-IF.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    SET IUI-US-USRNAME FROM THE SIGN-ON TABLE ENTRY, IN THE     *
      *    SAME WORD-CAPS VSECUSER AND VSECSNTU USE                    *
      ******************************************************************
       C20-SYNC-USERNAME.
           ADD  1                      TO SNT-USER-NAMEL
                                     GIVING LEN.
           MOVE SNT-USER-NAME(1:LEN)   TO IUI-US-USRNAME.
      * translate to word-caps
           INSPECT IUI-US-USRNAME
             CONVERTING UPPER-CASE TO LOWER-CASE.
           INSPECT IUI-US-USRNAME(1:1)
             CONVERTING LOWER-CASE TO UPPER-CASE.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1 UNTIL SUB > LEN
               IF  IUI-US-USRNAME(SUB:1) = SPACE
               AND IUI-US-USRNAME(SUB + 1:1) > SPACE
                   INSPECT IUI-US-USRNAME(SUB + 1:1)
                     CONVERTING LOWER-CASE TO UPPER-CASE
               END-IF
           END-PERFORM.
       C25-EXIT.
           EXIT.

      /*****************************************************************
      *    REWRITE THE PROFILE HELD FOR UPDATE BY A10 - THE ONE        *
      *    REWRITE FOR EITHER EVENT - HONORING THE BATCH INTERLOCK     *
      *    AND JOURNALING THE CHANGE                                   *
      ******************************************************************
       C40-REWRITE-PROFILE.
           MOVE SPACE                  TO REWRITE-SW.
           MOVE SGON-REQ-USERID        TO WORK-DEFER-USER.
           MOVE IESCNTL                TO WORK-DEFER-FILE.
      * capture the update content so a deferral can be replayed by
      * IESLKRPL - the image already carries everything computed
           MOVE 'R'                    TO WORK-DEFER-FUNC.
           MOVE IUI-US-RECORD          TO WORK-DEFER-DATA.
           MOVE LENGTH OF IUI-US-RECORD
                                       TO WORK-DEFER-RECLEN.
           PERFORM Q50-CHECK-INTERLOCK THRU Q55-EXIT.
           IF  UPDATES-LOCKED
               SET  REWRITE-DEFERRED   TO TRUE
               PERFORM A20-RELEASE-PROFILE THRU A25-EXIT
               GO TO C45-EXIT
           END-IF.

           EXEC CICS REWRITE
                     DATASET  (IESCNTL)
                     FROM     (IUI-US-RECORD)
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  REWRITE-FAILED     TO TRUE
               GO TO C45-EXIT
           END-IF.

           SET  REWRITE-DONE           TO TRUE.
           MOVE 'N'                    TO PROFILE-SW.
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
       C45-EXIT.
           EXIT.

      /*****************************************************************
      *    A PASSWORD WAS REJECTED - LOG IT, THEN COUNT IT AGAINST THE *
      *    PROFILE THE WAY VSECFAIL DOES                               *
      ******************************************************************
       F00-SIGNON-FAILED.
           SET  SGON-FAILURE-RECORDED  TO TRUE.

           PERFORM L00-WRITE-EVENT-LOG THRU L05-EXIT.

      * a blocked terminal's failures are logged but never counted -
      * an attacker walking userids must not lock real users out
           PERFORM B20-CHECK-TERMINAL-BLOCK THRU B25-EXIT.
           IF  TERMINAL-IS-BLOCKED
               SET  FAIL-TERMINAL-BLOCKED TO TRUE
               GO TO F05-EXIT
           END-IF.

           PERFORM A10-GET-USER-PROFILE THRU A15-EXIT.
           IF  NOT PROFILE-HELD
               SET  FAIL-USER-NOT-FOUND TO TRUE
               GO TO F05-EXIT
           END-IF.

           PERFORM F10-GET-THRESHOLD THRU F15-EXIT.
           IF  IUI-US-REVOKEJ > ZEROES
           AND IUI-REVOKED-FAILLOGIN
               PERFORM F20-CHECK-TIMED-RELEASE THRU F25-EXIT
           END-IF.

           IF  FAIL-COMPLETED
           OR  FAIL-LOCK-RELEASED
               PERFORM F30-COUNT-AND-CHECK THRU F35-EXIT
           ELSE
               PERFORM A20-RELEASE-PROFILE THRU A25-EXIT
           END-IF.
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    PICK UP THE SITE-MAINTAINED THRESHOLD, IF ANY               *
      ******************************************************************
       F10-GET-THRESHOLD.
           MOVE FAILC-OWNER            TO FAILC-PGM.

           EXEC CICS READ
                     DATASET  (IESFAILC)
                     INTO     (IESFAILC-RECORD)
                     RIDFLD   (FAILC-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE FAILC-MAX-ATTEMPTS TO WORK-MAX-ATTEMPTS
               MOVE FAILC-LOCKOUT-MINS TO WORK-LOCKOUT-MINS
               MOVE FAILC-MAX-DAILY    TO WORK-MAX-DAILY
           END-IF.
       F15-EXIT.
           EXIT.

      /*****************************************************************
      *    RELEASE A TIMED-OUT FAILED-SIGN-ON SUSPENSION.  A REPEAT    *
      *    OFFENDER (MAX-DAILY LOCKOUTS ALREADY BURNED TODAY), A ZERO  *
      *    LOCKOUT DURATION, OR A PRE-CHANGE SUSPENSION WITH NO        *
      *    NUMERIC LOCKOUT STAMP ALL STAY LOCKED FOR A SUPERVISOR      *
      ******************************************************************
       F20-CHECK-TIMED-RELEASE.
           SET  FAIL-STILL-LOCKED      TO TRUE.

           IF  WORK-LOCKOUT-MINS = ZEROES
               GO TO F25-EXIT
           END-IF.
           IF  IUI-US-LOCKDATE NOT NUMERIC
           OR  IUI-US-LOCKTIME NOT NUMERIC
           OR  IUI-US-LOCKCNT  NOT NUMERIC
               GO TO F25-EXIT
           END-IF.

           IF  IUI-US-LOCKDATE = WORK-NOW-DATE
           AND IUI-US-LOCKCNT >= WORK-MAX-DAILY
               GO TO F25-EXIT
           END-IF.

      * minutes elapsed since the lockout was stamped - a lockout
      * from an earlier day has trivially timed out
           IF  IUI-US-LOCKDATE < WORK-NOW-DATE
               MOVE 9999               TO WORK-LOCK-MINS
           ELSE
               MOVE WORK-NOW-TIME      TO WORK-TIME-X
               COMPUTE WORK-NOW-MINS
                     = WORK-TIME-HH * 60 + WORK-TIME-MM
               MOVE IUI-US-LOCKTIME    TO WORK-TIME-X
               COMPUTE WORK-LOCK-MINS
                     = WORK-NOW-MINS
                     - (WORK-TIME-HH * 60 + WORK-TIME-MM)
           END-IF.

           IF  WORK-LOCK-MINS < WORK-LOCKOUT-MINS
               GO TO F25-EXIT
           END-IF.

      * the lockout has served its time - clear the suspension and
      * the running count, then let this attempt be counted afresh
           MOVE ZEROES                 TO IUI-US-REVOKEJ
                                          IUI-US-FAILCNT.
           MOVE SPACE                  TO IUI-US-REVREASON.
           SET  FAIL-LOCK-RELEASED     TO TRUE.
       F25-EXIT.
           EXIT.

      /*****************************************************************
      *    BUMP THE FAILURE COUNT AND SUSPEND ONCE OVER THRESHOLD,     *
      *    THEN MAKE THE ONE REWRITE                                   *
      ******************************************************************
       F30-COUNT-AND-CHECK.
           IF  IUI-US-FAILCNT < 999
               ADD  1                  TO IUI-US-FAILCNT
           END-IF.

           IF  IUI-US-FAILCNT >= WORK-MAX-ATTEMPTS
           AND IUI-US-REVOKEJ = ZEROES
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-YYDDD          TO IUI-US-REVOKEJ
               SET  IUI-REVOKED-FAILLOGIN
                                       TO TRUE
               SET  FAIL-NOW-SUSPENDED TO TRUE
      * stamp the lockout so F20 can time it out later, keeping a
      * same-day count of how many lockouts this user has burned
               IF  IUI-US-LOCKDATE NUMERIC
               AND IUI-US-LOCKCNT NUMERIC
               AND IUI-US-LOCKDATE = WORK-NOW-DATE
                   IF  IUI-US-LOCKCNT < 99
                       ADD  1          TO IUI-US-LOCKCNT
                   END-IF
               ELSE
                   MOVE 01             TO IUI-US-LOCKCNT
               END-IF
               MOVE WORK-NOW-DATE      TO IUI-US-LOCKDATE
               MOVE WORK-NOW-TIME      TO IUI-US-LOCKTIME
           END-IF.

           PERFORM C40-REWRITE-PROFILE THRU C45-EXIT.
           EVALUATE TRUE
             WHEN REWRITE-DEFERRED
               SET  FAIL-UPDATE-DEFERRED TO TRUE
               GO TO F35-EXIT
             WHEN REWRITE-FAILED
               SET  FAIL-REWRITE-FAILED TO TRUE
               GO TO F35-EXIT
           END-EVALUATE.

      * an administrator profile just went down to failed sign-ons -
      * that is an on-call event, not a line on tomorrow's report
           IF  FAIL-NOW-SUSPENDED
           AND PROFILE-IS-ADMIN
               PERFORM F40-ALERT-ADMIN THRU F45-EXIT
           END-IF.
       F35-EXIT.
           EXIT.

      /*****************************************************************
      *    RAISE THE IMMEDIATE ALERT FOR A SUSPENDED ADMINISTRATOR     *
      ******************************************************************
       F40-ALERT-ADMIN.
           MOVE ZEROES                 TO ALR-RETN.
           MOVE 'ADMSUSP'              TO ALR-EVENT.
           MOVE 1                      TO ALR-SEVERITY.
           MOVE SGON-REQ-USERID        TO ALR-USERID.
           MOVE SPACES                 TO ALR-TEXT.
           STRING 'ADMINISTRATOR PROFILE AUTO-SUSPENDED FOR FAILED '
                  'SIGN-ONS'
               DELIMITED BY SIZE     INTO ALR-TEXT.

           EXEC CICS LINK
                     PROGRAM  (SECALRTO-PGM)
                     COMMAREA (SECALRT-PARMS)
                     NOHANDLE
           END-EXEC.
       F45-EXIT.
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
      *    LOG THIS FAILED ATTEMPT AS AN EVENT - BEST EFFORT, THE      *
      *    FAIL-COUNT PROCESSING GOES AHEAD EVEN IF THE LOG WRITE      *
      *    CANNOT.  THE SEQUENCE NUMBER RESTARTS EVERY TASK, SO A      *
      *    DUPLICATE KEY JUST BUMPS AND RETRIES                        *
      ******************************************************************
       L00-WRITE-EVENT-LOG.
           MOVE SPACES                 TO IESFLOG-RECORD.
           MOVE SGON-REQ-USERID        TO FLOG-USRIDNT.
           MOVE WORK-NOW-DATE          TO FLOG-DATE.
           MOVE WORK-NOW-TIME          TO FLOG-TIME.
           MOVE WORK-TERMID            TO FLOG-TERMID.
           MOVE ZEROES                 TO FLOG-SEQ-CTR
                                          FLOG-RETRY-CTR.
           PERFORM L02-ATTEMPT-WRITE THRU L02-EXIT.
       L05-EXIT.
           EXIT.

       L02-ATTEMPT-WRITE.
           ADD  1                      TO FLOG-SEQ-CTR
                                          FLOG-RETRY-CTR.
           MOVE FLOG-SEQ-CTR           TO FLOG-SEQNO.

           EXEC CICS WRITE
                     DATASET   (IESFLOG)
                     FROM      (IESFLOG-RECORD)
                     RIDFLD    (FLOG-KEY)
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(DUPREC)
           AND FLOG-RETRY-CTR < 99
               GO TO L02-ATTEMPT-WRITE
           END-IF.
       L02-EXIT.
           EXIT.

      /*****************************************************************
      *    APPEND THIS SIGN-ON TO THE USAGE HISTORY - BEST EFFORT,     *
      *    THE SIGN-ON ITSELF IS ALREADY DONE                          *
      ******************************************************************
       L10-WRITE-USAGE-RECORD.
           MOVE SPACES                 TO IESUHST-RECORD.
           MOVE SGON-REQ-USERID        TO UHST-USRIDNT.
           MOVE WORK-NOW-DATE          TO UHST-DATE.
           MOVE WORK-NOW-TIME          TO UHST-TIME.
           MOVE WORK-TERMID            TO UHST-TERMID.
           MOVE ZEROES                 TO UHST-SEQ-CTR
                                          UHST-RETRY-CTR.
           PERFORM L12-ATTEMPT-WRITE THRU L12-EXIT.
       L15-EXIT.
           EXIT.

       L12-ATTEMPT-WRITE.
           ADD  1                      TO UHST-SEQ-CTR
                                          UHST-RETRY-CTR.
           MOVE UHST-SEQ-CTR           TO UHST-SEQNO.

           EXEC CICS WRITE
                     DATASET   (IESUHST)
                     FROM      (IESUHST-RECORD)
                     RIDFLD    (UHST-KEY)
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(DUPREC)
           AND UHST-RETRY-CTR < 99
               GO TO L12-ATTEMPT-WRITE
           END-IF.
       L12-EXIT.
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
