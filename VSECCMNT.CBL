      *               IESFAILC, IESAGEC, IESREGC, IESRUNP, IESRSTC,
      *               IESRENC, IESCLNC, IESEXPC, IESFACC, IESAUQC,
      *               IESGOWN, IESWINC, IESBRKC, IESONCL, IESNTFC,
      *               IESASRT, IESRVWC, IESSPON, IESADGM, IESHDSK,
      *               IESSENS, IESCHGC, AND IESCAL
      *               (THE CALENDAR KEY IS THE 8-DIGIT DATE).
      *               EVERY RECORD IS FIELD-VALIDATED BEFORE IT IS
      *               WRITTEN - A BAD IESREGC JOB NAME OR AN IESSCOP
      *               RANGE WITH FROM ABOVE TO NEVER REACHES THE FILE
      *                DELEGATE MAY NOT BE THE APPROVER THEMSELVES,
      *                AND THE EFFECTIVE WINDOW MUST BE NUMERIC WITH
      *                FROM NOT ABOVE TO.
      * 10/15/2026 DLC EVERY IESAUDT ENTRY IS NOW LINKED INTO THE
      *                TAMPER-EVIDENT AUDIT CHAIN THROUGH THE IESAUCH
      *                ANCHOR (HELD LOCKED ACROSS THE APPEND) BEFORE
      *                IT IS WRITTEN.
      * 10/15/2026 DLC ADDED THE NEW IESASRT ACCESS ASSERTION SUITE TO
      *                THE MAINTAINED FILES.
      * 10/15/2026 DLC THE IESBRKC ENTRY FOR IESBULKL IS A PERCENTAGE -
      *                REFUSE ONE ABOVE 100.
      * 10/15/2026 DLC ADDED THE NEW IESRVWC REPORT REVIEW CONTROL TO
      *                THE MAINTAINED FILES.
      * 10/15/2026 DLC ADDED THE NEW IESSPON CONTRACTOR SPONSORSHIP
      *                REGISTRY TO THE MAINTAINED FILES - THE SPONSOR
      *                MUST HOLD A LIVE, UNREVOKED PROFILE.
      * 10/15/2026 DLC ADDED THE NEW IESADGM AD GROUP MAPPING FILE TO
      *                THE MAINTAINED FILES.
      * 10/15/2026 DLC VALIDATE THE NEW IESSVCL PERMITTED SIGN-ON
      *                BOUNDS - HOURS 00 THROUGH 23 AND NO MORE THAN
      *                EIGHT TERMINAL PREFIXES.
      * 10/15/2026 DLC ADDED THE NEW IESHDSK AUTHORIZED HELP-DESK
      *                UNLOCKER LIST TO THE MAINTAINED FILES - THE
      *                UNLOCKER MUST HOLD A LIVE, UNREVOKED PROFILE.
      * 10/15/2026 DLC ADDED THE NEW IESSENS SENSITIVE-RESOURCE LIST
      *                TO THE MAINTAINED FILES - A GROUP ENTRY MUST
      *                NAME ITS GROUP, A FACILITY ENTRY MUST HAVE ITS
      *                FROM NOT ABOVE ITS TO.
      * 10/15/2026 DLC ADDED THE NEW IESCHGC CHARGEBACK RATE RECORD TO
      *                THE MAINTAINED FILES - EVERY RATE MUST BE
      *                NUMERIC AND THE GL ACCOUNT AND CREDIT COST
      *                CENTER MUST BE GIVEN.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  IESAUDT                   PIC  X(08)   VALUE 'IESAUDT'.
         03  IESCNTL                   PIC  X(08)   VALUE 'IESCNTL'.
         03  AUDT-RBA                  PIC S9(08)   BINARY VALUE ZEROES.
         03  IESAUCH                   PIC  X(08)   VALUE 'IESAUCH'.
         03  AUDT-RESP                 PIC S9(08)   BINARY VALUE ZEROES.
         03  ANCHOR-SW                 PIC  X(01)   VALUE 'N'.
           88  ANCHOR-NONE                          VALUE 'N'.
           88  ANCHOR-LOCKED                        VALUE 'L'.
           88  ANCHOR-NEW                           VALUE 'W'.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  CICS-USERID               PIC  X(08).
         03  WORK-RECLEN               PIC S9(04)   BINARY VALUE ZEROES.
         03  WORK-RID                  PIC  X(08)   VALUE SPACES.
         03  WORK-LAST-SEEN            PIC  X(08)   VALUE SPACES.
         03  WORK-TALLY                PIC S9(04)   BINARY VALUE ZEROES.
         03  VALID-SW                  PIC  X(01)   VALUE 'Y'.
           88  RECORD-IS-VALID                      VALUE 'Y'.
           88  RECORD-NOT-VALID                     VALUE 'N'.
       COPY IESCAL.
       COPY IESONCL.
       COPY IESNTFC.
       COPY IESASRT.
       COPY IESRVWC.
       COPY IESSPON.
       COPY IESADGM.
       COPY IESHDSK.
       COPY IESSENS.
       COPY IESCHGC.

      * IUI USER PROFILE RECORD LAYOUT (READ INTO AREA - AN IESGOWN
      * OWNER MUST HAVE A LIVE PROFILE)
      * PERMANENT PURGE/REVOKE AUDIT LOG LAYOUT (ESDS, WRITTEN BY RBA)
       COPY IESAUDT.

      * AUDIT-LOG CHAIN ANCHOR LAYOUT (READ FOR UPDATE PER ENTRY)
       COPY IESAUCH.

       COPY AUDTCHN.

       COPY DATETIME.

      /*****************************************************************
               MOVE LENGTH OF IESONCL-RECORD  TO WORK-RECLEN
             WHEN 'IESNTFC'
               MOVE LENGTH OF IESNTFC-RECORD  TO WORK-RECLEN
             WHEN 'IESASRT'
               MOVE LENGTH OF IESASRT-RECORD  TO WORK-RECLEN
             WHEN 'IESRVWC'
               MOVE LENGTH OF IESRVWC-RECORD  TO WORK-RECLEN
             WHEN 'IESSPON'
               MOVE LENGTH OF IESSPON-RECORD  TO WORK-RECLEN
             WHEN 'IESADGM'
               MOVE LENGTH OF IESADGM-RECORD  TO WORK-RECLEN
             WHEN 'IESHDSK'
               MOVE LENGTH OF IESHDSK-RECORD  TO WORK-RECLEN
             WHEN 'IESSENS'
               MOVE LENGTH OF IESSENS-RECORD  TO WORK-RECLEN
             WHEN 'IESCHGC'
               MOVE LENGTH OF IESCHGC-RECORD  TO WORK-RECLEN
             WHEN OTHER
               SET  CMNT-INVALID-FILE  TO TRUE
           END-EVALUATE.
               PERFORM V31-VALIDATE-IESONCL  THRU V31-EXIT
             WHEN 'IESNTFC'
               PERFORM V32-VALIDATE-IESNTFC  THRU V32-EXIT
             WHEN 'IESASRT'
               PERFORM V33-VALIDATE-IESASRT  THRU V33-EXIT
             WHEN 'IESRVWC'
               PERFORM V34-VALIDATE-IESRVWC  THRU V34-EXIT
             WHEN 'IESSPON'
               PERFORM V35-VALIDATE-IESSPON  THRU V35-EXIT
             WHEN 'IESADGM'
               PERFORM V36-VALIDATE-IESADGM  THRU V36-EXIT
             WHEN 'IESHDSK'
               PERFORM V37-VALIDATE-IESHDSK  THRU V37-EXIT
             WHEN 'IESSENS'
               PERFORM V38-VALIDATE-IESSENS  THRU V38-EXIT
             WHEN 'IESCHGC'
               PERFORM V39-VALIDATE-IESCHGC  THRU V39-EXIT
           END-EVALUATE.
       V05-EXIT.
           EXIT.
           IF  SVCL-ATTESTED NOT NUMERIC
               MOVE 'SVCL-ATTESTED'    TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V10-EXIT
           END-IF.
           IF  SVCL-HOUR-FROM NOT NUMERIC
           OR  SVCL-HOUR-TO NOT NUMERIC
           OR  SVCL-HOUR-FROM > 23
           OR  SVCL-HOUR-TO > 23
               MOVE 'SVCL-HOUR-FROM/TO' TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V10-EXIT
           END-IF.
           IF  SVCL-TERM-COUNT NOT NUMERIC
           OR  SVCL-TERM-COUNT > 8
               MOVE 'SVCL-TERM-COUNT'  TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V10-EXIT.
           EXIT.
           OR  BRKC-MAX-ACTIONS = ZEROES
               MOVE 'BRKC-MAX-ACTIONS' TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V29-EXIT
           END-IF.
      * the bulk loader's entry is a reject share, not a count
           IF  BRKC-PGM = 'IESBULKL'
           AND BRKC-MAX-ACTIONS > 100
               MOVE 'BRKC-MAX-ACTIONS' TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V29-EXIT.
           EXIT.
       V32-EXIT.
           EXIT.

      * an assertion must name its subject and facility and say what
      * it expects; a level is required when access is expected, and
      * optional (meaning any access at all) when denial is expected
       V33-VALIDATE-IESASRT.
           MOVE WORK-RECORD(1:LENGTH OF IESASRT-RECORD)
                                       TO IESASRT-RECORD.
           IF  NOT ASRT-SUBJ-USER
           AND NOT ASRT-SUBJ-GROUP
               MOVE 'ASRT-SUBJ-TYPE'   TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V33-EXIT
           END-IF.
           IF  ASRT-SUBJECT = SPACES
               MOVE 'ASRT-SUBJECT'     TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V33-EXIT
           END-IF.
           IF  ASRT-RESOURCE = SPACES
               MOVE 'ASRT-RESOURCE'    TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V33-EXIT
           END-IF.
           IF  NOT ASRT-EXPECT-ALLOWED
           AND NOT ASRT-EXPECT-DENIED
               MOVE 'ASRT-EXPECT'      TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V33-EXIT
           END-IF.
           IF  NOT ASRT-LEVEL-VALID
           AND (ASRT-EXPECT-ALLOWED OR ASRT-LEVEL NOT = SPACE)
               MOVE 'ASRT-LEVEL'       TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V33-EXIT
           END-IF.
           IF  ASRT-CRITICAL NOT = 'Y' AND NOT = 'N'
               MOVE 'ASRT-CRITICAL'    TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V33-EXIT.
           EXIT.

      * a tracked report needs a review deadline of at least a day;
      * the from-date may be zero (every run on file is tracked)
       V34-VALIDATE-IESRVWC.
           MOVE WORK-RECORD(1:LENGTH OF IESRVWC-RECORD)
                                       TO IESRVWC-RECORD.
           IF  RVWC-DEADLINE-DAYS NOT NUMERIC
           OR  RVWC-DEADLINE-DAYS = ZEROES
               MOVE 'RVWC-DEADLINE-DAYS' TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V34-EXIT
           END-IF.
           IF  RVWC-FROM-DATE NOT NUMERIC
               MOVE 'RVWC-FROM-DATE'   TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V34-EXIT.
           EXIT.

      * a contractor must exist, and its sponsor must be someone else
      * with a live, unrevoked profile - the flag fields belong to
      * IESSPSWP and are not checked here
       V35-VALIDATE-IESSPON.
           MOVE WORK-RECORD(1:LENGTH OF IESSPON-RECORD)
                                       TO IESSPON-RECORD.
           IF  SPON-SPONSOR = SPACES
           OR  SPON-SPONSOR = SPON-USRIDNT
               MOVE 'SPON-SPONSOR'     TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V35-EXIT
           END-IF.
           IF  SPON-END-DATE NOT NUMERIC
           OR  SPON-END-DATE = ZEROES
               MOVE 'SPON-END-DATE'    TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V35-EXIT
           END-IF.
           IF  SPON-REVIEW-DATE NOT NUMERIC
               MOVE 'SPON-REVIEW-DATE' TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V35-EXIT
           END-IF.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE SPON-USRIDNT           TO IUI-KEY-VALUE.
           EXEC CICS READ
                     DATASET  (IESCNTL)
                     INTO     (IUI-US-RECORD)
                     RIDFLD   (IUI-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SPON-USRIDNT'     TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V35-EXIT
           END-IF.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE SPON-SPONSOR           TO IUI-KEY-VALUE.
           EXEC CICS READ
                     DATASET  (IESCNTL)
                     INTO     (IUI-US-RECORD)
                     RIDFLD   (IUI-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  IUI-US-REVOKEJ > ZEROES
               MOVE 'SPON-SPONSOR'     TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V35-EXIT.
           EXIT.

      * the DN is pasted into the nightly sync's memberOf search
      * filter, so it must look like a DN and carry no parentheses
      * that would unbalance the filter
       V36-VALIDATE-IESADGM.
           MOVE WORK-RECORD(1:LENGTH OF IESADGM-RECORD)
                                       TO IESADGM-RECORD.
           IF  ADGM-AD-DN(1:3) NOT = 'CN='
           AND ADGM-AD-DN(1:3) NOT = 'cn='
               MOVE 'ADGM-AD-DN'       TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V36-EXIT
           END-IF.
           MOVE ZEROES                 TO WORK-TALLY.
           INSPECT ADGM-AD-DN TALLYING WORK-TALLY
                   FOR ALL '(' ALL ')'.
           IF  WORK-TALLY > ZEROES
               MOVE 'ADGM-AD-DN'       TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V36-EXIT
           END-IF.
           IF  NOT ADGM-MODE-APPLY
           AND NOT ADGM-MODE-REPORT
               MOVE 'ADGM-MODE'        TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V36-EXIT.
           EXIT.

      * an unlocker is named for the record and must hold a live,
      * unrevoked profile of their own
       V37-VALIDATE-IESHDSK.
           MOVE WORK-RECORD(1:LENGTH OF IESHDSK-RECORD)
                                       TO IESHDSK-RECORD.
           IF  HDSK-NAME = SPACES
               MOVE 'HDSK-NAME'        TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V37-EXIT
           END-IF.
           IF  HDSK-ADDED NOT NUMERIC
               MOVE 'HDSK-ADDED'       TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V37-EXIT
           END-IF.

           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE HDSK-USRIDNT           TO IUI-KEY-VALUE.
           EXEC CICS READ
                     DATASET  (IESCNTL)
                     INTO     (IUI-US-RECORD)
                     RIDFLD   (IUI-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  IUI-US-REVOKEJ > ZEROES
               MOVE 'HDSK-USRIDNT'     TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V37-EXIT.
           EXIT.

      * a group entry names the group it guards; a facility entry is
      * a from/to range checked the same way as IESFACC
       V38-VALIDATE-IESSENS.
           MOVE WORK-RECORD(1:LENGTH OF IESSENS-RECORD)
                                       TO IESSENS-RECORD.
           IF  NOT SENS-TYPE-GROUP
           AND NOT SENS-TYPE-FACILITY
               MOVE 'SENS-TYPE'        TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V38-EXIT
           END-IF.
           IF  SENS-TYPE-GROUP
           AND SENS-GROUP = SPACES
               MOVE 'SENS-GROUP'       TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V38-EXIT
           END-IF.
           IF  SENS-TYPE-FACILITY
           AND SENS-FAC-FROM > SENS-FAC-TO
               MOVE 'SENS-FAC-FROM'    TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V38-EXIT
           END-IF.
           IF  SENS-ADDED NOT NUMERIC
               MOVE 'SENS-ADDED'       TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V38-EXIT.
           EXIT.

       V39-VALIDATE-IESCHGC.
           MOVE WORK-RECORD(1:LENGTH OF IESCHGC-RECORD)
                                       TO IESCHGC-RECORD.
           IF  CHGC-RATES NOT NUMERIC
               MOVE 'CHGC-RATES'       TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V39-EXIT
           END-IF.
           IF  CHGC-GL-ACCOUNT = SPACES
               MOVE 'CHGC-GL-ACCOUNT'  TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
               GO TO V39-EXIT
           END-IF.
           IF  CHGC-GL-CREDIT-CC = SPACES
               MOVE 'CHGC-GL-CREDIT-CC' TO CMNT-ERROR-FIELD
               PERFORM V90-FLAG-INVALID THRU V95-EXIT
           END-IF.
       V39-EXIT.
           EXIT.

       V90-FLAG-INVALID.
           MOVE 'N'                    TO VALID-SW.
           SET  CMNT-INVALID-FIELD     TO TRUE.
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain -
      * the anchor stays locked across the append so the chain order
      * is the file order
           PERFORM K50-LINK-AUDIT-CHAIN THRU K55-EXIT.

           EXEC CICS WRITE
                     DATASET  (IESAUDT)
                     FROM     (IESAUDT-RECORD)
                     RBA
                     NOHANDLE
           END-EXEC.
           MOVE EIBRESP                TO AUDT-RESP.
           PERFORM K60-ADVANCE-AUDIT-CHAIN THRU K65-EXIT.
      * best effort - the maintenance change itself already stands,
      * so an audit-append failure is left to the caller's DTLG-style
      * monitoring rather than backed out here
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

      * the 30-byte audit value fields carry the file name and the
      * front of the record's data portion - enough to see what
      * changed without re-reading the control file
