      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SODCHKB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       BATCH HALF OF THE GRANT-TIME SEPARATION-OF-
      *               DUTIES CHECK (THE ONLINE HALF IS SODCHKO).
      *               CALLED BY EVERY BATCH PROGRAM THAT GRANTS
      *               ACCESS, JUST BEFORE THE GRANT IS WRITTEN.
      *               EXPANDS THE GRANTEE'S EFFECTIVE ACCESS FROM
      *               IESXREF - DIRECT PERMITS AND MEMBERSHIPS, THEN
      *               EVERYTHING EACH GROUP REACHED THAT WAY HOLDS,
      *               THROUGH ANY DEPTH OF GROUP-IN-GROUP NESTING -
      *               ADDS WHAT THE GRANT WOULD BRING WITH IT THE
      *               SAME WAY, AND REFUSES THE GRANT WHEN THE NEW
      *               ACCESS COMPLETES BOTH SIDES OF AN IESSODR RULE,
      *               UNLESS A USABLE IESSODX OVERRIDE COVERS IT (SEE
      *               THE SODCHK COPYBOOK FOR THE RETURN CODES).  A
      *               CONFLICT THE USER ALREADY HAD IS IESSODRP'S TO
      *               REPORT - ONLY ONE THE GRANT WOULD CREATE IS
      *               REFUSED.  GRANTS IT LETS THROUGH ARE REMEMBERED
      *               FOR THE REST OF THE RUN, SO TWO QUEUED GRANTS
      *               THAT ARE HARMLESS APART CANNOT SLIP THROUGH
      *               TOGETHER BEFORE IESXREF CATCHES UP.  THE RULES
      *               LOAD ON FIRST USE; THE FILES STAY OPEN ACROSS
      *               CALLS UNTIL THE CALLER'S '9' CLOSE.  ANYTHING
      *               THAT STOPS THE CHECK COMES BACK AS RETN 16 WITH
      *               A CONSOLE MESSAGE - THE CALLER REFUSES THE
      *               GRANT RATHER THAN GRANT IT UNCHECKED.  FUNCTION
      *               '2' MAKES NO CHECK - IT COUNTS THE RULES THE
      *               USER ALREADY BREAKS, FOR IESRISKW'S SCORE.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ADD FUNCTION '2' TO COUNT THE CONFLICTS A USER
      *                ALREADY HOLDS.
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

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT IESSODR
               ASSIGN TO IESSODR
               FILE STATUS IS SODRF-STAT
                              SODRF-FDBK.

           SELECT IESXREF
               ASSIGN TO IESXREF
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS XREF-KEY
               FILE STATUS IS XREFF-STAT
                              XREFF-FDBK.

           SELECT IESSODX
               ASSIGN TO IESSODX
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS SODX-KEY
               FILE STATUS IS SODXF-STAT
                              SODXF-FDBK.

           SELECT IESAPRR
               ASSIGN TO IESAPRR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS APRR-KEY
               FILE STATUS IS APRRF-STAT
                              APRRF-FDBK.

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

       FD  IESSODR
           RECORD CONTAINS 132 CHARACTERS.
       COPY IESSODR.

       FD  IESXREF.
       COPY IESXREF.

       FD  IESSODX.
       COPY IESSODX.

       FD  IESAPRR.
       COPY IESAPRR.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SODCHKB'.

         03  SODRF-STAT                PIC  X(02).
           88  SODRF-NORMAL                         VALUE '00'.
           88  SODRF-EOFILE                         VALUE '10'.
         03  SODRF-FDBK                PIC  X(06).

         03  XREFF-STAT                PIC  X(02).
           88  XREFF-NORMAL                         VALUE '00'.
           88  XREFF-EOFILE                         VALUE '10'.
           88  XREFF-NOTFND                         VALUE '23'.
         03  XREFF-FDBK                PIC  X(06).

         03  SODXF-STAT                PIC  X(02).
           88  SODXF-NORMAL                         VALUE '00'.
           88  SODXF-NOTFND                         VALUE '23'.
         03  SODXF-FDBK                PIC  X(06).

         03  APRRF-STAT                PIC  X(02).
           88  APRRF-NORMAL                         VALUE '00'.
           88  APRRF-NOTFND                         VALUE '23'.
         03  APRRF-FDBK                PIC  X(06).

         03  OPEN-SW                   PIC  X(01)   VALUE 'N'.
           88  FILES-ARE-OPEN                       VALUE 'Y'.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  RSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  SSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  HSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  H1SUB                     PIC S9(04)   BINARY VALUE ZEROES.
         03  H2SUB                     PIC S9(04)   BINARY VALUE ZEROES.
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-FILE                 PIC  X(08)   VALUE SPACES.
         03  WORK-STAT                 PIC  X(02)   VALUE SPACES.

      * the grant being checked, with a group grant's key cut down
      * to the group name the way IESXREF and IESSODX carry it
         03  WORK-GRANT.
             05  WORK-TYPE             PIC  X(01).
             05  WORK-APPL             PIC  X(04).
             05  WORK-TRANS            PIC  X(04).
             05  WORK-RSRC             PIC  X(44).

      * a candidate holding or subject, staged for the add routines
         03  WORK-MARK                 PIC  X(01)   VALUE SPACE.
           88  MARKING-HELD                         VALUE 'B'.
           88  MARKING-NEW                          VALUE 'N'.
         03  WORK-HOLD.
             05  WORK-HOLD-TYPE        PIC  X(01).
             05  WORK-HOLD-APPL        PIC  X(04).
             05  WORK-HOLD-TRANS       PIC  X(04).
             05  WORK-HOLD-RSRC        PIC  X(44).
         03  WORK-SUBJECT              PIC  X(08)   VALUE SPACES.

      * SEPARATION-OF-DUTIES RULES, LOADED FROM IESSODR ON THE FIRST
      * CALL THE SAME WAY IESSODRP TABLES THEM
         03  RULES-SW                  PIC  X(01)   VALUE 'N'.
           88  RULES-ARE-LOADED                     VALUE 'Y'.
         03  RULE-MAX                  PIC S9(04)   BINARY VALUE +50.
         03  RULE-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  RULE-ENTRY                OCCURS 50 TIMES.
             05  RULE-SIDE             OCCURS 2 TIMES.
                 10  RULE-TYPE             PIC  X(01).
                 10  RULE-APPL             PIC  X(04).
                 10  RULE-TRANS            PIC  X(04).
                 10  RULE-RSRC             PIC  X(44).
             05  RULE-DESC             PIC  X(26).

      * THE USERID AND EVERY GROUP ITS ACCESS FLOWS THROUGH - EACH
      * ONE'S IESXREF ENTRIES ARE BROWSED IN TURN, AND ANY GROUP
      * FOUND THERE JOINS THE END OF THE LIST
         03  SUBJ-MAX                  PIC S9(04)   BINARY VALUE +200.
         03  SUBJ-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  SUBJ-ENTRY                OCCURS 200 TIMES.
             05  SUBJ-NAME             PIC  X(08).

      * EVERY MEMBERSHIP AND PERMIT THE USER WOULD HOLD, MARKED 'B'
      * IF HELD BEFORE THE GRANT AND 'N' IF THE GRANT BRINGS IT
         03  HOLD-MAX                  PIC S9(04)   BINARY VALUE +1000.
         03  HOLD-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  HOLD-ENTRY                OCCURS 1000 TIMES.
             05  HOLD-MARK             PIC  X(01).
             05  HOLD-TYPE             PIC  X(01).
             05  HOLD-APPL             PIC  X(04).
             05  HOLD-TRANS            PIC  X(04).
             05  HOLD-RSRC             PIC  X(44).

      * GRANTS ALREADY LET THROUGH THIS RUN - THE CALLER WRITES THEM
      * BEFORE IESXREF CAN SHOW THEM TO THE NEXT CALL
         03  RUNG-MAX                  PIC S9(04)   BINARY VALUE +500.
         03  RUNG-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  RUNG-ENTRY                OCCURS 500 TIMES.
             05  RUNG-USRIDNT          PIC  X(08).
             05  RUNG-TYPE             PIC  X(01).
             05  RUNG-APPL             PIC  X(04).
             05  RUNG-TRANS            PIC  X(04).
             05  RUNG-RSRC             PIC  X(44).

       COPY DATETIME.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  SODCHK-PARMS.
           05  SOD-FUNCTION          PIC  X(01).
               88  SOD-REQUEST-CHECK         VALUE '1'.
               88  SOD-REQUEST-COUNT         VALUE '2'.
               88  SOD-REQUEST-CLOSE         VALUE '9'.
           05  SOD-RETN              PIC S9(04) BINARY.
           05  SOD-USRIDNT           PIC  X(08).
           05  SOD-TYPE              PIC  X(01).
           05  SOD-APPL              PIC  X(04).
           05  SOD-TRANS             PIC  X(04).
           05  SOD-RSRC              PIC  X(44).
           05  SOD-ACCESS            PIC  X(01).
           05  SOD-GRANTOR           PIC  X(08).
           05  SOD-GRANTOR2          PIC  X(08).
           05  SOD-RULE-DESC         PIC  X(26).
           05  SOD-HELD-TYPE         PIC  X(01).
           05  SOD-HELD-APPL         PIC  X(04).
           05  SOD-HELD-TRANS        PIC  X(04).
           05  SOD-HELD-RSRC         PIC  X(44).
           05  SOD-OVR-APPROVER      PIC  X(08).
           05  SOD-OVR-REASON        PIC  X(50).
           05  SOD-HELD-COUNT        PIC S9(04) BINARY.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION         USING SODCHK-PARMS.

       A00-MAINLINE-ROUTINE.

           MOVE ZEROES                 TO SOD-RETN.

           IF  SOD-REQUEST-CLOSE
               IF  FILES-ARE-OPEN
                   CLOSE IESXREF
                         IESSODX
                         IESAPRR
                   MOVE 'N'            TO OPEN-SW
               END-IF
               GOBACK
           END-IF.

           IF  NOT SOD-REQUEST-CHECK
           AND NOT SOD-REQUEST-COUNT
               MOVE 16                 TO SOD-RETN
               GOBACK
           END-IF.

           MOVE ZEROES                 TO SOD-HELD-COUNT.
           MOVE SPACES                 TO SOD-RULE-DESC
                                          SOD-HELD-TYPE
                                          SOD-HELD-APPL
                                          SOD-HELD-TRANS
                                          SOD-HELD-RSRC
                                          SOD-OVR-APPROVER
                                          SOD-OVR-REASON.

      * a permit at access level N grants nothing to conflict with
           IF  SOD-REQUEST-CHECK
           AND SOD-TYPE = 'F'
           AND SOD-ACCESS = 'N'
               GOBACK
           END-IF.

           IF  NOT FILES-ARE-OPEN
               PERFORM B10-OPEN-FILES THRU B15-EXIT
               IF  SOD-RETN NOT = ZERO
                   GOBACK
               END-IF
           END-IF.

           IF  RULE-CTR = ZERO
               GOBACK
           END-IF.

           MOVE SPACES                 TO WORK-GRANT.

      * a count has no grant - just what the user holds today
           IF  SOD-REQUEST-COUNT
               PERFORM C00-EXPAND-ACCESS THRU C05-EXIT
               IF  SOD-RETN = ZERO
                   PERFORM D20-COUNT-HELD THRU D25-EXIT
               END-IF
               GOBACK
           END-IF.

           MOVE SOD-TYPE               TO WORK-TYPE.
           IF  SOD-TYPE = 'G'
               MOVE SOD-RSRC(1:8)      TO WORK-RSRC
           ELSE
               MOVE SOD-APPL           TO WORK-APPL
               MOVE SOD-TRANS          TO WORK-TRANS
               MOVE SOD-RSRC           TO WORK-RSRC
           END-IF.

           PERFORM C00-EXPAND-ACCESS THRU C05-EXIT.
           IF  SOD-RETN NOT = ZERO
               GOBACK
           END-IF.

           PERFORM D00-EVALUATE-RULES THRU D05-EXIT.

           IF  SOD-RULE-DESC > SPACES
               PERFORM E00-CHECK-OVERRIDE THRU E05-EXIT
           END-IF.

           IF  SOD-RETN = ZERO
           OR  SOD-RETN = 4
               PERFORM F00-REMEMBER-GRANT THRU F05-EXIT
           END-IF.

           GOBACK.

      /*****************************************************************
      *    OPEN THE FILES AND TABLE THE RULES ON FIRST USE             *
      ******************************************************************
       B10-OPEN-FILES.
           OPEN INPUT IESSODR.
           IF  NOT SODRF-NORMAL
               MOVE 'IESSODR'          TO WORK-FILE
               MOVE SODRF-STAT         TO WORK-STAT
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO B15-EXIT
           END-IF.

           MOVE ZEROES                 TO RULE-CTR.
           PERFORM B20-LOAD-RULE THRU B25-EXIT
             UNTIL NOT SODRF-NORMAL
                OR SOD-RETN NOT = ZERO.
           CLOSE IESSODR.
           IF  SOD-RETN NOT = ZERO
               GO TO B15-EXIT
           END-IF.

           OPEN INPUT IESXREF
                      IESSODX
                      IESAPRR.
           IF  NOT XREFF-NORMAL
               MOVE 'IESXREF'          TO WORK-FILE
               MOVE XREFF-STAT         TO WORK-STAT
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
           ELSE
           IF  NOT SODXF-NORMAL
               MOVE 'IESSODX'          TO WORK-FILE
               MOVE SODXF-STAT         TO WORK-STAT
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
           ELSE
           IF  NOT APRRF-NORMAL
               MOVE 'IESAPRR'          TO WORK-FILE
               MOVE APRRF-STAT         TO WORK-STAT
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
           END-IF END-IF END-IF.
           IF  SOD-RETN NOT = ZERO
               CLOSE IESXREF
                     IESSODX
                     IESAPRR
               GO TO B15-EXIT
           END-IF.

           SET  FILES-ARE-OPEN         TO TRUE.
       B15-EXIT.
           EXIT.

       B20-LOAD-RULE.
           READ IESSODR NEXT RECORD END-READ.
           IF  NOT SODRF-NORMAL
               IF  NOT SODRF-EOFILE
                   MOVE 'IESSODR'      TO WORK-FILE
                   MOVE SODRF-STAT     TO WORK-STAT
                   PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               END-IF
               GO TO B25-EXIT
           END-IF.

           IF  RULE-CTR >= RULE-MAX
               DISPLAY THIS-PGM ': RULES TABLE FULL, INCREASE '
                       'RULE-MAX'    UPON CONSOLE
               MOVE 16                 TO SOD-RETN
               GO TO B25-EXIT
           END-IF.

           ADD  1                      TO RULE-CTR.
           MOVE SODR-TYPE-1            TO RULE-TYPE(RULE-CTR 1).
           MOVE SODR-APPL-1            TO RULE-APPL(RULE-CTR 1).
           MOVE SODR-TRANS-1           TO RULE-TRANS(RULE-CTR 1).
           MOVE SODR-RSRC-1            TO RULE-RSRC(RULE-CTR 1).
           MOVE SODR-TYPE-2            TO RULE-TYPE(RULE-CTR 2).
           MOVE SODR-APPL-2            TO RULE-APPL(RULE-CTR 2).
           MOVE SODR-TRANS-2           TO RULE-TRANS(RULE-CTR 2).
           MOVE SODR-RSRC-2            TO RULE-RSRC(RULE-CTR 2).
           MOVE SODR-DESC              TO RULE-DESC(RULE-CTR).
       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    TABLE WHAT THE USER HOLDS NOW, THEN WHAT THE GRANT WOULD    *
      *    ADD - A GROUP GRANT BRINGS THE GROUP AND EVERYTHING IT      *
      *    HOLDS IN TURN                                               *
      ******************************************************************
       C00-EXPAND-ACCESS.
           MOVE ZEROES                 TO SUBJ-CTR
                                          HOLD-CTR.

           SET  MARKING-HELD           TO TRUE.
           MOVE SOD-USRIDNT            TO WORK-SUBJECT.
           PERFORM P20-ADD-SUBJECT THRU P25-EXIT.

      * grants let through earlier in this run count as held
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > RUNG-CTR
                  OR SOD-RETN NOT = ZERO
               IF  RUNG-USRIDNT(SUB) = SOD-USRIDNT
                   MOVE RUNG-TYPE(SUB)  TO WORK-HOLD-TYPE
                   MOVE RUNG-APPL(SUB)  TO WORK-HOLD-APPL
                   MOVE RUNG-TRANS(SUB) TO WORK-HOLD-TRANS
                   MOVE RUNG-RSRC(SUB)  TO WORK-HOLD-RSRC
                   PERFORM P10-ADD-HOLDING THRU P15-EXIT
                   IF  RUNG-TYPE(SUB) = 'G'
                       MOVE RUNG-RSRC(SUB) TO WORK-SUBJECT
                       PERFORM P20-ADD-SUBJECT THRU P25-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 1                      TO SSUB.
           PERFORM C10-EXPAND-SUBJECT THRU C15-EXIT
             UNTIL SSUB > SUBJ-CTR
                OR SOD-RETN NOT = ZERO.
           IF  SOD-RETN NOT = ZERO
               GO TO C05-EXIT
           END-IF.

      * now the grant itself - only what is not already held is new
           IF  WORK-TYPE = SPACE
               GO TO C05-EXIT
           END-IF.
           SET  MARKING-NEW            TO TRUE.
           MOVE WORK-GRANT             TO WORK-HOLD.
           PERFORM P10-ADD-HOLDING THRU P15-EXIT.
           IF  WORK-TYPE = 'G'
               MOVE WORK-RSRC(1:8)     TO WORK-SUBJECT
               PERFORM P20-ADD-SUBJECT THRU P25-EXIT
               PERFORM C10-EXPAND-SUBJECT THRU C15-EXIT
                 UNTIL SSUB > SUBJ-CTR
                    OR SOD-RETN NOT = ZERO
           END-IF.
       C05-EXIT.
           EXIT.

      /*****************************************************************
      *    BROWSE ONE SUBJECT'S IESXREF ENTRIES INTO THE HOLDINGS      *
      ******************************************************************
       C10-EXPAND-SUBJECT.
           MOVE LOW-VALUES             TO XREF-KEY.
           MOVE SUBJ-NAME(SSUB)        TO XREF-USRIDNT.
           ADD  1                      TO SSUB.

           START IESXREF KEY >= XREF-KEY END-START.
           IF  XREFF-NOTFND
               GO TO C15-EXIT
           END-IF.
           IF  NOT XREFF-NORMAL
               MOVE 'IESXREF'          TO WORK-FILE
               MOVE XREFF-STAT         TO WORK-STAT
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO C15-EXIT
           END-IF.
           MOVE XREF-USRIDNT           TO WORK-SUBJECT.

       C12-NEXT-ENTRY.
           READ IESXREF NEXT RECORD END-READ.
           IF  XREFF-EOFILE
               GO TO C15-EXIT
           END-IF.
           IF  NOT XREFF-NORMAL
               MOVE 'IESXREF'          TO WORK-FILE
               MOVE XREFF-STAT         TO WORK-STAT
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO C15-EXIT
           END-IF.
           IF  XREF-USRIDNT NOT = WORK-SUBJECT
               GO TO C15-EXIT
           END-IF.

           MOVE SPACES                 TO WORK-HOLD.
           MOVE XREF-CLASS             TO WORK-HOLD-TYPE.
           EVALUATE TRUE
             WHEN XREF-CLASS-GROUP
               MOVE XREF-RESOURCE(1:8) TO WORK-HOLD-RSRC
               PERFORM P10-ADD-HOLDING THRU P15-EXIT
               MOVE XREF-RESOURCE(1:8) TO WORK-SUBJECT
               PERFORM P20-ADD-SUBJECT THRU P25-EXIT
               MOVE XREF-USRIDNT       TO WORK-SUBJECT
             WHEN XREF-CLASS-PERMIT
              AND XREF-ACCESS NOT = 'N'
               MOVE XREF-APPL          TO WORK-HOLD-APPL
               MOVE XREF-TRANS         TO WORK-HOLD-TRANS
               MOVE XREF-RESOURCE      TO WORK-HOLD-RSRC
               PERFORM P10-ADD-HOLDING THRU P15-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF  SOD-RETN NOT = ZERO
               GO TO C15-EXIT
           END-IF.
           GO TO C12-NEXT-ENTRY.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    A RULE IS BROKEN WHEN BOTH SIDES ARE HELD AND THE GRANT     *
      *    BRINGS AT LEAST ONE OF THEM                                 *
      ******************************************************************
       D00-EVALUATE-RULES.
           PERFORM WITH TEST BEFORE
             VARYING RSUB FROM 1 BY 1
               UNTIL RSUB > RULE-CTR
                  OR SOD-RULE-DESC > SPACES
               MOVE 1                  TO SSUB
               PERFORM D10-FIND-SIDE THRU D15-EXIT
               MOVE HSUB               TO H1SUB
               MOVE 2                  TO SSUB
               PERFORM D10-FIND-SIDE THRU D15-EXIT
               MOVE HSUB               TO H2SUB
               IF  H1SUB <= HOLD-CTR
               AND H2SUB <= HOLD-CTR
               AND (HOLD-MARK(H1SUB) = 'N'
                 OR HOLD-MARK(H2SUB) = 'N')
                   MOVE RULE-DESC(RSUB) TO SOD-RULE-DESC
      * name the side the user already had - the one being granted
      * is the caller's own request
                   IF  HOLD-MARK(H1SUB) = 'N'
                       MOVE H2SUB      TO HSUB
                   ELSE
                       MOVE H1SUB      TO HSUB
                   END-IF
                   MOVE HOLD-TYPE(HSUB)  TO SOD-HELD-TYPE
                   MOVE HOLD-APPL(HSUB)  TO SOD-HELD-APPL
                   MOVE HOLD-TRANS(HSUB) TO SOD-HELD-TRANS
                   MOVE HOLD-RSRC(HSUB)  TO SOD-HELD-RSRC
                   MOVE 8              TO SOD-RETN
               END-IF
           END-PERFORM.
       D05-EXIT.
           EXIT.

      * set HSUB to the holding matching rule RSUB side SSUB, or past
      * the end of the table when the user does not hold it
       D10-FIND-SIDE.
           PERFORM WITH TEST BEFORE
             VARYING HSUB FROM 1 BY 1
               UNTIL HSUB > HOLD-CTR
                  OR (RULE-TYPE(RSUB SSUB) = 'G'
                      AND HOLD-TYPE(HSUB) = 'G'
                      AND HOLD-RSRC(HSUB)(1:8)
                                    = RULE-RSRC(RSUB SSUB)(1:8))
                  OR (RULE-TYPE(RSUB SSUB) = 'F'
                      AND HOLD-TYPE(HSUB) = 'F'
                      AND HOLD-APPL(HSUB)  = RULE-APPL(RSUB SSUB)
                      AND HOLD-TRANS(HSUB) = RULE-TRANS(RSUB SSUB)
                      AND HOLD-RSRC(HSUB)  = RULE-RSRC(RSUB SSUB))
               CONTINUE
           END-PERFORM.
       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT THE RULES WHOSE SIDES THE USER ALREADY HOLDS BOTH OF, *
      *    NAMING THE FIRST                                            *
      ******************************************************************
       D20-COUNT-HELD.
           PERFORM WITH TEST BEFORE
             VARYING RSUB FROM 1 BY 1
               UNTIL RSUB > RULE-CTR
               MOVE 1                  TO SSUB
               PERFORM D10-FIND-SIDE THRU D15-EXIT
               MOVE HSUB               TO H1SUB
               MOVE 2                  TO SSUB
               PERFORM D10-FIND-SIDE THRU D15-EXIT
               MOVE HSUB               TO H2SUB
               IF  H1SUB <= HOLD-CTR
               AND H2SUB <= HOLD-CTR
                   ADD  1              TO SOD-HELD-COUNT
                   IF  SOD-RULE-DESC = SPACES
                       MOVE RULE-DESC(RSUB) TO SOD-RULE-DESC
                   END-IF
               END-IF
           END-PERFORM.
       D25-EXIT.
           EXIT.

      /*****************************************************************
      *    A CONFLICT GOES AHEAD ONLY UNDER AN UNEXPIRED IESSODX       *
      *    OVERRIDE WHOSE APPROVER IS STILL REGISTERED AND IS NEITHER  *
      *    THE GRANTEE NOR ANYONE AUTHORIZING THE GRANT                *
      ******************************************************************
       E00-CHECK-OVERRIDE.
           MOVE SOD-USRIDNT            TO SODX-USRIDNT.
           MOVE WORK-TYPE              TO SODX-TYPE.
           MOVE WORK-APPL              TO SODX-APPL.
           MOVE WORK-TRANS             TO SODX-TRANS.
           MOVE WORK-RSRC              TO SODX-RSRC.
           READ IESSODX RECORD END-READ.
           IF  SODXF-NOTFND
               GO TO E05-EXIT
           END-IF.
           IF  NOT SODXF-NORMAL
               MOVE 'IESSODX'          TO WORK-FILE
               MOVE SODXF-STAT         TO WORK-STAT
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO E05-EXIT
           END-IF.

           MOVE SODX-APPROVER          TO SOD-OVR-APPROVER.
           MOVE SODX-REASON            TO SOD-OVR-REASON.
           MOVE 12                     TO SOD-RETN.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO WORK-TODAY.
           IF  SODX-EXPIRES NOT NUMERIC
           OR  WORK-TODAY > SODX-EXPIRES
               GO TO E05-EXIT
           END-IF.
           IF  SODX-APPROVER = SPACES
           OR  SODX-REASON = SPACES
           OR  SODX-APPROVER = SOD-USRIDNT
           OR  SODX-APPROVER = SOD-GRANTOR
           OR  SODX-APPROVER = SOD-GRANTOR2
               GO TO E05-EXIT
           END-IF.

           MOVE SODX-APPROVER          TO APRR-USRIDNT.
           READ IESAPRR RECORD END-READ.
           IF  APRRF-NOTFND
               GO TO E05-EXIT
           END-IF.
           IF  NOT APRRF-NORMAL
               MOVE 'IESAPRR'          TO WORK-FILE
               MOVE APRRF-STAT         TO WORK-STAT
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO E05-EXIT
           END-IF.

           MOVE 4                      TO SOD-RETN.
       E05-EXIT.
           EXIT.

      /*****************************************************************
      *    REMEMBER A GRANT LET THROUGH, FOR THE REST OF THE RUN - A   *
      *    FULL TABLE JUST STOPS REMEMBERING; IESXREF STILL HAS IT     *
      *    FOR THE NEXT RUN                                            *
      ******************************************************************
       F00-REMEMBER-GRANT.
           IF  RUNG-CTR >= RUNG-MAX
               GO TO F05-EXIT
           END-IF.
           ADD  1                      TO RUNG-CTR.
           MOVE SOD-USRIDNT            TO RUNG-USRIDNT(RUNG-CTR).
           MOVE WORK-TYPE              TO RUNG-TYPE(RUNG-CTR).
           MOVE WORK-APPL              TO RUNG-APPL(RUNG-CTR).
           MOVE WORK-TRANS             TO RUNG-TRANS(RUNG-CTR).
           MOVE WORK-RSRC              TO RUNG-RSRC(RUNG-CTR).
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD WORK-HOLD TO THE HOLDINGS UNDER THE CURRENT MARK - ONE  *
      *    ALREADY TABLED KEEPS THE MARK IT HAS                        *
      ******************************************************************
       P10-ADD-HOLDING.
           PERFORM WITH TEST BEFORE
             VARYING HSUB FROM 1 BY 1
               UNTIL HSUB > HOLD-CTR
                  OR (HOLD-TYPE(HSUB)  = WORK-HOLD-TYPE
                  AND HOLD-APPL(HSUB)  = WORK-HOLD-APPL
                  AND HOLD-TRANS(HSUB) = WORK-HOLD-TRANS
                  AND HOLD-RSRC(HSUB)  = WORK-HOLD-RSRC)
               CONTINUE
           END-PERFORM.
           IF  HSUB <= HOLD-CTR
               GO TO P15-EXIT
           END-IF.

           IF  HOLD-CTR >= HOLD-MAX
               DISPLAY THIS-PGM ': HOLDINGS TABLE FULL FOR '
                       SOD-USRIDNT ', INCREASE HOLD-MAX'
                                     UPON CONSOLE
               MOVE 16                 TO SOD-RETN
               GO TO P15-EXIT
           END-IF.
           ADD  1                      TO HOLD-CTR.
           MOVE WORK-MARK              TO HOLD-MARK(HOLD-CTR).
           MOVE WORK-HOLD-TYPE         TO HOLD-TYPE(HOLD-CTR).
           MOVE WORK-HOLD-APPL         TO HOLD-APPL(HOLD-CTR).
           MOVE WORK-HOLD-TRANS        TO HOLD-TRANS(HOLD-CTR).
           MOVE WORK-HOLD-RSRC         TO HOLD-RSRC(HOLD-CTR).
       P15-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD WORK-SUBJECT TO THE LIST STILL TO BE BROWSED, ONCE      *
      ******************************************************************
       P20-ADD-SUBJECT.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > SUBJ-CTR
                  OR SUBJ-NAME(SUB) = WORK-SUBJECT
               CONTINUE
           END-PERFORM.
           IF  SUB <= SUBJ-CTR
               GO TO P25-EXIT
           END-IF.

           IF  SUBJ-CTR >= SUBJ-MAX
               DISPLAY THIS-PGM ': GROUP NESTING TABLE FULL FOR '
                       SOD-USRIDNT ', INCREASE SUBJ-MAX'
                                     UPON CONSOLE
               MOVE 16                 TO SOD-RETN
               GO TO P25-EXIT
           END-IF.
           ADD  1                      TO SUBJ-CTR.
           MOVE WORK-SUBJECT           TO SUBJ-NAME(SUBJ-CTR).
       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    NOTE A FILE ERROR ON THE CONSOLE AND FAIL THE CHECK         *
      ******************************************************************
       Z00-REPORT-ERROR.
           MOVE 16                     TO SOD-RETN.
           DISPLAY THIS-PGM ': ' WORK-FILE ' ERROR, STAT=' WORK-STAT
                   ' USER=' SOD-USRIDNT
                                     UPON CONSOLE.
       Z05-EXIT.
           EXIT.
