      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SODCHKO.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE HALF OF THE GRANT-TIME SEPARATION-OF-
      *               DUTIES CHECK (THE BATCH HALF IS SODCHKB).
      *               LINKED TO WITH THE SODCHK COMMAREA BY THE
      *               ONLINE MAINTENANCE PROGRAMS JUST BEFORE A
      *               MEMBERSHIP OR PERMIT IS WRITTEN.  SAME LOGIC AS
      *               SODCHKB: THE GRANTEE'S EFFECTIVE ACCESS IS
      *               EXPANDED FROM IESXREF THROUGH ANY DEPTH OF GROUP
      *               NESTING, THE GRANT'S OWN REACH IS ADDED, AND A
      *               GRANT THAT COMPLETES BOTH SIDES OF AN IESSODR
      *               RULE IS REFUSED UNLESS A USABLE IESSODX
      *               OVERRIDE COVERS IT.  THE RULES ARE BROWSED FROM
      *               THE IESSODR ESDS ON EVERY CALL.  ANY FILE
      *               FAILURE COMES BACK AS RETN 16 - THE CALLER
      *               REFUSES THE GRANT RATHER THAN GRANT IT
      *               UNCHECKED.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SODCHKO'.
         03  IESSODR                   PIC  X(08)   VALUE 'IESSODR'.
         03  IESXREF                   PIC  X(08)   VALUE 'IESXREF'.
         03  IESSODX                   PIC  X(08)   VALUE 'IESSODX'.
         03  IESAPRR                   PIC  X(08)   VALUE 'IESAPRR'.
         03  SODR-RBA                  PIC S9(08)   BINARY VALUE ZEROES.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  RSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  SSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  HSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  H1SUB                     PIC S9(04)   BINARY VALUE ZEROES.
         03  H2SUB                     PIC S9(04)   BINARY VALUE ZEROES.
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-FILE                 PIC  X(08)   VALUE SPACES.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZEROES.

         03  OPER-MSG                  PIC  X(120).
         03  OPER-MSG-LEN              PIC S9(04)   BINARY VALUE +120.

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

      * SEPARATION-OF-DUTIES RULES, BROWSED FROM IESSODR EACH CALL
         03  RULE-MAX                  PIC S9(04)   BINARY VALUE +50.
         03  RULE-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  RULE-ENTRY                OCCURS 50 TIMES.
             05  RULE-SIDE             OCCURS 2 TIMES.
                 10  RULE-TYPE             PIC  X(01).
                 10  RULE-APPL             PIC  X(04).
                 10  RULE-TRANS            PIC  X(04).
                 10  RULE-RSRC             PIC  X(44).
             05  RULE-DESC             PIC  X(26).

      * THE USERID AND EVERY GROUP ITS ACCESS FLOWS THROUGH
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

      * SEPARATION-OF-DUTIES RULE LAYOUT (ESDS, BROWSED BY RBA)
       COPY IESSODR.

      * USERID-TO-RESOURCE INDEX LAYOUT (BROWSED PER SUBJECT)
       COPY IESXREF.

      * SEPARATION-OF-DUTIES OVERRIDE LAYOUT (READ INTO AREA)
       COPY IESSODX.

      * APPROVER REGISTRY LAYOUT (READ INTO AREA)
       COPY IESAPRR.

       COPY DATETIME.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  SOD-FUNCTION          PIC  X(01).
               88  SOD-REQUEST-CHECK         VALUE '1'.
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

           MOVE ZEROES                 TO SOD-RETN.

      * nothing is held open online, so a close has nothing to do
           IF  SOD-REQUEST-CLOSE
               EXEC CICS RETURN END-EXEC
           END-IF.

           IF  NOT SOD-REQUEST-CHECK
               MOVE 16                 TO SOD-RETN
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE SPACES                 TO SOD-RULE-DESC
                                          SOD-HELD-TYPE
                                          SOD-HELD-APPL
                                          SOD-HELD-TRANS
                                          SOD-HELD-RSRC
                                          SOD-OVR-APPROVER
                                          SOD-OVR-REASON.

      * a permit at access level N grants nothing to conflict with
           IF  SOD-TYPE = 'F'
           AND SOD-ACCESS = 'N'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM B10-LOAD-RULES THRU B15-EXIT.
           IF  SOD-RETN NOT = ZERO
           OR  RULE-CTR = ZERO
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE SPACES                 TO WORK-GRANT.
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
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM D00-EVALUATE-RULES THRU D05-EXIT.

           IF  SOD-RULE-DESC > SPACES
               PERFORM E00-CHECK-OVERRIDE THRU E05-EXIT
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      /*****************************************************************
      *    TABLE THE RULES FROM THE IESSODR ESDS                       *
      ******************************************************************
       B10-LOAD-RULES.
           MOVE ZEROES                 TO RULE-CTR
                                          SODR-RBA.

           EXEC CICS STARTBR
                     DATASET  (IESSODR)
                     RIDFLD   (SODR-RBA)
                     RBA
                     GTEQ
                     NOHANDLE
           END-EXEC.
      * an empty rule file has nothing to enforce
           IF  EIBRESP = DFHRESP(NOTFND)
               GO TO B15-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE IESSODR            TO WORK-FILE
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO B15-EXIT
           END-IF.

           MOVE EIBRESP                TO WORK-RESP.
           PERFORM B20-LOAD-RULE THRU B25-EXIT
             UNTIL WORK-RESP NOT = DFHRESP(NORMAL)
                OR SOD-RETN NOT = ZERO.

           EXEC CICS ENDBR
                     DATASET  (IESSODR)
                     NOHANDLE
           END-EXEC.
       B15-EXIT.
           EXIT.

       B20-LOAD-RULE.
           EXEC CICS READNEXT
                     DATASET  (IESSODR)
                     INTO     (IESSODR-RECORD)
                     RIDFLD   (SODR-RBA)
                     RBA
                     NOHANDLE
           END-EXEC.
           MOVE EIBRESP                TO WORK-RESP.
           IF  WORK-RESP NOT = DFHRESP(NORMAL)
               IF  WORK-RESP NOT = DFHRESP(ENDFILE)
                   MOVE IESSODR        TO WORK-FILE
                   PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               END-IF
               GO TO B25-EXIT
           END-IF.

           IF  RULE-CTR >= RULE-MAX
               MOVE IESSODR            TO WORK-FILE
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
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

           MOVE 1                      TO SSUB.
           PERFORM C10-EXPAND-SUBJECT THRU C15-EXIT
             UNTIL SSUB > SUBJ-CTR
                OR SOD-RETN NOT = ZERO.
           IF  SOD-RETN NOT = ZERO
               GO TO C05-EXIT
           END-IF.

      * now the grant itself - only what is not already held is new
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
           MOVE SUBJ-NAME(SSUB)        TO XREF-USRIDNT
                                          WORK-SUBJECT.
           ADD  1                      TO SSUB.

           EXEC CICS STARTBR
                     DATASET  (IESXREF)
                     RIDFLD   (XREF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               GO TO C15-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE IESXREF            TO WORK-FILE
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO C15-EXIT
           END-IF.

           MOVE EIBRESP                TO WORK-RESP.
           PERFORM C20-NEXT-ENTRY THRU C25-EXIT
             UNTIL WORK-RESP NOT = DFHRESP(NORMAL)
                OR XREF-USRIDNT NOT = WORK-SUBJECT
                OR SOD-RETN NOT = ZERO.

           EXEC CICS ENDBR
                     DATASET  (IESXREF)
                     NOHANDLE
           END-EXEC.
       C15-EXIT.
           EXIT.

       C20-NEXT-ENTRY.
           EXEC CICS READNEXT
                     DATASET  (IESXREF)
                     INTO     (IESXREF-RECORD)
                     RIDFLD   (XREF-KEY)
                     NOHANDLE
           END-EXEC.
           MOVE EIBRESP                TO WORK-RESP.
           IF  WORK-RESP NOT = DFHRESP(NORMAL)
               IF  WORK-RESP NOT = DFHRESP(ENDFILE)
                   MOVE IESXREF        TO WORK-FILE
                   PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               END-IF
               GO TO C25-EXIT
           END-IF.
           IF  XREF-USRIDNT NOT = WORK-SUBJECT
               GO TO C25-EXIT
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
       C25-EXIT.
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

           EXEC CICS READ
                     DATASET  (IESSODX)
                     INTO     (IESSODX-RECORD)
                     RIDFLD   (SODX-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               GO TO E05-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE IESSODX            TO WORK-FILE
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

           EXEC CICS READ
                     DATASET  (IESAPRR)
                     INTO     (IESAPRR-RECORD)
                     RIDFLD   (APRR-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               GO TO E05-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE IESAPRR            TO WORK-FILE
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO E05-EXIT
           END-IF.

           MOVE 4                      TO SOD-RETN.
       E05-EXIT.
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
               MOVE 'HOLDINGS'         TO WORK-FILE
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
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
               MOVE 'NESTING'          TO WORK-FILE
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO P25-EXIT
           END-IF.
           ADD  1                      TO SUBJ-CTR.
           MOVE WORK-SUBJECT           TO SUBJ-NAME(SUBJ-CTR).
       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    NOTE THE FAILURE ON THE CONSOLE AND FAIL THE CHECK - A      *
      *    FILE NAME, OR THE TABLE THAT RAN OUT OF ROOM                *
      ******************************************************************
       Z00-REPORT-ERROR.
           MOVE 16                     TO SOD-RETN.
           MOVE SPACES                 TO OPER-MSG.
           STRING THIS-PGM ': ' WORK-FILE
                  ' FAILED THE SOD CHECK FOR ' SOD-USRIDNT
                  ', GRANT REFUSED'
               DELIMITED BY SIZE     INTO OPER-MSG.
           EXEC CICS WRITE OPERATOR
                     TEXT       (OPER-MSG)
                     TEXTLENGTH (OPER-MSG-LEN)
                     NOHANDLE
           END-EXEC.
       Z05-EXIT.
           EXIT.
