      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMAPQ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       APPROVAL QUEUE SCREEN (TRANSACTION VSM4, MENU
      *               OPTION 4).  SHOWS TWELVE PENDING ENTRIES AT A
      *               TIME FROM EITHER THE IESAPRVQ ORPHAN-PURGE QUEUE
      *               (BROWSED THROUGH VSECAPRV) OR THE IESACRQ ACCESS
      *               REQUEST QUEUE (BROWSED THROUGH VSECACRQ), AND
      *               PASSES AN APPROVE OR REJECT FOR THE LINE NUMBER
      *               KEYED BACK TO THE SAME PROGRAM.  WHO MAY DECIDE,
      *               AND WHEN A SECOND APPROVER IS NEEDED, IS ENTIRELY
      *               THAT PROGRAM'S BUSINESS.  THE KEY OF EVERY LINE
      *               SHOWN IS KEPT IN THE COMMAREA SO A DECISION NEVER
      *               DEPENDS ON WHAT WAS ON THE SCREEN, AND THE PAGE
      *               IS BROWSED AFRESH ON EVERY TURN SO ENTRIES
      *               DECIDED ELSEWHERE DROP OUT.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SHOW VSECACRQ'S NEW RETURN CODES 40 (RESOURCE NO
      *                LONGER CATALOGUED AS REQUESTABLE) AND 44 (THE
      *                TIER-3 RESOURCE'S OWNER MUST APPROVE), NAMING
      *                THE OWNER.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMAPQ'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM4'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMAPQ'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  VSECAPRV                  PIC  X(08)   VALUE 'VSECAPRV'.
         03  VSECACRQ                  PIC  X(08)   VALUE 'VSECACRQ'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  WORK-RC                   PIC  9(02)   VALUE ZEROES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-QUEUE                       VALUE 'Q'.
           88  ERROR-ON-LINE                        VALUE 'L'.
           88  ERROR-ON-DECISION                    VALUE 'D'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.
         03  PAGE-SIZE                 PIC S9(04)   BINARY VALUE 12.
         03  ROW-IX                    PIC S9(04)   BINARY VALUE ZERO.
         03  SAVE-PAGE-KEY             PIC  X(27)   VALUE SPACES.
         03  BROWSE-SW                 PIC  X(01)   VALUE 'N'.
           88  BROWSE-STOPPED                       VALUE 'Y'.

      * THE SCREEN'S FIELDS, LOW-VALUES REPLACED BY SPACES
         03  SCREEN-FIELDS.
           05  SCR-QUEUE               PIC  X(01).
             88  SCR-QUEUE-PURGE                    VALUE 'P'.
             88  SCR-QUEUE-REQUEST                  VALUE 'R'.
           05  SCR-LINE                PIC  X(02).
           05  SCR-LINE-N REDEFINES SCR-LINE
                                       PIC  9(02).
           05  SCR-DECISION            PIC  X(01).
             88  SCR-DECISION-VALID                 VALUE 'A' 'R'.

      * THE LINES SHOWN ON THIS PAGE
         03  ROW-TABLE.
           05  ROW-LINE                PIC  X(79)   OCCURS 12 TIMES.

      * ONE QUEUE ENTRY'S KEY AS KEPT IN SCRN-ROW-KEY AND THE BROWSE
      * KEYS - A PURGE ENTRY USES ONLY THE USERID
         03  ROW-KEY.
           05  ROW-KEY-USERID          PIC  X(08).
           05  ROW-KEY-DATE            PIC  9(08).
           05  ROW-KEY-TIME            PIC  9(06).
           05  ROW-KEY-SEQNO           PIC  9(05).

         03  PURGE-HEADING             PIC  X(79)   VALUE
             'LN  USERID    QUEUED     AT'.
         03  PURGE-ROW.
           05  PURGE-ROW-LINE          PIC  Z9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  PURGE-ROW-USERID        PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  PURGE-ROW-DATE          PIC  9(08).
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  PURGE-ROW-TIME          PIC  9(06).
           05  FILLER                  PIC  X(48)   VALUE SPACES.

         03  REQUEST-HEADING           PIC  X(79)   VALUE
             'LN USERID   REQUESTED T APPL TRAN RESOURCE'.
         03  REQUEST-ROW.
           05  REQUEST-ROW-LINE        PIC  Z9.
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  REQUEST-ROW-USERID      PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  REQUEST-ROW-DATE        PIC  9(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  REQUEST-ROW-TYPE        PIC  X(01).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  REQUEST-ROW-APPL        PIC  X(04).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  REQUEST-ROW-TRANS       PIC  X(04).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  REQUEST-ROW-RESOURCE    PIC  X(44).
           05  FILLER                  PIC  X(01)   VALUE SPACE.

      * PURGE APPROVAL QUEUE COMMAREA (LINKED TO VSECAPRV)
         03  APRV-COMMAREA.
           05  APRV-FUNCTION           PIC  X(01).
             88  APRV-FUNC-BROWSE-NEXT              VALUE 'N'.
           05  APRV-RETURN-CODE        PIC  9(02).
             88  APRV-SUCCESS                       VALUE 00.
             88  APRV-FIRST-APPROVAL                VALUE 02.
             88  APRV-NOT-FOUND                     VALUE 04.
             88  APRV-END-OF-QUEUE                  VALUE 08.
             88  APRV-INVALID-FUNCTION              VALUE 12.
             88  APRV-IO-ERROR                      VALUE 16.
             88  APRV-UPDATE-DEFERRED               VALUE 20.
             88  APRV-NOT-AUTHORIZED                VALUE 24.
             88  APRV-SAME-APPROVER                 VALUE 28.
           05  APRV-USERID             PIC  X(08).
           05  APRV-QUEUED-DATE        PIC  9(08).
           05  APRV-QUEUED-TIME        PIC  9(06).
           05  APRV-DECIDED-BY         PIC  X(08).

      * ACCESS REQUEST COMMAREA (LINKED TO VSECACRQ)
         03  ACRM-COMMAREA.
           05  ACRM-FUNCTION           PIC  X(01).
             88  ACRM-FUNC-BROWSE-NEXT              VALUE 'N'.
           05  ACRM-RETURN-CODE        PIC  9(02).
             88  ACRM-SUCCESS                       VALUE 00.
             88  ACRM-FIRST-APPROVAL                VALUE 02.
             88  ACRM-NOT-FOUND                     VALUE 04.
             88  ACRM-END-OF-QUEUE                  VALUE 08.
             88  ACRM-INVALID-FUNCTION              VALUE 12.
             88  ACRM-IO-ERROR                      VALUE 16.
             88  ACRM-UPDATE-DEFERRED               VALUE 20.
             88  ACRM-NOT-AUTHORIZED                VALUE 24.
             88  ACRM-SAME-APPROVER                 VALUE 28.
             88  ACRM-INVALID-REQUEST               VALUE 32.
             88  ACRM-SOD-CONFLICT                  VALUE 36.
             88  ACRM-NOT-CATALOGUED                VALUE 40.
             88  ACRM-OWNER-REQUIRED                VALUE 44.
           05  ACRM-USERID             PIC  X(08).
           05  ACRM-DATE               PIC  9(08).
           05  ACRM-TIME               PIC  9(06).
           05  ACRM-SEQNO              PIC  9(05).
           05  ACRM-TYPE               PIC  X(01).
           05  ACRM-APPL               PIC  X(04).
           05  ACRM-TRANS              PIC  X(04).
           05  ACRM-RESOURCE           PIC  X(44).
           05  ACRM-ACCESS             PIC  X(01).
           05  ACRM-REQUESTED-BY       PIC  X(08).
           05  ACRM-DECIDED-BY         PIC  X(08).
           05  ACRM-SOD-REASON         PIC  X(50).
           05  ACRM-SOD-RULE           PIC  X(26).

      * 3270 ATTENTION KEYS AND ERROR ATTRIBUTES
       COPY VSMKEYS.

      * SCREEN COMMAREA CARRIED BETWEEN TURNS AND PROGRAMS
       COPY VSMCOMM.

      * SYMBOLIC MAPS FOR THE VSMMAPS MAPSET
       COPY VSMMAPS.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC  X(512).

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

           IF  EIBCALEN = LENGTH OF VSM-COMMAREA
               MOVE DFHCOMMAREA        TO VSM-COMMAREA
           ELSE
               MOVE SPACES             TO VSM-COMMAREA
           END-IF.

           MOVE SPACES                 TO SCREEN-FIELDS
                                          ROW-TABLE.

           IF  SCRN-LAST-PGM NOT = THIS-PGM
               PERFORM A00-FIRST-TURN THRU A05-EXIT
           ELSE
               EVALUATE EIBAID
                 WHEN AID-CLEAR
                 WHEN AID-PF12
                   PERFORM Z10-END-SESSION THRU Z15-EXIT
                 WHEN AID-PF3
                   PERFORM Z20-RETURN-TO-MENU THRU Z25-EXIT
                 WHEN AID-ENTER
                   PERFORM A10-PROCESS-ENTER THRU A15-EXIT
                 WHEN AID-PF7
                   PERFORM A30-FIRST-PAGE THRU A35-EXIT
                 WHEN AID-PF8
                   PERFORM A40-NEXT-PAGE THRU A45-EXIT
                 WHEN OTHER
                   MOVE 'THAT KEY IS NOT ACTIVE ON THIS SCREEN'
                                       TO WORK-MESSAGE
                   MOVE SCRN-QUEUE     TO SCR-QUEUE
                   IF  SCR-QUEUE NOT = SPACES
                       PERFORM B10-LOAD-PAGE THRU B15-EXIT
                   END-IF
               END-EVALUATE
           END-IF.

           PERFORM Y10-SEND-SCREEN THRU Y15-EXIT.

           MOVE THIS-PGM               TO SCRN-LAST-PGM.
           EXEC CICS RETURN
                     TRANSID  (THIS-TRAN)
                     COMMAREA (VSM-COMMAREA)
           END-EXEC.

           GOBACK.

      /*****************************************************************
      *    FIRST TURN - NO QUEUE CHOSEN YET AND NOTHING ON SHOW        *
      ******************************************************************
       A00-FIRST-TURN.
           MOVE ZERO                   TO SCRN-TOP
                                          SCRN-ROW-COUNT.
           MOVE SPACES                 TO SCRN-QUEUE
                                          SCRN-PAGE-KEY
                                          SCRN-BROWSE-KEY
                                          SCRN-QUEUE-END.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           MOVE 'CHOOSE QUEUE P (PURGE APPROVALS) OR R (REQUESTS)'
                                       TO WORK-MESSAGE.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - A NEW QUEUE (OR NO LINE NUMBER) SHOWS THE FIRST     *
      *    PAGE; A LINE NUMBER AND DECISION DECIDES THAT ENTRY AND     *
      *    SHOWS THE SAME PAGE AGAIN WITHOUT IT                        *
      ******************************************************************
       A10-PROCESS-ENTER.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.

           IF  NOT SCR-QUEUE-PURGE
           AND NOT SCR-QUEUE-REQUEST
               MOVE SPACES             TO SCRN-QUEUE
               MOVE ZERO               TO SCRN-ROW-COUNT
               SET  ERROR-ON-QUEUE     TO TRUE
               MOVE 'QUEUE MUST BE P (PURGE APPROVALS) OR R (REQUESTS)'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

           IF  SCR-QUEUE NOT = SCRN-QUEUE
           OR (SCR-LINE = SPACES AND SCR-DECISION = SPACES)
               MOVE SCR-QUEUE          TO SCRN-QUEUE
               MOVE SPACES             TO SCRN-PAGE-KEY
                                          SCR-LINE
                                          SCR-DECISION
               PERFORM B10-LOAD-PAGE THRU B15-EXIT
               GO TO A15-EXIT
           END-IF.

           PERFORM A50-EDIT-DECISION THRU A55-EXIT.
           IF  ERROR-NONE
               PERFORM B30-DECIDE-ENTRY THRU B35-EXIT
           END-IF.

           PERFORM B10-LOAD-PAGE THRU B15-EXIT.

      * the last entry on a later page was decided - start again
           IF  SCRN-ROW-COUNT = ZERO
           AND SCRN-PAGE-KEY NOT = SPACES
               MOVE SPACES             TO SCRN-PAGE-KEY
               PERFORM B10-LOAD-PAGE THRU B15-EXIT
           END-IF.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMAPQI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMAPQI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE AQQUEI                 TO SCR-QUEUE.
           MOVE AQLINEI                TO SCR-LINE.
           MOVE AQDECI                 TO SCR-DECISION.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF7 - BACK TO THE FRONT OF THE QUEUE ON SHOW                *
      ******************************************************************
       A30-FIRST-PAGE.
           MOVE SCRN-QUEUE             TO SCR-QUEUE.
           IF  SCR-QUEUE = SPACES
               SET  ERROR-ON-QUEUE     TO TRUE
               MOVE 'CHOOSE QUEUE P (PURGE APPROVALS) OR R (REQUESTS)'
                                       TO WORK-MESSAGE
               GO TO A35-EXIT
           END-IF.

           MOVE SPACES                 TO SCRN-PAGE-KEY.
           PERFORM B10-LOAD-PAGE THRU B15-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    PF8 - THE NEXT PAGE, STAYING PUT WHEN THERE IS NONE         *
      ******************************************************************
       A40-NEXT-PAGE.
           MOVE SCRN-QUEUE             TO SCR-QUEUE.
           IF  SCR-QUEUE = SPACES
               SET  ERROR-ON-QUEUE     TO TRUE
               MOVE 'CHOOSE QUEUE P (PURGE APPROVALS) OR R (REQUESTS)'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           MOVE SCRN-PAGE-KEY          TO SAVE-PAGE-KEY.
           IF  NOT SCRN-QUEUE-AT-END
               MOVE SCRN-BROWSE-KEY    TO SCRN-PAGE-KEY
               PERFORM B10-LOAD-PAGE THRU B15-EXIT
               IF  SCRN-ROW-COUNT > ZERO
               OR  BROWSE-STOPPED
                   GO TO A45-EXIT
               END-IF
           END-IF.

           MOVE SAVE-PAGE-KEY          TO SCRN-PAGE-KEY.
           PERFORM B10-LOAD-PAGE THRU B15-EXIT.
           MOVE 'NO MORE ENTRIES - PF7 RETURNS TO THE FIRST PAGE'
                                       TO WORK-MESSAGE.
       A45-EXIT.
           EXIT.

      /*****************************************************************
      *    EDIT THE LINE NUMBER AGAINST THE LINES NOW SHOWN, AND THE   *
      *    DECISION CODE                                               *
      ******************************************************************
       A50-EDIT-DECISION.
      * a single digit comes in left-justified
           IF  SCR-LINE(2:1) = SPACE
               MOVE SCR-LINE(1:1)      TO SCR-LINE(2:1)
               MOVE '0'                TO SCR-LINE(1:1)
           END-IF.

           IF  SCR-LINE NOT NUMERIC
           OR  SCR-LINE-N < 1
           OR  SCR-LINE-N > SCRN-ROW-COUNT
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'ENTER THE LINE NUMBER OF AN ENTRY SHOWN BELOW'
                                       TO WORK-MESSAGE
               GO TO A55-EXIT
           END-IF.

           IF  NOT SCR-DECISION-VALID
               SET  ERROR-ON-DECISION  TO TRUE
               MOVE 'DECISION MUST BE A (APPROVE) OR R (REJECT)'
                                       TO WORK-MESSAGE
               GO TO A55-EXIT
           END-IF.
       A55-EXIT.
           EXIT.

      /*****************************************************************
      *    BROWSE ONE PAGE OF PENDING ENTRIES FROM SCRN-PAGE-KEY,      *
      *    KEEPING EACH LINE'S KEY FOR A LATER DECISION                *
      ******************************************************************
       B10-LOAD-PAGE.
           MOVE ZERO                   TO SCRN-ROW-COUNT.
           MOVE SPACES                 TO ROW-TABLE
                                          SCRN-QUEUE-END.
           MOVE 'N'                    TO BROWSE-SW.
           MOVE SCRN-PAGE-KEY          TO SCRN-BROWSE-KEY.

           PERFORM B20-BROWSE-NEXT THRU B25-EXIT
             WITH TEST BEFORE
               UNTIL SCRN-ROW-COUNT >= PAGE-SIZE
                  OR SCRN-QUEUE-AT-END
                  OR BROWSE-STOPPED.

           IF  SCRN-ROW-COUNT = ZERO
           AND SCRN-PAGE-KEY = SPACES
           AND NOT BROWSE-STOPPED
           AND WORK-MESSAGE = SPACES
               MOVE 'NOTHING IS WAITING FOR A DECISION ON THIS QUEUE'
                                       TO WORK-MESSAGE
           END-IF.
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE BROWSE-NEXT AGAINST THE QUEUE ON SHOW                   *
      ******************************************************************
       B20-BROWSE-NEXT.
           MOVE SCRN-BROWSE-KEY        TO ROW-KEY.
           IF  ROW-KEY = SPACES
               MOVE ZEROES             TO ROW-KEY-DATE
                                          ROW-KEY-TIME
                                          ROW-KEY-SEQNO
           END-IF.

           IF  SCR-QUEUE-PURGE
               MOVE SPACES             TO APRV-COMMAREA
               SET  APRV-FUNC-BROWSE-NEXT TO TRUE
               MOVE ZEROES             TO APRV-RETURN-CODE
                                          APRV-QUEUED-DATE
                                          APRV-QUEUED-TIME
               MOVE ROW-KEY-USERID     TO APRV-USERID
               EXEC CICS LINK
                         PROGRAM  (VSECAPRV)
                         COMMAREA (APRV-COMMAREA)
                         NOHANDLE
               END-EXEC
               MOVE APRV-RETURN-CODE   TO WORK-RC
           ELSE
               MOVE SPACES             TO ACRM-COMMAREA
               SET  ACRM-FUNC-BROWSE-NEXT TO TRUE
               MOVE ZEROES             TO ACRM-RETURN-CODE
               MOVE ROW-KEY-USERID     TO ACRM-USERID
               MOVE ROW-KEY-DATE       TO ACRM-DATE
               MOVE ROW-KEY-TIME       TO ACRM-TIME
               MOVE ROW-KEY-SEQNO      TO ACRM-SEQNO
               EXEC CICS LINK
                         PROGRAM  (VSECACRQ)
                         COMMAREA (ACRM-COMMAREA)
                         NOHANDLE
               END-EXEC
               MOVE ACRM-RETURN-CODE   TO WORK-RC
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  BROWSE-STOPPED     TO TRUE
               SET  ERROR-ON-QUEUE     TO TRUE
               MOVE 'THE QUEUE PROGRAM COULD NOT BE LINKED'
                                       TO WORK-MESSAGE
               GO TO B25-EXIT
           END-IF.

           EVALUATE WORK-RC
             WHEN 00
               CONTINUE
             WHEN 08
               SET  SCRN-QUEUE-AT-END  TO TRUE
               GO TO B25-EXIT
             WHEN 24
               SET  BROWSE-STOPPED     TO TRUE
               SET  ERROR-ON-QUEUE     TO TRUE
               MOVE 'YOU ARE NOT AUTHORIZED TO BROWSE THIS QUEUE'
                                       TO WORK-MESSAGE
               GO TO B25-EXIT
             WHEN OTHER
               SET  BROWSE-STOPPED     TO TRUE
               SET  ERROR-ON-QUEUE     TO TRUE
               STRING 'QUEUE BROWSE RETURNED UNEXPECTED CODE '
                                       DELIMITED BY SIZE
                      WORK-RC          DELIMITED BY SIZE
                                  INTO WORK-MESSAGE
               GO TO B25-EXIT
           END-EVALUATE.

           ADD  1                      TO SCRN-ROW-COUNT.
           MOVE SPACES                 TO ROW-KEY.
           IF  SCR-QUEUE-PURGE
               MOVE APRV-USERID        TO ROW-KEY-USERID
               MOVE SCRN-ROW-COUNT     TO PURGE-ROW-LINE
               MOVE APRV-USERID        TO PURGE-ROW-USERID
               MOVE APRV-QUEUED-DATE   TO PURGE-ROW-DATE
               MOVE APRV-QUEUED-TIME   TO PURGE-ROW-TIME
               MOVE PURGE-ROW          TO ROW-LINE(SCRN-ROW-COUNT)
           ELSE
               MOVE ACRM-USERID        TO ROW-KEY-USERID
               MOVE ACRM-DATE          TO ROW-KEY-DATE
               MOVE ACRM-TIME          TO ROW-KEY-TIME
               MOVE ACRM-SEQNO         TO ROW-KEY-SEQNO
               MOVE SCRN-ROW-COUNT     TO REQUEST-ROW-LINE
               MOVE ACRM-USERID        TO REQUEST-ROW-USERID
               MOVE ACRM-DATE          TO REQUEST-ROW-DATE
               MOVE ACRM-TYPE          TO REQUEST-ROW-TYPE
               MOVE ACRM-APPL          TO REQUEST-ROW-APPL
               MOVE ACRM-TRANS         TO REQUEST-ROW-TRANS
               MOVE ACRM-RESOURCE      TO REQUEST-ROW-RESOURCE
               MOVE REQUEST-ROW        TO ROW-LINE(SCRN-ROW-COUNT)
           END-IF.
           MOVE ROW-KEY                TO SCRN-ROW-KEY(SCRN-ROW-COUNT)
                                          SCRN-BROWSE-KEY.
       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    APPROVE OR REJECT THE ENTRY ON THE LINE KEYED, BY THE KEY   *
      *    KEPT FOR THAT LINE, AND SAY WHAT CAME OF IT                 *
      ******************************************************************
       B30-DECIDE-ENTRY.
           MOVE SCRN-ROW-KEY(SCR-LINE-N)
                                       TO ROW-KEY.

           IF  SCR-QUEUE-PURGE
               MOVE SPACES             TO APRV-COMMAREA
               MOVE SCR-DECISION       TO APRV-FUNCTION
               MOVE ZEROES             TO APRV-RETURN-CODE
                                          APRV-QUEUED-DATE
                                          APRV-QUEUED-TIME
               MOVE ROW-KEY-USERID     TO APRV-USERID
               EXEC CICS LINK
                         PROGRAM  (VSECAPRV)
                         COMMAREA (APRV-COMMAREA)
                         NOHANDLE
               END-EXEC
               MOVE APRV-RETURN-CODE   TO WORK-RC
           ELSE
               MOVE SPACES             TO ACRM-COMMAREA
               MOVE SCR-DECISION       TO ACRM-FUNCTION
               MOVE ZEROES             TO ACRM-RETURN-CODE
               MOVE ROW-KEY-USERID     TO ACRM-USERID
               MOVE ROW-KEY-DATE       TO ACRM-DATE
               MOVE ROW-KEY-TIME       TO ACRM-TIME
               MOVE ROW-KEY-SEQNO      TO ACRM-SEQNO
               EXEC CICS LINK
                         PROGRAM  (VSECACRQ)
                         COMMAREA (ACRM-COMMAREA)
                         NOHANDLE
               END-EXEC
               MOVE ACRM-RETURN-CODE   TO WORK-RC
           END-IF.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'THE QUEUE PROGRAM COULD NOT BE LINKED - NO DECISION
      -             ' MADE'            TO WORK-MESSAGE
               GO TO B35-EXIT
           END-IF.

      * both programs share the same return codes through 28
           EVALUATE WORK-RC
             WHEN 00
               MOVE SPACES             TO SCR-LINE
                                          SCR-DECISION
               MOVE 'DECISION RECORDED'
                                       TO WORK-MESSAGE
             WHEN 02
               MOVE SPACES             TO SCR-LINE
                                          SCR-DECISION
               MOVE 'FIRST APPROVAL RECORDED - SECOND APPROVER NEEDED'
                                       TO WORK-MESSAGE
             WHEN 04
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'THAT ENTRY IS NO LONGER ON THE QUEUE'
                                       TO WORK-MESSAGE
             WHEN 20
               MOVE SPACES             TO SCR-LINE
                                          SCR-DECISION
               MOVE 'BATCH UPDATE IN PROGRESS - DECISION DEFERRED'
                                       TO WORK-MESSAGE
             WHEN 24
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'YOU ARE NOT A REGISTERED APPROVER FOR THIS ENTRY'
                                       TO WORK-MESSAGE
             WHEN 28
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'A DIFFERENT APPROVER MUST GIVE THE SECOND APPROVAL'
                                       TO WORK-MESSAGE
             WHEN 32
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'VSECACRQ FOUND THE REQUEST INVALID'
                                       TO WORK-MESSAGE
             WHEN 36
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'SEPARATION-OF-DUTIES CONFLICT - NOT APPROVED'
                                       TO WORK-MESSAGE
      * only VSECACRQ returns 40 and 44
             WHEN 40
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'RESOURCE IS NO LONGER CATALOGUED AS REQUESTABLE - N
      -             'OT APPROVED'      TO WORK-MESSAGE
             WHEN 44
               SET  ERROR-ON-LINE      TO TRUE
               STRING 'HIGH-RISK RESOURCE - ITS OWNER '
                                       DELIMITED BY SIZE
                      ACRM-DECIDED-BY  DELIMITED BY SPACE
                      ' (OR THEIR DELEGATE) MUST APPROVE'
                                       DELIMITED BY SIZE
                                  INTO WORK-MESSAGE
             WHEN 16
               SET  ERROR-ON-LINE      TO TRUE
               MOVE 'QUEUE FILE ERROR - NO DECISION MADE'
                                       TO WORK-MESSAGE
             WHEN OTHER
               SET  ERROR-ON-LINE      TO TRUE
               STRING 'QUEUE PROGRAM RETURNED UNEXPECTED CODE '
                                       DELIMITED BY SIZE
                      WORK-RC          DELIMITED BY SIZE
                                  INTO WORK-MESSAGE
           END-EVALUATE.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    SEND THE WHOLE SCREEN, BRIGHTENING THE FIELD IN ERROR AND   *
      *    PUTTING THE CURSOR ON IT                                    *
      ******************************************************************
       Y10-SEND-SCREEN.
           MOVE LOW-VALUES             TO VSMAPQO.
           MOVE SCR-QUEUE              TO AQQUEO.
           MOVE SCR-LINE               TO AQLINEO.
           MOVE SCR-DECISION           TO AQDECO.
           EVALUATE TRUE
             WHEN SCR-QUEUE-PURGE
               MOVE PURGE-HEADING      TO AQHDRO
             WHEN SCR-QUEUE-REQUEST
               MOVE REQUEST-HEADING    TO AQHDRO
           END-EVALUATE.
           PERFORM WITH TEST BEFORE
                   VARYING ROW-IX FROM 1 BY 1
                     UNTIL ROW-IX > PAGE-SIZE
               MOVE ROW-LINE(ROW-IX)   TO AQROWO(ROW-IX)
           END-PERFORM.
           MOVE WORK-MESSAGE           TO AQMSGO.

           EVALUATE TRUE
             WHEN ERROR-ON-QUEUE
               MOVE ATTR-ERROR         TO AQQUEA
               MOVE CURSOR-HERE        TO AQQUEL
             WHEN ERROR-ON-LINE
               MOVE ATTR-NUM-ERROR     TO AQLINEA
               MOVE CURSOR-HERE        TO AQLINEL
             WHEN ERROR-ON-DECISION
               MOVE ATTR-ERROR         TO AQDECA
               MOVE CURSOR-HERE        TO AQDECL
             WHEN SCR-QUEUE = SPACES
               MOVE CURSOR-HERE        TO AQQUEL
             WHEN OTHER
               MOVE CURSOR-HERE        TO AQLINEL
           END-EVALUATE.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMAPQO)
                     ERASE
                     CURSOR
                     NOHANDLE
           END-EXEC.
       Y15-EXIT.
           EXIT.

      /*****************************************************************
      *    CLEAR OR PF12 - END THE CONVERSATION WITH A CLEAN SCREEN    *
      ******************************************************************
       Z10-END-SESSION.
           EXEC CICS SEND
                     TEXT
                     FROM     (END-MESSAGE)
                     ERASE
                     FREEKB
                     NOHANDLE
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
       Z15-EXIT.
           EXIT.

      /*****************************************************************
      *    PF3 - BACK TO THE MENU, CARRYING THE USERID                 *
      ******************************************************************
       Z20-RETURN-TO-MENU.
           MOVE THIS-PGM               TO SCRN-LAST-PGM.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           EXEC CICS XCTL
                     PROGRAM  (MENU-PGM)
                     COMMAREA (VSM-COMMAREA)
                     NOHANDLE
           END-EXEC.

           MOVE 'THE MENU PROGRAM IS NOT AVAILABLE IN THIS REGION'
                                       TO WORK-MESSAGE.
       Z25-EXIT.
           EXIT.
