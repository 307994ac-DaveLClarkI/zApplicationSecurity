      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMREQ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ACCESS REQUEST ENTRY SCREEN (TRANSACTION VSM5,
      *               MENU OPTION 5).  FILES A GROUP MEMBERSHIP OR
      *               FACILITY PERMIT REQUEST ONTO THE IESACRQ QUEUE BY
      *               LINKING VSECACRQ WITH FUNCTION 'F', AND SHOWS THE
      *               NEW ENTRY'S STAMP.  WHEN THE REQUEST MEETS A
      *               SEPARATION-OF-DUTIES RULE THE RULE IS SHOWN, AND
      *               A REGISTERED APPROVER MAY KEY A JUSTIFICATION AND
      *               PRESS PF10 TO RECORD AN OVERRIDE (FUNCTION 'O')
      *               BEFORE FILING AGAIN.  WHO MAY OVERRIDE, AND
      *               WHETHER THERE IS ANYTHING TO OVERRIDE, IS LEFT TO
      *               VSECACRQ.  FOR A GROUP REQUEST THE GROUP NAME
      *               GOES IN THE RESOURCE FIELD.  ONLY A RESOURCE ON
      *               THE IESRCAT CATALOG AND MARKED REQUESTABLE CAN
      *               BE FILED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SHOW VSECACRQ'S NEW RETURN CODE 40 - THE
      *                RESOURCE IS NOT CATALOGUED AS REQUESTABLE.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMREQ'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM5'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMREQ'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  VSECACRQ                  PIC  X(08)   VALUE 'VSECACRQ'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  WORK-RC                   PIC  9(02)   VALUE ZEROES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-USERID                      VALUE 'U'.
           88  ERROR-ON-TYPE                        VALUE 'Y'.
           88  ERROR-ON-APPL                        VALUE 'P'.
           88  ERROR-ON-TRANS                       VALUE 'T'.
           88  ERROR-ON-RESOURCE                    VALUE 'R'.
           88  ERROR-ON-ACCESS                      VALUE 'C'.
           88  ERROR-ON-JUSTIFY                     VALUE 'J'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.

      * THE SCREEN'S FIELDS, LOW-VALUES REPLACED BY SPACES
         03  SCREEN-FIELDS.
           05  SCR-USERID              PIC  X(08).
           05  SCR-TYPE                PIC  X(01).
             88  SCR-TYPE-GROUP                     VALUE 'G'.
             88  SCR-TYPE-PERMIT                    VALUE 'F'.
           05  SCR-APPL                PIC  X(04).
           05  SCR-TRANS               PIC  X(04).
           05  SCR-RESOURCE            PIC  X(44).
           05  SCR-ACCESS              PIC  X(01).
           05  SCR-JUSTIFY             PIC  X(50).
           05  SCR-STAMP               PIC  X(40).
           05  SCR-RULE                PIC  X(26).

      * THE NEW ENTRY'S STAMP AS SHOWN ON THE SCREEN
         03  STAMP-LINE.
           05  STAMP-DATE              PIC  9(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  STAMP-TIME              PIC  9(06).
           05  FILLER                  PIC  X(01)   VALUE '-'.
           05  STAMP-SEQNO             PIC  9(05).
           05  FILLER                  PIC  X(04)   VALUE ' BY '.
           05  STAMP-BY                PIC  X(08).
           05  FILLER                  PIC  X(07)   VALUE SPACES.

      * ACCESS REQUEST QUEUE COMMAREA (LINKED TO VSECACRQ)
         03  ACRM-COMMAREA.
           05  ACRM-FUNCTION           PIC  X(01).
             88  ACRM-FUNC-FILE                     VALUE 'F'.
             88  ACRM-FUNC-OVERRIDE                 VALUE 'O'.
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
                   PERFORM A10-FILE-REQUEST THRU A15-EXIT
                 WHEN AID-PF10
                   PERFORM A30-RECORD-OVERRIDE THRU A35-EXIT
                 WHEN OTHER
                   PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT
                   MOVE 'THAT KEY IS NOT ACTIVE ON THIS SCREEN'
                                       TO WORK-MESSAGE
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
      *    FIRST TURN - AN EMPTY SCREEN WITH THE CARRIED USERID        *
      ******************************************************************
       A00-FIRST-TURN.
           MOVE SPACES                 TO SCREEN-FIELDS.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           MOVE SCRN-USERID            TO SCR-USERID.
           MOVE 'FOR A GROUP REQUEST, PUT THE GROUP NAME IN THE RESOURCE
      -         ' FIELD'               TO WORK-MESSAGE.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - CHECK THE FIELDS ARE PRESENT, THEN FILE             *
      ******************************************************************
       A10-FILE-REQUEST.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.
           MOVE SPACES                 TO SCR-STAMP
                                          SCR-RULE.

           PERFORM A40-EDIT-FIELDS THRU A45-EXIT.
           IF  NOT ERROR-NONE
               GO TO A15-EXIT
           END-IF.

           MOVE SCR-USERID             TO SCRN-USERID.
           SET  ACRM-FUNC-FILE         TO TRUE.
           PERFORM B10-LINK-VSECACRQ THRU B15-EXIT.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMREQI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMREQI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE RQUSERI                TO SCR-USERID.
           MOVE RQTYPEI                TO SCR-TYPE.
           MOVE RQAPPLI                TO SCR-APPL.
           MOVE RQTRANI                TO SCR-TRANS.
           MOVE RQRSRCI                TO SCR-RESOURCE.
           MOVE RQACCI                 TO SCR-ACCESS.
           MOVE RQJUSTI                TO SCR-JUSTIFY.
           MOVE RQSTMPI                TO SCR-STAMP.
           MOVE RQRULEI                TO SCR-RULE.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF10 - RECORD A SEPARATION-OF-DUTIES OVERRIDE FOR THE       *
      *    REQUEST ON THE SCREEN, WITH THE KEYED JUSTIFICATION         *
      ******************************************************************
       A30-RECORD-OVERRIDE.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.
           MOVE SPACES                 TO SCR-STAMP.

           PERFORM A40-EDIT-FIELDS THRU A45-EXIT.
           IF  NOT ERROR-NONE
               GO TO A35-EXIT
           END-IF.

           IF  SCR-JUSTIFY = SPACES
               SET  ERROR-ON-JUSTIFY   TO TRUE
               MOVE 'AN OVERRIDE NEEDS A JUSTIFICATION'
                                       TO WORK-MESSAGE
               GO TO A35-EXIT
           END-IF.

           MOVE SCR-USERID             TO SCRN-USERID.
           SET  ACRM-FUNC-OVERRIDE     TO TRUE.
           PERFORM B10-LINK-VSECACRQ THRU B15-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    THE FIELDS A REQUEST NEEDS - A PERMIT ALSO NAMES A FACILITY *
      *    AND AN ACCESS LEVEL                                         *
      ******************************************************************
       A40-EDIT-FIELDS.
           IF  SCR-USERID = SPACES
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ENTER THE USERID THE ACCESS IS FOR'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  NOT SCR-TYPE-GROUP
           AND NOT SCR-TYPE-PERMIT
               SET  ERROR-ON-TYPE      TO TRUE
               MOVE 'TYPE MUST BE G OR F'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-TYPE-PERMIT
               IF  SCR-APPL = SPACES
                   SET  ERROR-ON-APPL  TO TRUE
                   MOVE 'ENTER THE APPLICATION FOR A PERMIT REQUEST'
                                       TO WORK-MESSAGE
                   GO TO A45-EXIT
               END-IF
               IF  SCR-TRANS = SPACES
                   SET  ERROR-ON-TRANS TO TRUE
                   MOVE 'ENTER THE TRANSACTION FOR A PERMIT REQUEST'
                                       TO WORK-MESSAGE
                   GO TO A45-EXIT
               END-IF
           END-IF.

           IF  SCR-RESOURCE = SPACES
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'ENTER THE RESOURCE (OR GROUP NAME) REQUESTED'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-TYPE-PERMIT
           AND SCR-ACCESS = SPACES
               SET  ERROR-ON-ACCESS    TO TRUE
               MOVE 'ENTER THE ACCESS LEVEL REQUESTED'
                                       TO WORK-MESSAGE
           END-IF.
       A45-EXIT.
           EXIT.

      /*****************************************************************
      *    LINK VSECACRQ (FILE OR OVERRIDE, AS SET BY THE CALLER) AND  *
      *    TURN ITS RETURN CODE INTO A MESSAGE AGAINST THE FIELD IT    *
      *    CONCERNS                                                    *
      ******************************************************************
       B10-LINK-VSECACRQ.
           MOVE ZEROES                 TO ACRM-RETURN-CODE
                                          ACRM-DATE
                                          ACRM-TIME
                                          ACRM-SEQNO.
           MOVE SCR-USERID             TO ACRM-USERID.
           MOVE SCR-TYPE               TO ACRM-TYPE.
           MOVE SCR-APPL               TO ACRM-APPL.
           MOVE SCR-TRANS              TO ACRM-TRANS.
           MOVE SCR-RESOURCE           TO ACRM-RESOURCE.
           MOVE SCR-ACCESS             TO ACRM-ACCESS.
           MOVE SPACES                 TO ACRM-REQUESTED-BY
                                          ACRM-DECIDED-BY
                                          ACRM-SOD-RULE.
           MOVE SCR-JUSTIFY            TO ACRM-SOD-REASON.

           EXEC CICS LINK
                     PROGRAM  (VSECACRQ)
                     COMMAREA (ACRM-COMMAREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'VSECACRQ COULD NOT BE LINKED - NOTHING RECORDED'
                                       TO WORK-MESSAGE
               GO TO B15-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN ACRM-SUCCESS
             AND  ACRM-FUNC-OVERRIDE
               MOVE SPACES             TO SCR-RULE
               MOVE 'OVERRIDE RECORDED - PRESS ENTER TO FILE REQUEST'
                                       TO WORK-MESSAGE
             WHEN ACRM-SUCCESS
               MOVE ACRM-DATE          TO STAMP-DATE
               MOVE ACRM-TIME          TO STAMP-TIME
               MOVE ACRM-SEQNO         TO STAMP-SEQNO
               MOVE ACRM-REQUESTED-BY  TO STAMP-BY
               MOVE STAMP-LINE         TO SCR-STAMP
               MOVE SPACES             TO SCR-RULE
                                          SCR-JUSTIFY
               MOVE 'REQUEST FILED - IT NOW WAITS ON THE APPROVAL QUEUE'
                                       TO WORK-MESSAGE
             WHEN ACRM-SOD-CONFLICT
               MOVE ACRM-SOD-RULE      TO SCR-RULE
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'MEETS A SEPARATION-OF-DUTIES RULE - AN APPROVER MAY
      -             ' OVERRIDE WITH PF10'
                                       TO WORK-MESSAGE
             WHEN ACRM-NOT-CATALOGUED
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'NOT A REQUESTABLE RESOURCE - ONLY CATALOGUED RESOUR
      -             'CES MAY BE REQUESTED'
                                       TO WORK-MESSAGE
             WHEN ACRM-INVALID-REQUEST
             AND  ACRM-FUNC-OVERRIDE
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'THIS REQUEST MEETS NO SEPARATION-OF-DUTIES RULE - N
      -             'OTHING TO OVERRIDE'
                                       TO WORK-MESSAGE
             WHEN ACRM-INVALID-REQUEST
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'NO SUCH USERID, OR THE REQUEST IS INCOMPLETE'
                                       TO WORK-MESSAGE
             WHEN ACRM-NOT-AUTHORIZED
               SET  ERROR-ON-JUSTIFY   TO TRUE
               MOVE 'ONLY A REGISTERED APPROVER MAY OVERRIDE - AND NOT F
      -             'OR THEMSELVES'    TO WORK-MESSAGE
             WHEN ACRM-INVALID-FUNCTION
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'VSECACRQ DID NOT ACCEPT THE FUNCTION CODE'
                                       TO WORK-MESSAGE
             WHEN ACRM-UPDATE-DEFERRED
               MOVE 'A BATCH UPDATE IS RUNNING - IT WAS DEFERRED AND WIL
      -             'L BE REPLAYED'    TO WORK-MESSAGE
             WHEN ACRM-IO-ERROR
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'REQUEST QUEUE FILE ERROR - NOTHING WAS RECORDED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               SET  ERROR-ON-USERID    TO TRUE
               MOVE ACRM-RETURN-CODE   TO WORK-RC
               STRING 'VSECACRQ RETURNED UNEXPECTED CODE '
                                       DELIMITED BY SIZE
                      WORK-RC          DELIMITED BY SIZE
                                  INTO WORK-MESSAGE
           END-EVALUATE.
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    SEND THE WHOLE SCREEN, BRIGHTENING THE FIELD IN ERROR AND   *
      *    PUTTING THE CURSOR ON IT                                    *
      ******************************************************************
       Y10-SEND-SCREEN.
           MOVE LOW-VALUES             TO VSMREQO.
           MOVE SCR-USERID             TO RQUSERO.
           MOVE SCR-TYPE               TO RQTYPEO.
           MOVE SCR-APPL               TO RQAPPLO.
           MOVE SCR-TRANS              TO RQTRANO.
           MOVE SCR-RESOURCE           TO RQRSRCO.
           MOVE SCR-ACCESS             TO RQACCO.
           MOVE SCR-JUSTIFY            TO RQJUSTO.
           MOVE SCR-STAMP              TO RQSTMPO.
           MOVE SCR-RULE               TO RQRULEO.
           MOVE WORK-MESSAGE           TO RQMSGO.

           EVALUATE TRUE
             WHEN ERROR-ON-TYPE
               MOVE ATTR-ERROR         TO RQTYPEA
               MOVE CURSOR-HERE        TO RQTYPEL
             WHEN ERROR-ON-APPL
               MOVE ATTR-ERROR         TO RQAPPLA
               MOVE CURSOR-HERE        TO RQAPPLL
             WHEN ERROR-ON-TRANS
               MOVE ATTR-ERROR         TO RQTRANA
               MOVE CURSOR-HERE        TO RQTRANL
             WHEN ERROR-ON-RESOURCE
               MOVE ATTR-ERROR         TO RQRSRCA
               MOVE CURSOR-HERE        TO RQRSRCL
             WHEN ERROR-ON-ACCESS
               MOVE ATTR-ERROR         TO RQACCA
               MOVE CURSOR-HERE        TO RQACCL
             WHEN ERROR-ON-JUSTIFY
               MOVE ATTR-ERROR         TO RQJUSTA
               MOVE CURSOR-HERE        TO RQJUSTL
             WHEN ERROR-ON-USERID
               MOVE ATTR-ERROR         TO RQUSERA
               MOVE CURSOR-HERE        TO RQUSERL
             WHEN OTHER
               MOVE CURSOR-HERE        TO RQUSERL
           END-EVALUATE.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMREQO)
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
