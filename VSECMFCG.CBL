      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMFCG.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       FIRECALL EMERGENCY ACCESS SCREEN (TRANSACTION
      *               VSM6, MENU OPTION 6).  GRANTS A TIME-BOXED GROUP
      *               MEMBERSHIP OR FACILITY PERMIT BY LINKING VSECFCGR,
      *               WHICH HOLDS THE APPROVER CHECK, THE OPEN-GRANT
      *               CHECK, THE SEPARATION-OF-DUTIES CHECK, THE IESFIRE
      *               RECORD THE NIGHTLY EXPIRY RUN WORKS FROM, AND THE
      *               DATASPACE REFRESH.  THIS PROGRAM ONLY CHECKS THAT
      *               THE FIELDS ARE PRESENT AND THE EXPIRY IS NUMERIC,
      *               AND SHOWS VSECFCGR'S RETURN CODE AGAINST THE
      *               FIELD IT CONCERNS.  FOR A GROUP GRANT THE GROUP
      *               NAME GOES IN THE RESOURCE FIELD, AS IT DOES IN
      *               THE IESFCRQ RECORD.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMFCG'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM6'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMFCG'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  VSECFCGR                  PIC  X(08)   VALUE 'VSECFCGR'.
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
           88  ERROR-ON-EXP-DATE                    VALUE 'D'.
           88  ERROR-ON-EXP-TIME                    VALUE 'H'.
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
           05  SCR-EXP-DATE            PIC  X(08).
           05  SCR-EXP-DATE-N REDEFINES SCR-EXP-DATE
                                       PIC  9(08).
           05  SCR-EXP-TIME            PIC  X(06).
           05  SCR-EXP-TIME-N REDEFINES SCR-EXP-TIME
                                       PIC  9(06).

      * FIRECALL GRANT COMMAREA (LINKED TO VSECFCGR)
         03  FCGR-COMMAREA.
           05  FCGR-RETURN-CODE        PIC  9(02).
             88  FCGR-SUCCESS                       VALUE 00.
             88  FCGR-NOT-FOUND                     VALUE 04.
             88  FCGR-ALREADY-EXISTS                VALUE 08.
             88  FCGR-INVALID-REQUEST               VALUE 12.
             88  FCGR-IO-ERROR                      VALUE 16.
             88  FCGR-RECORD-FULL                   VALUE 20.
             88  FCGR-UPDATE-DEFERRED               VALUE 24.
             88  FCGR-NOT-AUTHORIZED                VALUE 28.
             88  FCGR-SOD-CONFLICT                  VALUE 32.
           05  FCGR-USERID             PIC  X(08).
           05  FCGR-TYPE               PIC  X(01).
           05  FCGR-APPL               PIC  X(04).
           05  FCGR-TRANS              PIC  X(04).
           05  FCGR-RESOURCE           PIC  X(44).
           05  FCGR-ACCESS             PIC  X(01).
           05  FCGR-EXP-DATE           PIC  9(08).
           05  FCGR-EXP-TIME           PIC  9(06).
           05  FCGR-REFRESH-FAILED     PIC  X(01).

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
                   PERFORM A10-PROCESS-ENTER THRU A15-EXIT
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
           MOVE 'FOR A GROUP GRANT, PUT THE GROUP NAME IN THE RESOURCE F
      -         'IELD'                 TO WORK-MESSAGE.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - CHECK THE FIELDS ARE PRESENT, THEN GRANT            *
      ******************************************************************
       A10-PROCESS-ENTER.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.

           PERFORM A40-EDIT-FIELDS THRU A45-EXIT.
           IF  NOT ERROR-NONE
               GO TO A15-EXIT
           END-IF.

           MOVE SCR-USERID             TO SCRN-USERID.
           PERFORM B10-LINK-VSECFCGR THRU B15-EXIT.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMFCGI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMFCGI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE FCUSERI                TO SCR-USERID.
           MOVE FCTYPEI                TO SCR-TYPE.
           MOVE FCAPPLI                TO SCR-APPL.
           MOVE FCTRANI                TO SCR-TRANS.
           MOVE FCRSRCI                TO SCR-RESOURCE.
           MOVE FCACCI                 TO SCR-ACCESS.
           MOVE FCEXPDI                TO SCR-EXP-DATE.
           MOVE FCEXPTI                TO SCR-EXP-TIME.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    THE FIELDS A GRANT NEEDS - A PERMIT ALSO NAMES A FACILITY   *
      *    AND AN ACCESS LEVEL                                         *
      ******************************************************************
       A40-EDIT-FIELDS.
           IF  SCR-USERID = SPACES
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ENTER THE USERID TO GRANT EMERGENCY ACCESS TO'
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
                   MOVE 'ENTER THE APPLICATION FOR A PERMIT GRANT'
                                       TO WORK-MESSAGE
                   GO TO A45-EXIT
               END-IF
               IF  SCR-TRANS = SPACES
                   SET  ERROR-ON-TRANS TO TRUE
                   MOVE 'ENTER THE TRANSACTION FOR A PERMIT GRANT'
                                       TO WORK-MESSAGE
                   GO TO A45-EXIT
               END-IF
           END-IF.

           IF  SCR-RESOURCE = SPACES
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'ENTER THE RESOURCE (OR GROUP NAME) TO GRANT'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-TYPE-PERMIT
           AND SCR-ACCESS = SPACES
               SET  ERROR-ON-ACCESS    TO TRUE
               MOVE 'ENTER THE ACCESS LEVEL TO GRANT'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-EXP-DATE NOT NUMERIC
           OR  SCR-EXP-DATE-N = ZEROES
               SET  ERROR-ON-EXP-DATE  TO TRUE
               MOVE 'ENTER THE EXPIRY DATE AS CCYYMMDD'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

      * no time means the grant lapses at the start of the expiry date
           IF  SCR-EXP-TIME = SPACES
               MOVE ZEROES             TO SCR-EXP-TIME-N
           END-IF.
           IF  SCR-EXP-TIME NOT NUMERIC
               SET  ERROR-ON-EXP-TIME  TO TRUE
               MOVE 'ENTER THE EXPIRY TIME AS HHMMSS, OR LEAVE IT BLANK'
                                       TO WORK-MESSAGE
           END-IF.
       A45-EXIT.
           EXIT.

      /*****************************************************************
      *    LINK VSECFCGR AND TURN ITS RETURN CODE INTO A MESSAGE       *
      *    AGAINST THE FIELD IT CONCERNS                               *
      ******************************************************************
       B10-LINK-VSECFCGR.
           MOVE ZEROES                 TO FCGR-RETURN-CODE.
           MOVE SCR-USERID             TO FCGR-USERID.
           MOVE SCR-TYPE               TO FCGR-TYPE.
           MOVE SCR-APPL               TO FCGR-APPL.
           MOVE SCR-TRANS              TO FCGR-TRANS.
           MOVE SCR-RESOURCE           TO FCGR-RESOURCE.
           MOVE SCR-ACCESS             TO FCGR-ACCESS.
           MOVE SCR-EXP-DATE-N         TO FCGR-EXP-DATE.
           MOVE SCR-EXP-TIME-N         TO FCGR-EXP-TIME.
           MOVE 'N'                    TO FCGR-REFRESH-FAILED.

           EXEC CICS LINK
                     PROGRAM  (VSECFCGR)
                     COMMAREA (FCGR-COMMAREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'VSECFCGR COULD NOT BE LINKED - NOTHING WAS GRANTED'
                                       TO WORK-MESSAGE
               GO TO B15-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN FCGR-SUCCESS
             AND  FCGR-REFRESH-FAILED = 'Y'
               MOVE 'GRANTED - BUT THE REGION REFRESH FAILED; RUN VSECRE
      -             'FR BY HAND'       TO WORK-MESSAGE
             WHEN FCGR-SUCCESS
               MOVE 'EMERGENCY ACCESS GRANTED AND LIVE UNTIL THE EXPIRY'
                                       TO WORK-MESSAGE
             WHEN FCGR-NOT-FOUND
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'NO SUCH GROUP OR FACILITY'
                                       TO WORK-MESSAGE
             WHEN FCGR-ALREADY-EXISTS
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'THE USERID ALREADY HAS THIS ACCESS OR AN OPEN GRANT
      -             ' FOR IT'          TO WORK-MESSAGE
             WHEN FCGR-INVALID-REQUEST
               SET  ERROR-ON-TYPE      TO TRUE
               MOVE 'VSECFCGR DID NOT ACCEPT THE REQUEST AS KEYED'
                                       TO WORK-MESSAGE
             WHEN FCGR-RECORD-FULL
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'THE FACILITY RECORD IS FULL - NO MORE PERMITS CAN B
      -             'E ADDED TO IT'    TO WORK-MESSAGE
             WHEN FCGR-UPDATE-DEFERRED
               MOVE 'A BATCH UPDATE IS RUNNING - THE GRANT WAS DEFERRED'
                                       TO WORK-MESSAGE
             WHEN FCGR-NOT-AUTHORIZED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ONLY A REGISTERED APPROVER MAY GRANT FIRECALL ACCES
      -             'S'                TO WORK-MESSAGE
             WHEN FCGR-SOD-CONFLICT
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'SEPARATION-OF-DUTIES CONFLICT - NOT GRANTED'
                                       TO WORK-MESSAGE
             WHEN FCGR-IO-ERROR
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'SECURITY FILE ERROR - NOTHING WAS GRANTED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               SET  ERROR-ON-USERID    TO TRUE
               MOVE FCGR-RETURN-CODE   TO WORK-RC
               STRING 'VSECFCGR RETURNED UNEXPECTED CODE '
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
           MOVE LOW-VALUES             TO VSMFCGO.
           MOVE SCR-USERID             TO FCUSERO.
           MOVE SCR-TYPE               TO FCTYPEO.
           MOVE SCR-APPL               TO FCAPPLO.
           MOVE SCR-TRANS              TO FCTRANO.
           MOVE SCR-RESOURCE           TO FCRSRCO.
           MOVE SCR-ACCESS             TO FCACCO.
           MOVE SCR-EXP-DATE           TO FCEXPDO.
           MOVE SCR-EXP-TIME           TO FCEXPTO.
           MOVE WORK-MESSAGE           TO FCMSGO.

           EVALUATE TRUE
             WHEN ERROR-ON-TYPE
               MOVE ATTR-ERROR         TO FCTYPEA
               MOVE CURSOR-HERE        TO FCTYPEL
             WHEN ERROR-ON-APPL
               MOVE ATTR-ERROR         TO FCAPPLA
               MOVE CURSOR-HERE        TO FCAPPLL
             WHEN ERROR-ON-TRANS
               MOVE ATTR-ERROR         TO FCTRANA
               MOVE CURSOR-HERE        TO FCTRANL
             WHEN ERROR-ON-RESOURCE
               MOVE ATTR-ERROR         TO FCRSRCA
               MOVE CURSOR-HERE        TO FCRSRCL
             WHEN ERROR-ON-ACCESS
               MOVE ATTR-ERROR         TO FCACCA
               MOVE CURSOR-HERE        TO FCACCL
             WHEN ERROR-ON-EXP-DATE
               MOVE ATTR-NUM-ERROR     TO FCEXPDA
               MOVE CURSOR-HERE        TO FCEXPDL
             WHEN ERROR-ON-EXP-TIME
               MOVE ATTR-NUM-ERROR     TO FCEXPTA
               MOVE CURSOR-HERE        TO FCEXPTL
             WHEN ERROR-ON-USERID
               MOVE ATTR-ERROR         TO FCUSERA
               MOVE CURSOR-HERE        TO FCUSERL
             WHEN OTHER
               MOVE CURSOR-HERE        TO FCUSERL
           END-EVALUATE.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMFCGO)
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
