      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMFRZ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       SIGN-ON FREEZE SCREEN (TRANSACTION VSM8, MENU
      *               OPTION 8).  SETS OR CLEARS THE SITE-WIDE SIGN-ON
      *               FREEZE BY LINKING VSECFRZE, WHICH HOLDS THE
      *               ADMINISTRATOR-ONLY AUTHORITY CHECK, THE EXPIRY,
      *               THE AUDIT ENTRY AND THE ALERT.  BECAUSE A FREEZE
      *               TURNS AWAY EVERY NON-ADMINISTRATOR SIGN-ON, BOTH
      *               SETTING AND CLEARING IT ARE ONLY PASSED ON AFTER
      *               PF10 CONFIRMS THE SAME ACTION.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMFRZ'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM8'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMFRZ'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  VSECFRZE                  PIC  X(08)   VALUE 'VSECFRZE'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  WORK-RC                   PIC  9(02)   VALUE ZEROES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-ACTION                      VALUE 'A'.
           88  ERROR-ON-MINUTES                     VALUE 'M'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.

      * THE SCREEN'S FIELDS, LOW-VALUES REPLACED BY SPACES
         03  SCREEN-FIELDS.
           05  SCR-ACTION              PIC  X(01).
             88  SCR-ACTION-SET                     VALUE 'S'.
             88  SCR-ACTION-CLEAR                   VALUE 'C'.
           05  SCR-MINUTES             PIC  X(04).
           05  SCR-MINUTES-N REDEFINES SCR-MINUTES
                                       PIC  9(04).

      * WHAT A PF10 MUST STILL FIND ON THE SCREEN TO CONFIRM
         03  CONFIRM-DATA.
           05  CONFIRM-ACTION          PIC  X(01).
           05  CONFIRM-MINUTES         PIC  X(04).
           05  FILLER                  PIC  X(75)   VALUE SPACES.

      * SIGN-ON FREEZE COMMAREA (LINKED TO VSECFRZE)
         03  FRZE-COMMAREA.
           05  FRZE-REQ-FUNC           PIC  X(01).
           05  FRZE-REQ-MINUTES        PIC  9(04).
           05  FRZE-RET-CODE           PIC S9(04)   BINARY.
             88  FRZE-COMPLETED                     VALUE 0.
             88  FRZE-NOT-AUTHORIZED                VALUE 4.
             88  FRZE-INVALID-FUNCTION              VALUE 8.
             88  FRZE-NOT-FROZEN                    VALUE 12.
             88  FRZE-IO-ERROR                      VALUE 16.

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
                 WHEN AID-PF10
                   PERFORM A30-CONFIRM-ACTION THRU A35-EXIT
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
      *    FIRST TURN - AN EMPTY SCREEN                                *
      ******************************************************************
       A00-FIRST-TURN.
           MOVE SPACES                 TO SCREEN-FIELDS.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           MOVE 'ENTER S TO FREEZE SIGN-ONS OR C TO LIFT THE FREEZE'
                                       TO WORK-MESSAGE.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - EDIT THE ACTION AND DURATION, THEN ASK FOR PF10     *
      ******************************************************************
       A10-PROCESS-ENTER.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.
           SET  SCRN-CONFIRM-NONE      TO TRUE.

           IF  NOT SCR-ACTION-SET
           AND NOT SCR-ACTION-CLEAR
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'ACTION MUST BE S OR C'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

      * blank takes VSECFRZE's own default duration
           IF  SCR-MINUTES = SPACES
               MOVE ZEROES             TO SCR-MINUTES-N
           END-IF.
           IF  SCR-MINUTES NOT NUMERIC
               SET  ERROR-ON-MINUTES   TO TRUE
               MOVE 'MINUTES MUST BE A NUMBER FROM 0 TO 9999'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

           PERFORM A50-BUILD-CONFIRM THRU A55-EXIT.
           MOVE CONFIRM-DATA           TO SCRN-CONFIRM-DATA.
           SET  SCRN-CONFIRM-PENDING   TO TRUE.
           IF  SCR-ACTION-SET
               MOVE 'PRESS PF10 TO CONFIRM FREEZING ALL NON-ADMINISTRATO
      -             'R SIGN-ONS'       TO WORK-MESSAGE
           ELSE
               MOVE 'PRESS PF10 TO CONFIRM LIFTING THE SIGN-ON FREEZE'
                                       TO WORK-MESSAGE
           END-IF.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMFRZI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMFRZI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE FZACTI                 TO SCR-ACTION.
           MOVE FZMINSI                TO SCR-MINUTES.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF10 - LINK VSECFRZE IF THE SCREEN STILL HOLDS THE ACTION   *
      *    THE CONFIRMATION WAS ASKED FOR                              *
      ******************************************************************
       A30-CONFIRM-ACTION.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.
           IF  SCR-MINUTES = SPACES
               MOVE ZEROES             TO SCR-MINUTES-N
           END-IF.

           PERFORM A50-BUILD-CONFIRM THRU A55-EXIT.
           IF  NOT SCRN-CONFIRM-PENDING
           OR  SCRN-CONFIRM-DATA NOT = CONFIRM-DATA
               SET  SCRN-CONFIRM-NONE  TO TRUE
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'NOTHING IS WAITING FOR CONFIRMATION - PRESS ENTER F
      -             'IRST'             TO WORK-MESSAGE
               GO TO A35-EXIT
           END-IF.

           SET  SCRN-CONFIRM-NONE      TO TRUE.
           PERFORM B10-LINK-VSECFRZE THRU B15-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    THE ACTION A CONFIRMATION IS TIED TO                        *
      ******************************************************************
       A50-BUILD-CONFIRM.
           MOVE SCR-ACTION             TO CONFIRM-ACTION.
           MOVE SCR-MINUTES            TO CONFIRM-MINUTES.
       A55-EXIT.
           EXIT.

      /*****************************************************************
      *    LINK VSECFRZE AND TURN ITS RETURN CODE INTO A MESSAGE       *
      ******************************************************************
       B10-LINK-VSECFRZE.
           MOVE SCR-ACTION             TO FRZE-REQ-FUNC.
           MOVE SCR-MINUTES-N          TO FRZE-REQ-MINUTES.
           MOVE ZEROES                 TO FRZE-RET-CODE.

           EXEC CICS LINK
                     PROGRAM  (VSECFRZE)
                     COMMAREA (FRZE-COMMAREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VSECFRZE COULD NOT BE LINKED - THE ACTION WAS NOT T
      -             'AKEN'             TO WORK-MESSAGE
               GO TO B15-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN FRZE-COMPLETED
             AND  SCR-ACTION-SET
               MOVE 'SIGN-ON FREEZE SET - ONLY ADMINISTRATORS CAN SIGN O
      -             'N'                TO WORK-MESSAGE
             WHEN FRZE-COMPLETED
               MOVE 'SIGN-ON FREEZE LIFTED'
                                       TO WORK-MESSAGE
             WHEN FRZE-NOT-AUTHORIZED
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'ONLY AN ADMINISTRATOR MAY SET OR LIFT THE FREEZE'
                                       TO WORK-MESSAGE
             WHEN FRZE-INVALID-FUNCTION
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VSECFRZE DID NOT ACCEPT THE ACTION CODE'
                                       TO WORK-MESSAGE
             WHEN FRZE-NOT-FROZEN
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'SIGN-ONS ARE NOT FROZEN - THERE IS NOTHING TO LIFT'
                                       TO WORK-MESSAGE
             WHEN FRZE-IO-ERROR
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'INTERLOCK FILE ERROR - THE FREEZE WAS NOT CHANGED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE FRZE-RET-CODE      TO WORK-RC
               STRING 'VSECFRZE RETURNED UNEXPECTED CODE '
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
           MOVE LOW-VALUES             TO VSMFRZO.
           MOVE SCR-ACTION             TO FZACTO.
           MOVE SCR-MINUTES            TO FZMINSO.
           MOVE WORK-MESSAGE           TO FZMSGO.

           EVALUATE TRUE
             WHEN ERROR-ON-MINUTES
               MOVE ATTR-NUM-ERROR     TO FZMINSA
               MOVE CURSOR-HERE        TO FZMINSL
             WHEN ERROR-ON-ACTION
               MOVE ATTR-ERROR         TO FZACTA
               MOVE CURSOR-HERE        TO FZACTL
             WHEN OTHER
               MOVE CURSOR-HERE        TO FZACTL
           END-EVALUATE.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMFRZO)
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
