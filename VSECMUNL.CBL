      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMUNL.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       HELP-DESK UNLOCK SCREEN (TRANSACTION VSM9, MENU
      *               OPTION 9).  THE HELP-DESK OPERATOR KEYS THE
      *               LOCKED-OUT USERID AND THE EMPLOYEE ID AND PHONE
      *               NUMBER THE CALLER GIVES, AND THE UNLOCK IS
      *               PASSED TO VSECUNLK - WHICH HOLDS THE AUTHORIZED-
      *               UNLOCKER CHECK, THE IDENTITY MATCH, THE REVOKE-
      *               REASON, ADMINISTRATOR AND MONTHLY-LIMIT REFUSALS,
      *               THE AUDIT ENTRY AND THE USER'S CONFIRMATION
      *               EMAIL - ONLY AFTER PF10 CONFIRMS THE SAME
      *               ENTRIES.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMUNL'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM9'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMUNL'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  VSECUNLK                  PIC  X(08)   VALUE 'VSECUNLK'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  WORK-RC                   PIC  9(02)   VALUE ZEROES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-USERID                      VALUE 'U'.
           88  ERROR-ON-EMPLID                      VALUE 'E'.
           88  ERROR-ON-PHONE                       VALUE 'P'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.

      * THE SCREEN'S FIELDS, LOW-VALUES REPLACED BY SPACES
         03  SCREEN-FIELDS.
           05  SCR-USERID              PIC  X(08).
           05  SCR-EMPLID              PIC  X(10).
           05  SCR-PHONE               PIC  X(20).

      * WHAT A PF10 MUST STILL FIND ON THE SCREEN TO CONFIRM
         03  CONFIRM-DATA.
           05  CONFIRM-USERID          PIC  X(08).
           05  CONFIRM-EMPLID          PIC  X(10).
           05  CONFIRM-PHONE           PIC  X(20).
           05  FILLER                  PIC  X(42)   VALUE SPACES.

      * HELP-DESK UNLOCK COMMAREA (LINKED TO VSECUNLK)
         03  UNLK-COMMAREA.
           05  UNLK-REQ-USERID         PIC  X(08).
           05  UNLK-REQ-EMPLID         PIC  X(10).
           05  UNLK-REQ-PHONE          PIC  X(20).
           05  UNLK-RET-CODE           PIC S9(04)   BINARY.
             88  UNLK-COMPLETED                     VALUE 0.
             88  UNLK-NOT-AUTHORIZED                VALUE 4.
             88  UNLK-NOT-VERIFIED                  VALUE 8.
             88  UNLK-ADMIN-REFUSED                 VALUE 12.
             88  UNLK-REASON-REFUSED                VALUE 16.
             88  UNLK-LIMIT-REACHED                 VALUE 20.
             88  UNLK-NOT-LOCKED                    VALUE 24.
             88  UNLK-UPDATE-DEFERRED               VALUE 28.
             88  UNLK-USER-NOT-FOUND                VALUE 32.
             88  UNLK-IO-ERROR                      VALUE 36.
             88  UNLK-SELF-REFUSED                  VALUE 40.

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
                   PERFORM A30-CONFIRM-UNLOCK THRU A35-EXIT
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
      *    FIRST TURN - THE USERID CARRIED FROM THE MENU, IF ANY, AND  *
      *    THE IDENTITY FIELDS EMPTY                                   *
      ******************************************************************
       A00-FIRST-TURN.
           MOVE SPACES                 TO SCREEN-FIELDS.
           MOVE SCRN-USERID            TO SCR-USERID.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           MOVE 'ENTER THE USERID AND THE EMPLOYEE ID AND PHONE THE CALL
      -         'ER GIVES'             TO WORK-MESSAGE.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - EDIT THE ENTRIES, THEN ASK FOR PF10                 *
      ******************************************************************
       A10-PROCESS-ENTER.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.
           SET  SCRN-CONFIRM-NONE      TO TRUE.

           IF  SCR-USERID = SPACES
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'USERID IS REQUIRED'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.
           IF  SCR-EMPLID = SPACES
               SET  ERROR-ON-EMPLID    TO TRUE
               MOVE 'ASK THE CALLER FOR THEIR EMPLOYEE ID'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.
           IF  SCR-PHONE = SPACES
               SET  ERROR-ON-PHONE     TO TRUE
               MOVE 'ASK THE CALLER FOR THEIR PHONE NUMBER'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

           PERFORM A50-BUILD-CONFIRM THRU A55-EXIT.
           MOVE CONFIRM-DATA           TO SCRN-CONFIRM-DATA.
           SET  SCRN-CONFIRM-PENDING   TO TRUE.
           MOVE 'PRESS PF10 TO CONFIRM UNLOCKING THIS USERID'
                                       TO WORK-MESSAGE.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMUNLI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMUNLI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE ULUSERI                TO SCR-USERID.
           MOVE ULEMPLI                TO SCR-EMPLID.
           MOVE ULPHONI                TO SCR-PHONE.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
           MOVE SCR-USERID             TO SCRN-USERID.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF10 - LINK VSECUNLK IF THE SCREEN STILL HOLDS THE ENTRIES  *
      *    THE CONFIRMATION WAS ASKED FOR                              *
      ******************************************************************
       A30-CONFIRM-UNLOCK.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.

           PERFORM A50-BUILD-CONFIRM THRU A55-EXIT.
           IF  NOT SCRN-CONFIRM-PENDING
           OR  SCRN-CONFIRM-DATA NOT = CONFIRM-DATA
               SET  SCRN-CONFIRM-NONE  TO TRUE
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'NOTHING IS WAITING FOR CONFIRMATION - PRESS ENTER F
      -             'IRST'             TO WORK-MESSAGE
               GO TO A35-EXIT
           END-IF.

           SET  SCRN-CONFIRM-NONE      TO TRUE.
           PERFORM B10-LINK-VSECUNLK THRU B15-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    THE ENTRIES A CONFIRMATION IS TIED TO                       *
      ******************************************************************
       A50-BUILD-CONFIRM.
           MOVE SCR-USERID             TO CONFIRM-USERID.
           MOVE SCR-EMPLID             TO CONFIRM-EMPLID.
           MOVE SCR-PHONE              TO CONFIRM-PHONE.
       A55-EXIT.
           EXIT.

      /*****************************************************************
      *    LINK VSECUNLK AND TURN ITS RETURN CODE INTO A MESSAGE       *
      ******************************************************************
       B10-LINK-VSECUNLK.
           MOVE SCR-USERID             TO UNLK-REQ-USERID.
           MOVE SCR-EMPLID             TO UNLK-REQ-EMPLID.
           MOVE SCR-PHONE              TO UNLK-REQ-PHONE.
           MOVE ZEROES                 TO UNLK-RET-CODE.

           EXEC CICS LINK
                     PROGRAM  (VSECUNLK)
                     COMMAREA (UNLK-COMMAREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'VSECUNLK COULD NOT BE LINKED - THE USERID WAS NOT U
      -             'NLOCKED'          TO WORK-MESSAGE
               GO TO B15-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN UNLK-COMPLETED
      * the identity entries are not left on the screen for the next
      * caller to reuse
               MOVE SPACES             TO SCR-EMPLID
                                          SCR-PHONE
               MOVE 'USERID UNLOCKED - THE USER HAS BEEN SENT A CONFIRMA
      -             'TION EMAIL'       TO WORK-MESSAGE
             WHEN UNLK-NOT-AUTHORIZED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'YOU ARE NOT ON THE AUTHORIZED HELP-DESK UNLOCKER LI
      -             'ST'               TO WORK-MESSAGE
             WHEN UNLK-SELF-REFUSED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'YOU MAY NOT UNLOCK YOUR OWN USERID'
                                       TO WORK-MESSAGE
             WHEN UNLK-NOT-VERIFIED
               SET  ERROR-ON-EMPLID    TO TRUE
               MOVE 'EMPLOYEE ID OR PHONE DOES NOT MATCH - IDENTITY NOT 
      -             'VERIFIED'         TO WORK-MESSAGE
             WHEN UNLK-ADMIN-REFUSED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ADMINISTRATOR PROFILES MUST BE UNLOCKED BY SECURITY
      -             ' ADMINISTRATION'  TO WORK-MESSAGE
             WHEN UNLK-REASON-REFUSED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'REVOKED FOR A REASON OTHER THAN FAILED SIGN-ONS - R
      -             'EFER TO SECURITY' TO WORK-MESSAGE
             WHEN UNLK-LIMIT-REACHED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'MONTHLY UNLOCK LIMIT REACHED FOR THIS USER - REFER 
      -             'TO SECURITY'      TO WORK-MESSAGE
             WHEN UNLK-NOT-LOCKED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'THIS USERID IS NOT LOCKED - THERE IS NOTHING TO UNL
      -             'OCK'              TO WORK-MESSAGE
             WHEN UNLK-UPDATE-DEFERRED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'A BATCH UPDATE IS RUNNING - TRY THE UNLOCK AGAIN SH
      -             'ORTLY'            TO WORK-MESSAGE
             WHEN UNLK-USER-NOT-FOUND
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'NO PROFILE FOR THIS USERID'
                                       TO WORK-MESSAGE
             WHEN UNLK-IO-ERROR
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'PROFILE FILE ERROR - THE USERID WAS NOT UNLOCKED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               SET  ERROR-ON-USERID    TO TRUE
               MOVE UNLK-RET-CODE      TO WORK-RC
               STRING 'VSECUNLK RETURNED UNEXPECTED CODE '
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
           MOVE LOW-VALUES             TO VSMUNLO.
           MOVE SCR-USERID             TO ULUSERO.
           MOVE SCR-EMPLID             TO ULEMPLO.
           MOVE SCR-PHONE              TO ULPHONO.
           MOVE WORK-MESSAGE           TO ULMSGO.

           EVALUATE TRUE
             WHEN ERROR-ON-PHONE
               MOVE ATTR-ERROR         TO ULPHONA
               MOVE CURSOR-HERE        TO ULPHONL
             WHEN ERROR-ON-EMPLID
               MOVE ATTR-ERROR         TO ULEMPLA
               MOVE CURSOR-HERE        TO ULEMPLL
             WHEN ERROR-ON-USERID
               MOVE ATTR-ERROR         TO ULUSERA
               MOVE CURSOR-HERE        TO ULUSERL
             WHEN OTHER
               MOVE CURSOR-HERE        TO ULUSERL
           END-EVALUATE.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMUNLO)
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
