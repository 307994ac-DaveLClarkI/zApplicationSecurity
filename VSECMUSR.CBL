      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMUSR.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       VUSERID USER EXTENSION MAINTENANCE SCREEN
      *               (TRANSACTION VSM2, MENU OPTION 2).  READS,
      *               CREATES, UPDATES AND DELETES A USER'S VUSERID
      *               EXTENSION (EMAIL, PHONE, COST CENTER, EMPLOYEE
      *               ID) BY LINKING VUSRMAIN WITH ITS FUNCTION CODE -
      *               THIS PROGRAM EDITS NOTHING BUT THE PRESENCE OF
      *               THE ACTION AND USERID, AND SHOWS VUSRMAIN'S
      *               RETURN CODE AGAINST THE FIELD IT CONCERNS.  A
      *               DELETE IS ONLY PASSED ON AFTER PF10 CONFIRMS IT
      *               FOR THE SAME USERID.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMUSR'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM2'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMUSR'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  VUSRMAIN                  PIC  X(08)   VALUE 'VUSRMAIN'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  WORK-RC                   PIC  9(02)   VALUE ZEROES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-ACTION                      VALUE 'A'.
           88  ERROR-ON-USERID                      VALUE 'U'.
           88  ERROR-ON-EMAIL                       VALUE 'E'.
           88  ERROR-ON-PHONE                       VALUE 'P'.
           88  ERROR-ON-COSTCTR                     VALUE 'C'.
           88  ERROR-ON-EMPLID                      VALUE 'M'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.

      * THE SCREEN'S FIELDS, LOW-VALUES REPLACED BY SPACES
         03  SCREEN-FIELDS.
           05  SCR-ACTION              PIC  X(01).
             88  SCR-ACTION-READ                    VALUE 'R'.
             88  SCR-ACTION-CREATE                  VALUE 'C'.
             88  SCR-ACTION-UPDATE                  VALUE 'U'.
             88  SCR-ACTION-DELETE                  VALUE 'D'.
           05  SCR-USERID              PIC  X(08).
           05  SCR-EMAIL               PIC  X(64).
           05  SCR-PHONE               PIC  X(20).
           05  SCR-COSTCTR             PIC  X(10).
           05  SCR-EMPLID              PIC  X(10).
           05  SCR-LASTUPD             PIC  X(08).

      * WHAT A PF10 MUST STILL FIND ON THE SCREEN TO CONFIRM A DELETE
         03  CONFIRM-DATA.
           05  CONFIRM-ACTION          PIC  X(01).
           05  CONFIRM-USERID          PIC  X(08).
           05  FILLER                  PIC  X(71)   VALUE SPACES.

      * VUSERID EXTENSION MAINTENANCE COMMAREA (LINKED TO VUSRMAIN)
         03  VUMU-COMMAREA.
           05  VUMU-FUNCTION           PIC  X(01).
           05  VUMU-RETURN-CODE        PIC  9(02).
             88  VUMU-SUCCESS                       VALUE 00.
             88  VUMU-NOT-FOUND                     VALUE 04.
             88  VUMU-ALREADY-EXISTS                VALUE 08.
             88  VUMU-INVALID-FUNCTION              VALUE 12.
             88  VUMU-IO-ERROR                      VALUE 16.
             88  VUMU-UPDATE-DEFERRED               VALUE 20.
             88  VUMU-INVALID-COSTCTR               VALUE 24.
             88  VUMU-USERID-QUARANTINED            VALUE 28.
           05  VUMU-USERID             PIC  X(08).
           05  VUMU-EMAIL              PIC  X(64).
           05  VUMU-PHONE              PIC  X(20).
           05  VUMU-COSTCTR            PIC  X(10).
           05  VUMU-EMPLID             PIC  X(10).
           05  VUMU-LASTUPD            PIC  9(08).

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
                   PERFORM A30-CONFIRM-DELETE THRU A35-EXIT
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
      *    FIRST TURN - SHOW THE CARRIED USERID'S ENTRY, IF ANY        *
      ******************************************************************
       A00-FIRST-TURN.
           MOVE SPACES                 TO SCREEN-FIELDS.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           MOVE SCRN-USERID            TO SCR-USERID.

           IF  SCR-USERID = SPACES
               MOVE 'ENTER AN ACTION AND A USERID'
                                       TO WORK-MESSAGE
           ELSE
               SET  SCR-ACTION-READ    TO TRUE
               PERFORM B10-LINK-VUSRMAIN THRU B15-EXIT
           END-IF.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - EDIT THE ACTION AND USERID, THEN ACT (OR ASK FOR    *
      *    CONFIRMATION OF A DELETE)                                   *
      ******************************************************************
       A10-PROCESS-ENTER.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.
           SET  SCRN-CONFIRM-NONE      TO TRUE.

           IF  NOT SCR-ACTION-READ
           AND NOT SCR-ACTION-CREATE
           AND NOT SCR-ACTION-UPDATE
           AND NOT SCR-ACTION-DELETE
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'ACTION MUST BE R, C, U OR D'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

           IF  SCR-USERID = SPACES
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ENTER THE USERID TO WORK ON'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

           MOVE SCR-USERID             TO SCRN-USERID.

           IF  SCR-ACTION-DELETE
               MOVE SCR-ACTION         TO CONFIRM-ACTION
               MOVE SCR-USERID         TO CONFIRM-USERID
               MOVE CONFIRM-DATA       TO SCRN-CONFIRM-DATA
               SET  SCRN-CONFIRM-PENDING TO TRUE
               STRING 'PRESS PF10 TO CONFIRM DELETING THE VUSERID '
                                       DELIMITED BY SIZE
                      'ENTRY OF '      DELIMITED BY SIZE
                      SCR-USERID       DELIMITED BY SPACE
                                  INTO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

           PERFORM B10-LINK-VUSRMAIN THRU B15-EXIT.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMUSRI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMUSRI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE USACTI                 TO SCR-ACTION.
           MOVE USUSERI                TO SCR-USERID.
           MOVE USEMAILI               TO SCR-EMAIL.
           MOVE USPHONEI               TO SCR-PHONE.
           MOVE USCCTRI                TO SCR-COSTCTR.
           MOVE USEMPLI                TO SCR-EMPLID.
           MOVE USLUPDI                TO SCR-LASTUPD.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF10 - CARRY OUT THE DELETE IF THE SCREEN STILL NAMES THE   *
      *    SAME ACTION AND USERID THE CONFIRMATION WAS ASKED FOR       *
      ******************************************************************
       A30-CONFIRM-DELETE.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.

           MOVE SCR-ACTION             TO CONFIRM-ACTION.
           MOVE SCR-USERID             TO CONFIRM-USERID.
           IF  NOT SCRN-CONFIRM-PENDING
           OR  SCRN-CONFIRM-DATA NOT = CONFIRM-DATA
               SET  SCRN-CONFIRM-NONE  TO TRUE
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'NOTHING IS WAITING FOR CONFIRMATION - PRESS ENTER F
      -             'IRST'             TO WORK-MESSAGE
               GO TO A35-EXIT
           END-IF.

           SET  SCRN-CONFIRM-NONE      TO TRUE.
           PERFORM B10-LINK-VUSRMAIN THRU B15-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    LINK VUSRMAIN AND TURN ITS RETURN CODE INTO A MESSAGE       *
      *    AGAINST THE FIELD IT CONCERNS                               *
      ******************************************************************
       B10-LINK-VUSRMAIN.
           MOVE SCR-ACTION             TO VUMU-FUNCTION.
           MOVE ZEROES                 TO VUMU-RETURN-CODE
                                          VUMU-LASTUPD.
           MOVE SCR-USERID             TO VUMU-USERID.
           MOVE SCR-EMAIL              TO VUMU-EMAIL.
           MOVE SCR-PHONE              TO VUMU-PHONE.
           MOVE SCR-COSTCTR            TO VUMU-COSTCTR.
           MOVE SCR-EMPLID             TO VUMU-EMPLID.

           EXEC CICS LINK
                     PROGRAM  (VUSRMAIN)
                     COMMAREA (VUMU-COMMAREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VUSRMAIN COULD NOT BE LINKED - THE ACTION WAS NOT T
      -             'AKEN'             TO WORK-MESSAGE
               GO TO B15-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN VUMU-SUCCESS
               PERFORM B20-SHOW-RESULT THRU B25-EXIT
             WHEN VUMU-NOT-FOUND
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'NO VUSERID ENTRY EXISTS FOR THIS USERID'
                                       TO WORK-MESSAGE
             WHEN VUMU-ALREADY-EXISTS
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'A VUSERID ENTRY ALREADY EXISTS - USE ACTION U TO CH
      -             'ANGE IT'          TO WORK-MESSAGE
             WHEN VUMU-INVALID-FUNCTION
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VUSRMAIN DID NOT ACCEPT THE ACTION CODE'
                                       TO WORK-MESSAGE
             WHEN VUMU-UPDATE-DEFERRED
               MOVE 'A BATCH UPDATE IS RUNNING - THE CHANGE WAS DEFERRED
      -             ' AND WILL BE REPLAYED'
                                       TO WORK-MESSAGE
             WHEN VUMU-INVALID-COSTCTR
               SET  ERROR-ON-COSTCTR   TO TRUE
               MOVE 'COST CENTER IS NOT ON THE COST CENTER MASTER'
                                       TO WORK-MESSAGE
             WHEN VUMU-USERID-QUARANTINED
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'USERID WAS RETIRED RECENTLY AND MAY NOT YET BE REUS
      -             'ED BY ANOTHER EMPLOYEE'
                                       TO WORK-MESSAGE
             WHEN VUMU-IO-ERROR
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VUSERID FILE ERROR - NOTHING WAS CHANGED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE VUMU-RETURN-CODE   TO WORK-RC
               STRING 'VUSRMAIN RETURNED UNEXPECTED CODE '
                                       DELIMITED BY SIZE
                      WORK-RC          DELIMITED BY SIZE
                                  INTO WORK-MESSAGE
           END-EVALUATE.
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    A SUCCESSFUL ACTION - SHOW THE ENTRY AS VUSRMAIN LEFT IT    *
      ******************************************************************
       B20-SHOW-RESULT.
           IF  SCR-ACTION-DELETE
               MOVE SPACES             TO SCR-EMAIL
                                          SCR-PHONE
                                          SCR-COSTCTR
                                          SCR-EMPLID
                                          SCR-LASTUPD
               MOVE 'VUSERID ENTRY DELETED'
                                       TO WORK-MESSAGE
               GO TO B25-EXIT
           END-IF.

           MOVE VUMU-EMAIL             TO SCR-EMAIL.
           MOVE VUMU-PHONE             TO SCR-PHONE.
           MOVE VUMU-COSTCTR           TO SCR-COSTCTR.
           MOVE VUMU-EMPLID            TO SCR-EMPLID.
           MOVE VUMU-LASTUPD           TO SCR-LASTUPD.

           EVALUATE TRUE
             WHEN SCR-ACTION-READ
               MOVE 'VUSERID ENTRY DISPLAYED - CHANGE IT WITH ACTION U'
                                       TO WORK-MESSAGE
             WHEN SCR-ACTION-CREATE
               MOVE 'VUSERID ENTRY CREATED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               MOVE 'VUSERID ENTRY UPDATED'
                                       TO WORK-MESSAGE
           END-EVALUATE.
       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    SEND THE WHOLE SCREEN, BRIGHTENING THE FIELD IN ERROR AND   *
      *    PUTTING THE CURSOR ON IT                                    *
      ******************************************************************
       Y10-SEND-SCREEN.
           MOVE LOW-VALUES             TO VSMUSRO.
           MOVE SCR-ACTION             TO USACTO.
           MOVE SCR-USERID             TO USUSERO.
           MOVE SCR-EMAIL              TO USEMAILO.
           MOVE SCR-PHONE              TO USPHONEO.
           MOVE SCR-COSTCTR            TO USCCTRO.
           MOVE SCR-EMPLID             TO USEMPLO.
           MOVE SCR-LASTUPD            TO USLUPDO.
           MOVE WORK-MESSAGE           TO USMSGO.

           EVALUATE TRUE
             WHEN ERROR-ON-USERID
               MOVE ATTR-ERROR         TO USUSERA
               MOVE CURSOR-HERE        TO USUSERL
             WHEN ERROR-ON-EMAIL
               MOVE ATTR-ERROR         TO USEMAILA
               MOVE CURSOR-HERE        TO USEMAILL
             WHEN ERROR-ON-PHONE
               MOVE ATTR-ERROR         TO USPHONEA
               MOVE CURSOR-HERE        TO USPHONEL
             WHEN ERROR-ON-COSTCTR
               MOVE ATTR-ERROR         TO USCCTRA
               MOVE CURSOR-HERE        TO USCCTRL
             WHEN ERROR-ON-EMPLID
               MOVE ATTR-ERROR         TO USEMPLA
               MOVE CURSOR-HERE        TO USEMPLL
             WHEN ERROR-ON-ACTION
               MOVE ATTR-ERROR         TO USACTA
               MOVE CURSOR-HERE        TO USACTL
             WHEN OTHER
               MOVE CURSOR-HERE        TO USACTL
           END-EVALUATE.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMUSRO)
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
