      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMCTL.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       CONTROL RECORD MAINTENANCE SCREEN (TRANSACTION
      *               VSM7, MENU OPTION 7).  LISTS, READS, ADDS,
      *               CHANGES AND DELETES THE SMALL CONTROL FILES
      *               VSECCMNT LOOKS AFTER (IESPURGC, IESRETC, IESCAL,
      *               AND THE REST OF ITS LIST) BY LINKING VSECCMNT
      *               WITH ITS FUNCTION CODE.  THE RECORD IS SHOWN AND
      *               KEYED AS STORED - FOUR LINES OF 50 BYTES - AND
      *               EVERY FIELD-LEVEL EDIT STAYS IN VSECCMNT, WHOSE
      *               FAILING FIELD NAME IS SHOWN UNDER THE DATA.  PF8
      *               (OR ACTION L) STEPS THROUGH THE FILE ONE RECORD
      *               AT A TIME.  A DELETE IS ONLY PASSED ON AFTER PF10
      *               CONFIRMS IT FOR THE SAME FILE AND KEY.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMCTL'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM7'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMCTL'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  VSECCMNT                  PIC  X(08)   VALUE 'VSECCMNT'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  WORK-RC                   PIC  9(02)   VALUE ZEROES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-ACTION                      VALUE 'A'.
           88  ERROR-ON-FILE                        VALUE 'F'.
           88  ERROR-ON-KEY                         VALUE 'K'.
           88  ERROR-ON-DATA                        VALUE 'D'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.

      * THE SCREEN'S FIELDS, LOW-VALUES REPLACED BY SPACES
         03  SCREEN-FIELDS.
           05  SCR-ACTION              PIC  X(01).
             88  SCR-ACTION-LIST                    VALUE 'L'.
             88  SCR-ACTION-READ                    VALUE 'R'.
             88  SCR-ACTION-ADD                     VALUE 'A'.
             88  SCR-ACTION-CHANGE                  VALUE 'C'.
             88  SCR-ACTION-DELETE                  VALUE 'D'.
           05  SCR-FILE                PIC  X(08).
           05  SCR-KEY                 PIC  X(08).
           05  SCR-DATA.
             07  SCR-DATA-LINE         PIC  X(50)   OCCURS 4 TIMES.
           05  SCR-ERROR-FIELD         PIC  X(20).

      * WHAT A PF10 MUST STILL FIND ON THE SCREEN TO CONFIRM A DELETE
         03  CONFIRM-DATA.
           05  CONFIRM-ACTION          PIC  X(01).
           05  CONFIRM-FILE            PIC  X(08).
           05  CONFIRM-KEY             PIC  X(08).
           05  FILLER                  PIC  X(63)   VALUE SPACES.

      * CONTROL FILE MAINTENANCE COMMAREA (LINKED TO VSECCMNT)
         03  CMNT-COMMAREA.
           05  CMNT-FUNCTION           PIC  X(01).
           05  CMNT-RETURN-CODE        PIC  9(02).
             88  CMNT-SUCCESS                       VALUE 00.
             88  CMNT-NOT-FOUND                     VALUE 04.
             88  CMNT-ALREADY-EXISTS                VALUE 08.
             88  CMNT-INVALID-FUNCTION              VALUE 12.
             88  CMNT-IO-ERROR                      VALUE 16.
             88  CMNT-INVALID-FIELD                 VALUE 20.
             88  CMNT-INVALID-FILE                  VALUE 24.
             88  CMNT-END-OF-FILE                   VALUE 28.
           05  CMNT-FILE-ID            PIC  X(08).
           05  CMNT-KEY                PIC  X(08).
           05  CMNT-DATA               PIC  X(200).
           05  CMNT-ERROR-FIELD        PIC  X(20).

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
                 WHEN AID-PF8
                   PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT
                   SET  SCRN-CONFIRM-NONE TO TRUE
                   SET  SCR-ACTION-LIST TO TRUE
                   PERFORM A40-EDIT-AND-ACT THRU A45-EXIT
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
      *    FIRST TURN - AN EMPTY SCREEN, NO LISTING IN PROGRESS        *
      ******************************************************************
       A00-FIRST-TURN.
           MOVE SPACES                 TO SCREEN-FIELDS
                                          SCRN-LIST-FILE
                                          SCRN-LIST-KEY.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           MOVE 'ENTER AN ACTION AND A FILE - PF8 LISTS THE FILE FROM TH
      -         'E FRONT'              TO WORK-MESSAGE.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - RECEIVE THE SCREEN AND ACT ON THE ACTION CODE       *
      ******************************************************************
       A10-PROCESS-ENTER.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           PERFORM A40-EDIT-AND-ACT THRU A45-EXIT.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMCTLI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMCTLI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE CTACTI                 TO SCR-ACTION.
           MOVE CTFILEI                TO SCR-FILE.
           MOVE CTKEYI                 TO SCR-KEY.
           MOVE CTDAT1I                TO SCR-DATA-LINE(1).
           MOVE CTDAT2I                TO SCR-DATA-LINE(2).
           MOVE CTDAT3I                TO SCR-DATA-LINE(3).
           MOVE CTDAT4I                TO SCR-DATA-LINE(4).
           MOVE CTEFLDI                TO SCR-ERROR-FIELD.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF10 - CARRY OUT THE DELETE IF THE SCREEN STILL NAMES THE   *
      *    SAME FILE AND KEY THE CONFIRMATION WAS ASKED FOR            *
      ******************************************************************
       A30-CONFIRM-DELETE.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.

           MOVE SCR-ACTION             TO CONFIRM-ACTION.
           MOVE SCR-FILE               TO CONFIRM-FILE.
           MOVE SCR-KEY                TO CONFIRM-KEY.
           IF  NOT SCRN-CONFIRM-PENDING
           OR  SCRN-CONFIRM-DATA NOT = CONFIRM-DATA
               SET  SCRN-CONFIRM-NONE  TO TRUE
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'NOTHING IS WAITING FOR CONFIRMATION - PRESS ENTER F
      -             'IRST'             TO WORK-MESSAGE
               GO TO A35-EXIT
           END-IF.

           SET  SCRN-CONFIRM-NONE      TO TRUE.
           PERFORM B10-LINK-VSECCMNT THRU B15-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    EDIT THE ACTION, FILE AND KEY, THEN ACT (OR ASK FOR         *
      *    CONFIRMATION OF A DELETE).  PF8 COMES IN HERE AS A LIST     *
      ******************************************************************
       A40-EDIT-AND-ACT.
           MOVE SPACES                 TO SCR-ERROR-FIELD.

           IF  NOT SCR-ACTION-LIST
           AND NOT SCR-ACTION-READ
           AND NOT SCR-ACTION-ADD
           AND NOT SCR-ACTION-CHANGE
           AND NOT SCR-ACTION-DELETE
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'ACTION MUST BE L, R, A, C OR D'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-FILE = SPACES
               SET  ERROR-ON-FILE      TO TRUE
               MOVE 'ENTER THE CONTROL FILE NAME'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  NOT SCR-ACTION-LIST
           AND SCR-KEY = SPACES
               SET  ERROR-ON-KEY       TO TRUE
               MOVE 'ENTER THE KEY OF THE RECORD TO WORK ON'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-ACTION-DELETE
               MOVE SCR-ACTION         TO CONFIRM-ACTION
               MOVE SCR-FILE           TO CONFIRM-FILE
               MOVE SCR-KEY            TO CONFIRM-KEY
               MOVE CONFIRM-DATA       TO SCRN-CONFIRM-DATA
               SET  SCRN-CONFIRM-PENDING TO TRUE
               MOVE 'PRESS PF10 TO CONFIRM DELETING THIS RECORD'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           PERFORM B10-LINK-VSECCMNT THRU B15-EXIT.
       A45-EXIT.
           EXIT.

      /*****************************************************************
      *    LINK VSECCMNT AND TURN ITS RETURN CODE INTO A MESSAGE       *
      *    AGAINST THE FIELD IT CONCERNS.  A LIST CARRIES ON FROM THE  *
      *    KEY LAST LISTED WHILE THE FILE IS UNCHANGED                 *
      ******************************************************************
       B10-LINK-VSECCMNT.
           MOVE SCR-ACTION             TO CMNT-FUNCTION.
           MOVE ZEROES                 TO CMNT-RETURN-CODE.
           MOVE SCR-FILE               TO CMNT-FILE-ID.
           MOVE SCR-KEY                TO CMNT-KEY.
           MOVE SCR-DATA               TO CMNT-DATA.
           MOVE SPACES                 TO CMNT-ERROR-FIELD.

           IF  SCR-ACTION-LIST
               IF  SCR-FILE = SCRN-LIST-FILE
                   MOVE SCRN-LIST-KEY  TO CMNT-KEY
               ELSE
                   MOVE SPACES         TO CMNT-KEY
               END-IF
           END-IF.

           EXEC CICS LINK
                     PROGRAM  (VSECCMNT)
                     COMMAREA (CMNT-COMMAREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VSECCMNT COULD NOT BE LINKED - NOTHING WAS CHANGED'
                                       TO WORK-MESSAGE
               GO TO B15-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN CMNT-SUCCESS
               PERFORM B20-SHOW-RESULT THRU B25-EXIT
             WHEN CMNT-END-OF-FILE
               MOVE SPACES             TO SCRN-LIST-FILE
                                          SCRN-LIST-KEY
                                          SCR-KEY
                                          SCR-DATA
               MOVE 'END OF FILE - PF8 STARTS AGAIN FROM THE FRONT'
                                       TO WORK-MESSAGE
             WHEN CMNT-NOT-FOUND
               SET  ERROR-ON-KEY       TO TRUE
               MOVE 'NO RECORD WITH THIS KEY ON THE FILE'
                                       TO WORK-MESSAGE
             WHEN CMNT-ALREADY-EXISTS
               SET  ERROR-ON-KEY       TO TRUE
               MOVE 'A RECORD WITH THIS KEY EXISTS - USE ACTION C'
                                       TO WORK-MESSAGE
             WHEN CMNT-INVALID-FUNCTION
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VSECCMNT DID NOT ACCEPT THE ACTION CODE'
                                       TO WORK-MESSAGE
             WHEN CMNT-INVALID-FIELD
               SET  ERROR-ON-DATA      TO TRUE
               MOVE CMNT-ERROR-FIELD   TO SCR-ERROR-FIELD
               MOVE 'THE FIELD NAMED BELOW THE DATA FAILED ITS EDIT'
                                       TO WORK-MESSAGE
             WHEN CMNT-INVALID-FILE
               SET  ERROR-ON-FILE      TO TRUE
               MOVE 'THIS FILE IS NOT MAINTAINED THROUGH THIS SCREEN'
                                       TO WORK-MESSAGE
             WHEN CMNT-IO-ERROR
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'CONTROL FILE ERROR - NOTHING WAS CHANGED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE CMNT-RETURN-CODE   TO WORK-RC
               STRING 'VSECCMNT RETURNED UNEXPECTED CODE '
                                       DELIMITED BY SIZE
                      WORK-RC          DELIMITED BY SIZE
                                  INTO WORK-MESSAGE
           END-EVALUATE.
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    A SUCCESSFUL ACTION - SHOW THE RECORD AS VSECCMNT LEFT IT   *
      ******************************************************************
       B20-SHOW-RESULT.
           EVALUATE TRUE
             WHEN SCR-ACTION-LIST
               MOVE CMNT-KEY           TO SCR-KEY
               MOVE CMNT-DATA          TO SCR-DATA
               MOVE SCR-FILE           TO SCRN-LIST-FILE
               MOVE CMNT-KEY           TO SCRN-LIST-KEY
               MOVE 'PF8 FOR THE NEXT RECORD'
                                       TO WORK-MESSAGE
             WHEN SCR-ACTION-READ
               MOVE CMNT-DATA          TO SCR-DATA
               MOVE 'RECORD DISPLAYED - CHANGE IT WITH ACTION C'
                                       TO WORK-MESSAGE
             WHEN SCR-ACTION-ADD
               MOVE 'RECORD ADDED'     TO WORK-MESSAGE
             WHEN SCR-ACTION-CHANGE
               MOVE 'RECORD CHANGED'   TO WORK-MESSAGE
             WHEN OTHER
               MOVE SPACES             TO SCR-DATA
               MOVE 'RECORD DELETED'   TO WORK-MESSAGE
           END-EVALUATE.
       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    SEND THE WHOLE SCREEN, BRIGHTENING THE FIELD IN ERROR AND   *
      *    PUTTING THE CURSOR ON IT                                    *
      ******************************************************************
       Y10-SEND-SCREEN.
           MOVE LOW-VALUES             TO VSMCTLO.
           MOVE SCR-ACTION             TO CTACTO.
           MOVE SCR-FILE               TO CTFILEO.
           MOVE SCR-KEY                TO CTKEYO.
           MOVE SCR-DATA-LINE(1)       TO CTDAT1O.
           MOVE SCR-DATA-LINE(2)       TO CTDAT2O.
           MOVE SCR-DATA-LINE(3)       TO CTDAT3O.
           MOVE SCR-DATA-LINE(4)       TO CTDAT4O.
           MOVE SCR-ERROR-FIELD        TO CTEFLDO.
           MOVE WORK-MESSAGE           TO CTMSGO.

           EVALUATE TRUE
             WHEN ERROR-ON-FILE
               MOVE ATTR-ERROR         TO CTFILEA
               MOVE CURSOR-HERE        TO CTFILEL
             WHEN ERROR-ON-KEY
               MOVE ATTR-ERROR         TO CTKEYA
               MOVE CURSOR-HERE        TO CTKEYL
             WHEN ERROR-ON-DATA
               MOVE ATTR-ERROR         TO CTDAT1A
                                          CTDAT2A
                                          CTDAT3A
                                          CTDAT4A
               MOVE CURSOR-HERE        TO CTDAT1L
             WHEN ERROR-ON-ACTION
               MOVE ATTR-ERROR         TO CTACTA
               MOVE CURSOR-HERE        TO CTACTL
             WHEN OTHER
               MOVE CURSOR-HERE        TO CTACTL
           END-EVALUATE.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMCTLO)
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
