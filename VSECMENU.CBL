      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMENU.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       SECURITY ADMINISTRATION MENU (TRANSACTION VSMN).
      *               THE 3270 FRONT DOOR TO THE ONLINE MAINTENANCE
      *               PROGRAMS THAT UNTIL NOW WERE ONLY REACHED BY
      *               LINK FROM OTHER PROGRAMS.  THE OPERATOR PICKS A
      *               FUNCTION AND (OPTIONALLY) THE USERID TO WORK ON,
      *               AND CONTROL PASSES BY XCTL TO THE SCREEN PROGRAM
      *               FOR THAT FUNCTION, WHICH CARRIES THE USERID IN
      *               THE VSMCOMM COMMAREA.  EACH SCREEN PROGRAM LINKS
      *               THE EXISTING BACK END (VUSRMAIN, VSECBMNT, ETC.)
      *               FOR THE WORK ITSELF, SO EVERY AUTHORITY CHECK,
      *               EDIT, JOURNAL AND AUDIT STAYS WHERE IT ALREADY
      *               IS.  THE MENU ITSELF CHECKS NO AUTHORITY - EACH
      *               BACK END REFUSES WHAT THE OPERATOR MAY NOT DO.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ADDED OPTION 9, THE VSECMUNL HELP-DESK UNLOCK
      *                SCREEN.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSMN'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMMNU'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-OPTION               PIC  X(01)   VALUE SPACES.
         03  WORK-OPTION-N REDEFINES WORK-OPTION
                                       PIC  9(01).
         03  WORK-USERID               PIC  X(08)   VALUE SPACES.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-OPTION                      VALUE 'O'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.

      * ONE SCREEN PROGRAM PER MENU OPTION, IN OPTION ORDER
         03  MENU-PROGRAM-LIST.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMINQ'.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMUSR'.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMGRP'.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMAPQ'.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMREQ'.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMFCG'.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMCTL'.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMFRZ'.
           05  FILLER                  PIC  X(08)   VALUE 'VSECMUNL'.
         03  MENU-PROGRAM-TABLE REDEFINES MENU-PROGRAM-LIST.
           05  MENU-PROGRAM            PIC  X(08)   OCCURS 9 TIMES.

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

      * a fresh start, or a return from one of the screen programs,
      * just paints the menu - anything else is this menu's own turn
           IF  SCRN-LAST-PGM NOT = THIS-PGM
               MOVE SCRN-USERID        TO WORK-USERID
               PERFORM Y10-SEND-MENU THRU Y15-EXIT
           ELSE
               EVALUATE EIBAID
                 WHEN AID-CLEAR
                 WHEN AID-PF12
                   PERFORM Z10-END-SESSION THRU Z15-EXIT
                 WHEN AID-ENTER
                   PERFORM A10-SELECT-OPTION THRU A15-EXIT
                 WHEN OTHER
                   PERFORM A20-RECEIVE-MENU THRU A25-EXIT
                   MOVE 'THAT KEY IS NOT ACTIVE ON THIS SCREEN'
                                       TO WORK-MESSAGE
               END-EVALUATE
               PERFORM Y10-SEND-MENU THRU Y15-EXIT
           END-IF.

           MOVE THIS-PGM               TO SCRN-LAST-PGM.
           EXEC CICS RETURN
                     TRANSID  (THIS-TRAN)
                     COMMAREA (VSM-COMMAREA)
           END-EXEC.

           GOBACK.

      /*****************************************************************
      *    EDIT THE OPTION AND PASS CONTROL TO ITS SCREEN PROGRAM      *
      ******************************************************************
       A10-SELECT-OPTION.
           PERFORM A20-RECEIVE-MENU THRU A25-EXIT.

           IF  WORK-OPTION NOT NUMERIC
           OR  WORK-OPTION-N < 1
           OR  WORK-OPTION-N > 9
               SET  ERROR-ON-OPTION    TO TRUE
               MOVE 'ENTER AN OPTION NUMBER FROM 1 TO 9'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

      * the screen program sees the menu's name in SCRN-LAST-PGM and
      * so starts its own conversation with a fresh map
           MOVE WORK-USERID            TO SCRN-USERID.
           MOVE THIS-PGM               TO SCRN-LAST-PGM.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           EXEC CICS XCTL
                     PROGRAM  (MENU-PROGRAM(WORK-OPTION-N))
                     COMMAREA (VSM-COMMAREA)
                     NOHANDLE
           END-EXEC.

      * only reached when the XCTL itself failed
           SET  ERROR-ON-OPTION        TO TRUE.
           STRING 'FUNCTION '          DELIMITED BY SIZE
                  MENU-PROGRAM(WORK-OPTION-N)
                                       DELIMITED BY SIZE
                  ' IS NOT AVAILABLE IN THIS REGION'
                                       DELIMITED BY SIZE
                                  INTO WORK-MESSAGE.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE MENU - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT    *
      ******************************************************************
       A20-RECEIVE-MENU.
           MOVE LOW-VALUES             TO VSMMNUI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMMNUI)
                     RESP     (WORK-RESP)
           END-EXEC.

           INSPECT MNOPTI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MNUSERI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE MNOPTI                 TO WORK-OPTION.
           MOVE MNUSERI                TO WORK-USERID.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PAINT THE MENU, FLAGGING THE OPTION FIELD WHEN IT IS WRONG  *
      ******************************************************************
       Y10-SEND-MENU.
           MOVE LOW-VALUES             TO VSMMNUO.
           MOVE WORK-OPTION            TO MNOPTO.
           MOVE WORK-USERID            TO MNUSERO.
           MOVE WORK-MESSAGE           TO MNMSGO.
           MOVE CURSOR-HERE            TO MNOPTL.
           IF  ERROR-ON-OPTION
               MOVE ATTR-ERROR         TO MNOPTA
           END-IF.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMMNUO)
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
