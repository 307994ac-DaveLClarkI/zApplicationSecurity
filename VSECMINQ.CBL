      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMINQ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       PROFILE INQUIRY SCREEN (TRANSACTION VSM1, MENU
      *               OPTION 1).  LINKS IESCNTLQ FOR THE USERID KEYED
      *               AND SHOWS THE SIGN-ON PROFILE, LDAP MAPPING,
      *               VUSERID EXTENSION, RISK SCORE AND RECENT SIGN-ON
      *               USAGE, FOLLOWED BY ONE SCROLLING LIST OF THE
      *               USER'S GROUPS AND THEN PERMITS.  PF7 AND PF8 PAGE
      *               THROUGH THE LIST TEN LINES AT A TIME; EACH TURN
      *               INQUIRES AGAIN SO THE SCREEN IS NEVER STALE.
      *               IESCNTLQ DECIDES WHETHER THE CALLER MAY SEE
      *               SOMEONE ELSE'S PROFILE.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMINQ'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM1'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMINQ'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  IESCNTLQ                  PIC  X(08)   VALUE 'IESCNTLQ'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  WORK-RC                   PIC  9(02)   VALUE ZEROES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-USERID                      VALUE 'U'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.
         03  PAGE-SIZE                 PIC S9(04)   BINARY VALUE 10.
         03  LIST-IX                   PIC S9(04)   BINARY VALUE ZERO.
         03  LINE-IX                   PIC S9(04)   BINARY VALUE ZERO.
         03  LIST-LAST                 PIC S9(04)   BINARY VALUE ZERO.

      * THE SCREEN'S FIELDS, LOW-VALUES REPLACED BY SPACES
         03  SCREEN-FIELDS.
           05  SCR-USERID              PIC  X(08).

      * THE GROUPS, THEN THE PERMITS, AS THE LINES THE LIST SHOWS
         03  LIST-COUNT                PIC S9(04)   BINARY VALUE ZERO.
         03  LIST-TABLE.
           05  LIST-LINE               PIC  X(79)   OCCURS 50 TIMES.

         03  GROUP-LINE.
           05  FILLER                  PIC  X(09)   VALUE 'GROUP'.
           05  GROUP-LINE-NAME         PIC  X(08).
           05  FILLER                  PIC  X(62)   VALUE SPACES.

         03  PERMIT-LINE.
           05  FILLER                  PIC  X(09)   VALUE 'PERMIT'.
           05  PERMIT-LINE-APPL        PIC  X(04).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  PERMIT-LINE-TRANS       PIC  X(04).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  PERMIT-LINE-RESOURCE    PIC  X(44).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  PERMIT-LINE-ACCESS      PIC  X(01).
           05  FILLER                  PIC  X(14)   VALUE SPACES.

         03  POSITION-LINE.
           05  FILLER                  PIC  X(06)   VALUE 'LINES '.
           05  POSITION-FIRST          PIC  ZZ9.
           05  FILLER                  PIC  X(01)   VALUE '-'.
           05  POSITION-LAST           PIC  ZZ9.
           05  FILLER                  PIC  X(04)   VALUE ' OF '.
           05  POSITION-TOTAL          PIC  ZZ9.

      * THE FOUR MOST RECENT SIGN-ONS, MM/DD HH:MM TERMID EACH
         03  USAGE-LINE.
           05  USAGE-SLOT              OCCURS 4 TIMES.
             07  USAGE-SLOT-MM         PIC  X(02).
             07  USAGE-SLOT-SLASH      PIC  X(01).
             07  USAGE-SLOT-DD         PIC  X(02).
             07  FILLER                PIC  X(01).
             07  USAGE-SLOT-HH         PIC  X(02).
             07  USAGE-SLOT-COLON      PIC  X(01).
             07  USAGE-SLOT-MI         PIC  X(02).
             07  FILLER                PIC  X(01).
             07  USAGE-SLOT-TERMID     PIC  X(04).
             07  FILLER                PIC  X(01).
         03  USAGE-DATE                PIC  9(08).
         03  FILLER                    REDEFINES USAGE-DATE.
           05  USAGE-CCYY              PIC  X(04).
           05  USAGE-MM                PIC  X(02).
           05  USAGE-DD                PIC  X(02).
         03  USAGE-TIME                PIC  9(06).
         03  FILLER                    REDEFINES USAGE-TIME.
           05  USAGE-HH                PIC  X(02).
           05  USAGE-MI                PIC  X(02).
           05  USAGE-SS                PIC  X(02).

      * PROFILE INQUIRY COMMAREA (LINKED TO IESCNTLQ)
         03  INQ-COMMAREA.
           05  INQ-REQ-USERID          PIC  X(08).
           05  INQ-RET-CODE            PIC S9(04)   BINARY.
             88  INQ-FOUND                          VALUE 0.
             88  INQ-USER-NOT-FOUND                 VALUE 4.
             88  INQ-NOT-AUTHORIZED                 VALUE 8.
           05  INQ-PROFILE.
             07  INQ-USRNAME           PIC  X(20).
             07  INQ-USRTYPE           PIC  X(01).
               88  INQ-IS-ADMINISTRATOR             VALUE '1'.
               88  INQ-IS-PROGRAMMER                VALUE '2'.
               88  INQ-IS-GENERAL-USER              VALUE '3'.
             07  INQ-ICCF-FLAG         PIC  X(01).
             07  INQ-EXPDATE           PIC  X(08).
             07  INQ-REVOKE-DATE       PIC  9(08).
             07  INQ-REVOKE-REASON     PIC  X(01).
             07  INQ-LASTLGN-DATE      PIC  9(08).
             07  INQ-FAILCNT           PIC  9(03).
             07  INQ-MFAFLAG           PIC  X(01).
           05  INQ-LDAP-MAPPING.
             07  INQ-LDAP-FOUND        PIC  X(01).
               88  INQ-LDAP-IS-FOUND                VALUE 'Y'.
             07  INQ-NETUSRID          PIC  X(64).
           05  INQ-VUSERID-EXT.
             07  INQ-VEXT-FOUND        PIC  X(01).
               88  INQ-VEXT-IS-FOUND                VALUE 'Y'.
             07  INQ-EMAIL             PIC  X(64).
             07  INQ-PHONE             PIC  X(20).
             07  INQ-COSTCTR           PIC  X(10).
             07  INQ-EMPLID            PIC  X(10).
           05  INQ-GROUP-COUNT         PIC S9(04)   BINARY.
           05  INQ-GROUP-ENTRY         OCCURS 25 TIMES.
             07  INQ-GROUP-NAME        PIC  X(08).
           05  INQ-USAGE-COUNT         PIC S9(04)   BINARY.
           05  INQ-USAGE-ENTRY         OCCURS 5 TIMES.
             07  INQ-USAGE-DATE        PIC  9(08).
             07  INQ-USAGE-TIME        PIC  9(06).
             07  INQ-USAGE-TERMID      PIC  X(04).
           05  INQ-PERMIT-COUNT        PIC S9(04)   BINARY.
           05  INQ-PERMIT-ENTRY        OCCURS 25 TIMES.
             07  INQ-PERMIT-APPL       PIC  X(04).
             07  INQ-PERMIT-TRANS      PIC  X(04).
             07  INQ-PERMIT-RESOURCE   PIC  X(44).
             07  INQ-PERMIT-ACCESS     PIC  X(01).
           05  INQ-RISK.
             07  INQ-RISK-FOUND        PIC  X(01).
               88  INQ-RISK-IS-FOUND                VALUE 'Y'.
             07  INQ-RISK-SCORE        PIC  9(07).
             07  INQ-RISK-RANK         PIC  9(05).
             07  INQ-RISK-DATE         PIC  9(08).
             07  INQ-RISK-PRIOR-SCORE  PIC  9(07).

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

           MOVE LOW-VALUES             TO VSMINQO.

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
                   PERFORM A30-PAGE-BACK THRU A35-EXIT
                 WHEN AID-PF8
                   PERFORM A40-PAGE-FORWARD THRU A45-EXIT
                 WHEN OTHER
                   MOVE SCRN-USERID    TO SCR-USERID
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
      *    FIRST TURN - SHOW THE USERID CARRIED FROM THE MENU, IF ANY  *
      ******************************************************************
       A00-FIRST-TURN.
           MOVE ZERO                   TO SCRN-TOP.
           SET  SCRN-CONFIRM-NONE      TO TRUE.
           MOVE SCRN-USERID            TO SCR-USERID.

           IF  SCR-USERID = SPACES
               MOVE 'ENTER THE USERID TO INQUIRE ON'
                                       TO WORK-MESSAGE
               GO TO A05-EXIT
           END-IF.

           MOVE 1                      TO SCRN-TOP.
           PERFORM B10-LINK-IESCNTLQ THRU B15-EXIT.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - INQUIRE ON THE USERID KEYED, FROM THE FIRST LINE    *
      ******************************************************************
       A10-PROCESS-ENTER.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.

           IF  SCR-USERID = SPACES
               MOVE SPACES             TO SCRN-USERID
               MOVE ZERO               TO SCRN-TOP
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ENTER THE USERID TO INQUIRE ON'
                                       TO WORK-MESSAGE
               GO TO A15-EXIT
           END-IF.

           MOVE 1                      TO SCRN-TOP.
           PERFORM B10-LINK-IESCNTLQ THRU B15-EXIT.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMINQI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMINQI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE IQUSERI                TO SCR-USERID.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
           MOVE LOW-VALUES             TO VSMINQO.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF7 - BACK ONE PAGE OF THE LIST FOR THE USER ON SHOW        *
      ******************************************************************
       A30-PAGE-BACK.
           MOVE SCRN-USERID            TO SCR-USERID.
           IF  SCR-USERID = SPACES
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ENTER THE USERID TO INQUIRE ON'
                                       TO WORK-MESSAGE
               GO TO A35-EXIT
           END-IF.

           IF  SCRN-TOP > PAGE-SIZE
               SUBTRACT PAGE-SIZE    FROM SCRN-TOP
           ELSE
               MOVE 1                  TO SCRN-TOP
               MOVE 'ALREADY AT THE TOP OF THE LIST'
                                       TO WORK-MESSAGE
           END-IF.

           PERFORM B10-LINK-IESCNTLQ THRU B15-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    PF8 - FORWARD ONE PAGE, AS LONG AS THERE IS MORE TO SHOW    *
      ******************************************************************
       A40-PAGE-FORWARD.
           MOVE SCRN-USERID            TO SCR-USERID.
           IF  SCR-USERID = SPACES
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ENTER THE USERID TO INQUIRE ON'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

      * the list is rebuilt on every turn, so going past the last
      * page is only caught once the inquiry is back (see B30)
           ADD  PAGE-SIZE              TO SCRN-TOP.
           PERFORM B10-LINK-IESCNTLQ THRU B15-EXIT.
       A45-EXIT.
           EXIT.

      /*****************************************************************
      *    LINK IESCNTLQ FOR THE USERID AND TURN ITS RETURN CODE INTO  *
      *    A MESSAGE.  A GOOD INQUIRY BECOMES THE USER ON SHOW         *
      ******************************************************************
       B10-LINK-IESCNTLQ.
           MOVE SPACES                 TO INQ-COMMAREA.
           MOVE SCR-USERID             TO INQ-REQ-USERID.
           MOVE ZERO                   TO INQ-RET-CODE
                                          INQ-GROUP-COUNT
                                          INQ-USAGE-COUNT
                                          INQ-PERMIT-COUNT
                                          LIST-COUNT.

           EXEC CICS LINK
                     PROGRAM  (IESCNTLQ)
                     COMMAREA (INQ-COMMAREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'IESCNTLQ COULD NOT BE LINKED - NO INQUIRY MADE'
                                       TO WORK-MESSAGE
               GO TO B15-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN INQ-FOUND
               MOVE SCR-USERID         TO SCRN-USERID
               PERFORM B20-SHOW-PROFILE THRU B25-EXIT
               PERFORM B30-BUILD-LIST THRU B35-EXIT
             WHEN INQ-USER-NOT-FOUND
               MOVE SPACES             TO SCRN-USERID
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'USERID IS NOT ON THE SIGN-ON CONTROL FILE'
                                       TO WORK-MESSAGE
             WHEN INQ-NOT-AUTHORIZED
               MOVE SPACES             TO SCRN-USERID
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'YOU ARE NOT AUTHORIZED TO SEE THIS PROFILE'
                                       TO WORK-MESSAGE
             WHEN OTHER
               MOVE SPACES             TO SCRN-USERID
               SET  ERROR-ON-USERID    TO TRUE
               MOVE INQ-RET-CODE       TO WORK-RC
               STRING 'IESCNTLQ RETURNED UNEXPECTED CODE '
                                       DELIMITED BY SIZE
                      WORK-RC          DELIMITED BY SIZE
                                  INTO WORK-MESSAGE
           END-EVALUATE.
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    MOVE THE PROFILE, MAPPING, EXTENSION, RISK AND USAGE TO     *
      *    THE OUTPUT MAP                                              *
      ******************************************************************
       B20-SHOW-PROFILE.
           MOVE INQ-USRNAME            TO IQNAMEO.
           EVALUATE TRUE
             WHEN INQ-IS-ADMINISTRATOR
               MOVE 'ADMINISTRATOR'    TO IQUTYPEO
             WHEN INQ-IS-PROGRAMMER
               MOVE 'PROGRAMMER'       TO IQUTYPEO
             WHEN INQ-IS-GENERAL-USER
               MOVE 'GENERAL USER'     TO IQUTYPEO
             WHEN OTHER
               MOVE INQ-USRTYPE        TO IQUTYPEO
           END-EVALUATE.
           MOVE INQ-EXPDATE            TO IQEXPDO.
           IF  INQ-REVOKE-DATE > ZERO
               MOVE INQ-REVOKE-DATE    TO IQREVDO
               MOVE INQ-REVOKE-REASON  TO IQREVRO
           END-IF.
           IF  INQ-LASTLGN-DATE > ZERO
               MOVE INQ-LASTLGN-DATE   TO IQLLGNO
           END-IF.
           MOVE INQ-FAILCNT            TO IQFAILO.
           MOVE INQ-MFAFLAG            TO IQMFAO.
           MOVE INQ-ICCF-FLAG          TO IQICCFO.

           IF  INQ-RISK-IS-FOUND
               MOVE INQ-RISK-SCORE     TO IQRISKO
               MOVE INQ-RISK-RANK      TO IQRANKO
           ELSE
               MOVE 'NONE'             TO IQRISKO
           END-IF.

           IF  INQ-LDAP-IS-FOUND
               MOVE INQ-NETUSRID       TO IQNETIDO
           ELSE
               MOVE '(NO LDAP MAPPING)'
                                       TO IQNETIDO
           END-IF.

           IF  INQ-VEXT-IS-FOUND
               MOVE INQ-EMAIL          TO IQEMAILO
               MOVE INQ-PHONE          TO IQPHONEO
               MOVE INQ-COSTCTR        TO IQCCTRO
               MOVE INQ-EMPLID         TO IQEMPLO
           ELSE
               MOVE '(NO VUSERID EXTENSION RECORD)'
                                       TO IQEMAILO
           END-IF.

           MOVE SPACES                 TO USAGE-LINE.
           PERFORM WITH TEST BEFORE
                   VARYING LIST-IX FROM 1 BY 1
                     UNTIL LIST-IX > INQ-USAGE-COUNT
                        OR LIST-IX > 4
               MOVE INQ-USAGE-DATE(LIST-IX)
                                       TO USAGE-DATE
               MOVE INQ-USAGE-TIME(LIST-IX)
                                       TO USAGE-TIME
               MOVE USAGE-MM           TO USAGE-SLOT-MM(LIST-IX)
               MOVE USAGE-DD           TO USAGE-SLOT-DD(LIST-IX)
               MOVE USAGE-HH           TO USAGE-SLOT-HH(LIST-IX)
               MOVE USAGE-MI           TO USAGE-SLOT-MI(LIST-IX)
               MOVE INQ-USAGE-TERMID(LIST-IX)
                                       TO USAGE-SLOT-TERMID(LIST-IX)
               MOVE '/'                TO USAGE-SLOT-SLASH(LIST-IX)
               MOVE ':'                TO USAGE-SLOT-COLON(LIST-IX)
           END-PERFORM.
           IF  INQ-USAGE-COUNT = ZERO
               MOVE '(NO SIGN-ON HISTORY)'
                                       TO USAGE-LINE
           END-IF.
           MOVE USAGE-LINE             TO IQUSAGEO.
       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    BUILD THE GROUP AND PERMIT LINES, THEN SHOW THE PAGE THAT   *
      *    STARTS AT SCRN-TOP                                          *
      ******************************************************************
       B30-BUILD-LIST.
           PERFORM WITH TEST BEFORE
                   VARYING LIST-IX FROM 1 BY 1
                     UNTIL LIST-IX > INQ-GROUP-COUNT
                        OR LIST-IX > 25
               MOVE INQ-GROUP-NAME(LIST-IX)
                                       TO GROUP-LINE-NAME
               ADD  1                  TO LIST-COUNT
               MOVE GROUP-LINE         TO LIST-LINE(LIST-COUNT)
           END-PERFORM.

           PERFORM WITH TEST BEFORE
                   VARYING LIST-IX FROM 1 BY 1
                     UNTIL LIST-IX > INQ-PERMIT-COUNT
                        OR LIST-IX > 25
               MOVE INQ-PERMIT-APPL(LIST-IX)
                                       TO PERMIT-LINE-APPL
               MOVE INQ-PERMIT-TRANS(LIST-IX)
                                       TO PERMIT-LINE-TRANS
               MOVE INQ-PERMIT-RESOURCE(LIST-IX)
                                       TO PERMIT-LINE-RESOURCE
               MOVE INQ-PERMIT-ACCESS(LIST-IX)
                                       TO PERMIT-LINE-ACCESS
               ADD  1                  TO LIST-COUNT
               MOVE PERMIT-LINE        TO LIST-LINE(LIST-COUNT)
           END-PERFORM.

           IF  LIST-COUNT = ZERO
               MOVE 1                  TO SCRN-TOP
               MOVE 'NO GROUPS OR PERMITS'
                                       TO IQPOSNO
               GO TO B35-EXIT
           END-IF.

      * a PF8 from the last page stays on the last page
           IF  SCRN-TOP > LIST-COUNT
               SUBTRACT PAGE-SIZE    FROM SCRN-TOP
               IF  SCRN-TOP < 1
                   MOVE 1              TO SCRN-TOP
               END-IF
               MOVE 'ALREADY AT THE END OF THE LIST'
                                       TO WORK-MESSAGE
           END-IF.

           COMPUTE LIST-LAST = SCRN-TOP + PAGE-SIZE - 1.
           IF  LIST-LAST > LIST-COUNT
               MOVE LIST-COUNT         TO LIST-LAST
           END-IF.

           MOVE SCRN-TOP               TO POSITION-FIRST.
           MOVE LIST-LAST              TO POSITION-LAST.
           MOVE LIST-COUNT             TO POSITION-TOTAL.
           MOVE POSITION-LINE          TO IQPOSNO.

           MOVE ZERO                   TO LINE-IX.
           PERFORM WITH TEST BEFORE
                   VARYING LIST-IX FROM SCRN-TOP BY 1
                     UNTIL LIST-IX > LIST-LAST
               ADD  1                  TO LINE-IX
               MOVE LIST-LINE(LIST-IX) TO IQLISTO(LINE-IX)
           END-PERFORM.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    SEND THE WHOLE SCREEN WITH THE CURSOR ON THE USERID         *
      ******************************************************************
       Y10-SEND-SCREEN.
           MOVE SCR-USERID             TO IQUSERO.
           MOVE WORK-MESSAGE           TO IQMSGO.
           MOVE CURSOR-HERE            TO IQUSERL.
           IF  ERROR-ON-USERID
               MOVE ATTR-ERROR         TO IQUSERA
           END-IF.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMINQO)
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
