      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMGRP.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       GROUP AND PERMIT MAINTENANCE SCREEN (TRANSACTION
      *               VSM3, MENU OPTION 3).  ADDS AND REMOVES GROUP
      *               MEMBERSHIPS AND ADDS, CHANGES AND DELETES
      *               FACILITY PERMITS BY LINKING VSECBMNT WITH ITS
      *               FUNCTION CODE - THE GROUP OWNER, RECORD SIZE,
      *               SEPARATION-OF-DUTIES, JOURNAL AND AUDIT RULES
      *               ALL STAY IN VSECBMNT.  THIS PROGRAM ONLY CHECKS
      *               THAT THE FIELDS THE ACTION NEEDS ARE PRESENT, AND
      *               SHOWS VSECBMNT'S RETURN CODE AGAINST THE FIELD IT
      *               CONCERNS.  A MEMBER REMOVAL OR PERMIT DELETE IS
      *               ONLY PASSED ON AFTER PF10 CONFIRMS IT FOR THE
      *               SAME TARGET.  ACTION V LETS A SECOND
      *               ADMINISTRATOR APPROVE A CHANGE VSECBMNT HELD
      *               BECAUSE IT TOUCHED A SENSITIVE GROUP OR
      *               FACILITY.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ADDED ACTION V TO APPROVE A HELD CHANGE, NAMED
      *                BY ITS USERID AND GROUP OR FACILITY, AND THE
      *                MESSAGES FOR VSECBMNT'S FOUR-EYES HOLD CODES.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMGRP'.
         03  THIS-TRAN                 PIC  X(04)   VALUE 'VSM3'.
         03  THIS-MAP                  PIC  X(08)   VALUE 'VSMGRP'.
         03  VSMMAPS                   PIC  X(08)   VALUE 'VSMMAPS'.
         03  MENU-PGM                  PIC  X(08)   VALUE 'VSECMENU'.
         03  VSECBMNT                  PIC  X(08)   VALUE 'VSECBMNT'.
         03  WORK-RESP                 PIC S9(08)   BINARY VALUE ZERO.
         03  WORK-MESSAGE              PIC  X(78)   VALUE SPACES.
         03  WORK-RC                   PIC  9(02)   VALUE ZEROES.
         03  ERROR-FIELD               PIC  X(01)   VALUE SPACES.
           88  ERROR-NONE                           VALUE SPACES.
           88  ERROR-ON-ACTION                      VALUE 'A'.
           88  ERROR-ON-USERID                      VALUE 'U'.
           88  ERROR-ON-GROUP                       VALUE 'G'.
           88  ERROR-ON-APPL                        VALUE 'P'.
           88  ERROR-ON-TRANS                       VALUE 'T'.
           88  ERROR-ON-RESOURCE                    VALUE 'R'.
           88  ERROR-ON-ACCESS                      VALUE 'C'.
         03  END-MESSAGE               PIC  X(40)   VALUE
             'SECURITY ADMINISTRATION SESSION ENDED'.

      * THE SCREEN'S FIELDS, LOW-VALUES REPLACED BY SPACES
         03  SCREEN-FIELDS.
           05  SCR-ACTION              PIC  X(01).
             88  SCR-ACTION-ADD-MEMBER              VALUE 'A'.
             88  SCR-ACTION-REM-MEMBER              VALUE 'R'.
             88  SCR-ACTION-ADD-PERMIT              VALUE 'P'.
             88  SCR-ACTION-CHG-PERMIT              VALUE 'C'.
             88  SCR-ACTION-DEL-PERMIT              VALUE 'D'.
             88  SCR-ACTION-APPROVE-HELD            VALUE 'V'.
             88  SCR-ACTION-MEMBERSHIP              VALUE 'A' 'R'.
             88  SCR-ACTION-NEEDS-CONFIRM           VALUE 'R' 'D'.
           05  SCR-USERID              PIC  X(08).
           05  SCR-GROUP               PIC  X(08).
           05  SCR-APPL                PIC  X(04).
           05  SCR-TRANS               PIC  X(04).
           05  SCR-RESOURCE            PIC  X(44).
           05  SCR-ACCESS              PIC  X(01).

      * WHAT A PF10 MUST STILL FIND ON THE SCREEN TO CONFIRM A REMOVAL
         03  CONFIRM-DATA.
           05  CONFIRM-ACTION          PIC  X(01).
           05  CONFIRM-USERID          PIC  X(08).
           05  CONFIRM-GROUP           PIC  X(08).
           05  CONFIRM-APPL            PIC  X(04).
           05  CONFIRM-TRANS           PIC  X(04).
           05  CONFIRM-RESOURCE        PIC  X(44).
           05  FILLER                  PIC  X(11)   VALUE SPACES.

      * BSTCNTL MAINTENANCE COMMAREA (LINKED TO VSECBMNT)
         03  BMNT-COMMAREA.
           05  BMNT-FUNCTION           PIC  X(01).
           05  BMNT-RETURN-CODE        PIC  9(02).
             88  BMNT-SUCCESS                       VALUE 00.
             88  BMNT-NOT-FOUND                     VALUE 04.
             88  BMNT-ALREADY-EXISTS                VALUE 08.
             88  BMNT-INVALID-FUNCTION              VALUE 12.
             88  BMNT-IO-ERROR                      VALUE 16.
             88  BMNT-RECORD-FULL                   VALUE 20.
             88  BMNT-UPDATE-DEFERRED               VALUE 24.
             88  BMNT-NO-GROUP-OWNER                VALUE 28.
             88  BMNT-OWNER-GONE                    VALUE 32.
             88  BMNT-SOD-CONFLICT                  VALUE 36.
             88  BMNT-HELD-FOR-APPROVAL             VALUE 40.
             88  BMNT-ALREADY-HELD                  VALUE 44.
             88  BMNT-SAME-OPERATOR                 VALUE 48.
             88  BMNT-HOLD-EXPIRED                  VALUE 52.
           05  BMNT-USERID             PIC  X(08).
           05  BMNT-GROUP              PIC  X(08).
           05  BMNT-APPL               PIC  X(04).
           05  BMNT-TRANS              PIC  X(04).
           05  BMNT-RESOURCE           PIC  X(44).
           05  BMNT-ACCESS             PIC  X(01).

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
                   PERFORM A30-CONFIRM-REMOVAL THRU A35-EXIT
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
           MOVE 'ENTER AN ACTION AND THE FIELDS IT NEEDS'
                                       TO WORK-MESSAGE.
       A05-EXIT.
           EXIT.

      /*****************************************************************
      *    ENTER - CHECK THE FIELDS THE ACTION NEEDS ARE PRESENT, THEN *
      *    ACT (OR ASK FOR CONFIRMATION OF A REMOVAL OR DELETE)        *
      ******************************************************************
       A10-PROCESS-ENTER.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.
           SET  SCRN-CONFIRM-NONE      TO TRUE.

           PERFORM A40-EDIT-FIELDS THRU A45-EXIT.
           IF  NOT ERROR-NONE
               GO TO A15-EXIT
           END-IF.

           MOVE SCR-USERID             TO SCRN-USERID.

           IF  SCR-ACTION-NEEDS-CONFIRM
               PERFORM A50-BUILD-CONFIRM THRU A55-EXIT
               MOVE CONFIRM-DATA       TO SCRN-CONFIRM-DATA
               SET  SCRN-CONFIRM-PENDING TO TRUE
               IF  SCR-ACTION-REM-MEMBER
                   MOVE 'PRESS PF10 TO CONFIRM REMOVING THIS USERID FROM
      -                 ' THE GROUP'   TO WORK-MESSAGE
               ELSE
                   MOVE 'PRESS PF10 TO CONFIRM DELETING THIS PERMIT'
                                       TO WORK-MESSAGE
               END-IF
               GO TO A15-EXIT
           END-IF.

           PERFORM B10-LINK-VSECBMNT THRU B15-EXIT.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    RECEIVE THE SCREEN - AN EMPTY SCREEN (MAPFAIL) IS NO INPUT  *
      ******************************************************************
       A20-RECEIVE-SCREEN.
           MOVE LOW-VALUES             TO VSMGRPI.
           EXEC CICS RECEIVE
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     INTO     (VSMGRPI)
                     RESP     (WORK-RESP)
           END-EXEC.

           MOVE GPACTI                 TO SCR-ACTION.
           MOVE GPUSERI                TO SCR-USERID.
           MOVE GPGRPI                 TO SCR-GROUP.
           MOVE GPAPPLI                TO SCR-APPL.
           MOVE GPTRANI                TO SCR-TRANS.
           MOVE GPRSRCI                TO SCR-RESOURCE.
           MOVE GPACCI                 TO SCR-ACCESS.
           INSPECT SCREEN-FIELDS REPLACING ALL LOW-VALUES BY SPACES.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF10 - CARRY OUT THE REMOVAL IF THE SCREEN STILL NAMES THE  *
      *    SAME TARGET THE CONFIRMATION WAS ASKED FOR                  *
      ******************************************************************
       A30-CONFIRM-REMOVAL.
           PERFORM A20-RECEIVE-SCREEN THRU A25-EXIT.

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
           PERFORM B10-LINK-VSECBMNT THRU B15-EXIT.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    THE FIELDS EACH ACTION NEEDS - MEMBERSHIP ACTIONS NAME A    *
      *    GROUP, PERMIT ACTIONS A FACILITY AND RESOURCE               *
      ******************************************************************
       A40-EDIT-FIELDS.
           IF  NOT SCR-ACTION-ADD-MEMBER
           AND NOT SCR-ACTION-REM-MEMBER
           AND NOT SCR-ACTION-ADD-PERMIT
           AND NOT SCR-ACTION-CHG-PERMIT
           AND NOT SCR-ACTION-DEL-PERMIT
           AND NOT SCR-ACTION-APPROVE-HELD
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'ACTION MUST BE A, R, P, C, D OR V'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-USERID = SPACES
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ENTER THE USERID TO WORK ON'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-ACTION-MEMBERSHIP
               IF  SCR-GROUP = SPACES
                   SET  ERROR-ON-GROUP TO TRUE
                   MOVE 'ENTER THE GROUP FOR A MEMBERSHIP ACTION'
                                       TO WORK-MESSAGE
               END-IF
               GO TO A45-EXIT
           END-IF.

      * an approval names its held change by the target alone - a
      * group for a membership, otherwise the facility
           IF  SCR-ACTION-APPROVE-HELD
           AND SCR-GROUP NOT = SPACES
               GO TO A45-EXIT
           END-IF.

           IF  SCR-APPL = SPACES
               SET  ERROR-ON-APPL      TO TRUE
               MOVE 'ENTER THE APPLICATION FOR A PERMIT ACTION'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-TRANS = SPACES
               SET  ERROR-ON-TRANS     TO TRUE
               MOVE 'ENTER THE TRANSACTION FOR A PERMIT ACTION'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  SCR-RESOURCE = SPACES
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'ENTER THE RESOURCE FOR A PERMIT ACTION'
                                       TO WORK-MESSAGE
               GO TO A45-EXIT
           END-IF.

           IF  NOT SCR-ACTION-DEL-PERMIT
           AND NOT SCR-ACTION-APPROVE-HELD
           AND SCR-ACCESS = SPACES
               SET  ERROR-ON-ACCESS    TO TRUE
               MOVE 'ENTER THE ACCESS LEVEL TO PERMIT'
                                       TO WORK-MESSAGE
           END-IF.
       A45-EXIT.
           EXIT.

      /*****************************************************************
      *    THE TARGET A REMOVAL OR DELETE CONFIRMATION IS TIED TO      *
      ******************************************************************
       A50-BUILD-CONFIRM.
           MOVE SCR-ACTION             TO CONFIRM-ACTION.
           MOVE SCR-USERID             TO CONFIRM-USERID.
           MOVE SCR-GROUP              TO CONFIRM-GROUP.
           MOVE SCR-APPL               TO CONFIRM-APPL.
           MOVE SCR-TRANS              TO CONFIRM-TRANS.
           MOVE SCR-RESOURCE           TO CONFIRM-RESOURCE.
       A55-EXIT.
           EXIT.

      /*****************************************************************
      *    LINK VSECBMNT AND TURN ITS RETURN CODE INTO A MESSAGE       *
      *    AGAINST THE FIELD IT CONCERNS                               *
      ******************************************************************
       B10-LINK-VSECBMNT.
           MOVE SCR-ACTION             TO BMNT-FUNCTION.
           MOVE ZEROES                 TO BMNT-RETURN-CODE.
           MOVE SCR-USERID             TO BMNT-USERID.
           MOVE SCR-GROUP              TO BMNT-GROUP.
           MOVE SCR-APPL               TO BMNT-APPL.
           MOVE SCR-TRANS              TO BMNT-TRANS.
           MOVE SCR-RESOURCE           TO BMNT-RESOURCE.
           MOVE SCR-ACCESS             TO BMNT-ACCESS.

           EXEC CICS LINK
                     PROGRAM  (VSECBMNT)
                     COMMAREA (BMNT-COMMAREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VSECBMNT COULD NOT BE LINKED - THE ACTION WAS NOT T
      -             'AKEN'             TO WORK-MESSAGE
               GO TO B15-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN BMNT-SUCCESS
               PERFORM B20-SHOW-RESULT THRU B25-EXIT
             WHEN BMNT-NOT-FOUND
             AND  SCR-ACTION-APPROVE-HELD
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'NO CHANGE IS WAITING FOR APPROVAL ON THIS TARGET'
                                       TO WORK-MESSAGE
             WHEN BMNT-NOT-FOUND
             AND  SCR-ACTION-MEMBERSHIP
               SET  ERROR-ON-GROUP     TO TRUE
               MOVE 'NO SUCH GROUP, OR THE USERID IS NOT A MEMBER OF IT'
                                       TO WORK-MESSAGE
             WHEN BMNT-NOT-FOUND
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'NO SUCH FACILITY, OR NO PERMIT FOR THIS USERID ON T
      -             'HIS RESOURCE'     TO WORK-MESSAGE
             WHEN BMNT-ALREADY-EXISTS
             AND  SCR-ACTION-MEMBERSHIP
               SET  ERROR-ON-GROUP     TO TRUE
               MOVE 'THE USERID IS ALREADY A MEMBER OF THIS GROUP'
                                       TO WORK-MESSAGE
             WHEN BMNT-ALREADY-EXISTS
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'A PERMIT ALREADY EXISTS ON THIS RESOURCE - USE ACTI
      -             'ON C TO CHANGE IT'
                                       TO WORK-MESSAGE
             WHEN BMNT-INVALID-FUNCTION
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'VSECBMNT DID NOT ACCEPT THE ACTION CODE'
                                       TO WORK-MESSAGE
             WHEN BMNT-RECORD-FULL
               SET  ERROR-ON-RESOURCE  TO TRUE
               MOVE 'THE FACILITY RECORD IS FULL - NO MORE PERMITS CAN B
      -             'E ADDED TO IT'    TO WORK-MESSAGE
             WHEN BMNT-UPDATE-DEFERRED
               MOVE 'A BATCH UPDATE IS RUNNING - THE CHANGE WAS DEFERRED
      -             ' AND WILL BE REPLAYED'
                                       TO WORK-MESSAGE
             WHEN BMNT-NO-GROUP-OWNER
               SET  ERROR-ON-GROUP     TO TRUE
               MOVE 'THE GROUP HAS NO REGISTERED OWNER - NO MEMBER CAN B
      -             'E ADDED'          TO WORK-MESSAGE
             WHEN BMNT-OWNER-GONE
               SET  ERROR-ON-GROUP     TO TRUE
               MOVE 'THE GROUP OWNER NO LONGER HAS A PROFILE - NAME A NE
      -             'W OWNER FIRST'    TO WORK-MESSAGE
             WHEN BMNT-SOD-CONFLICT
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'SEPARATION-OF-DUTIES CONFLICT - FILE AN ACCESS REQU
      -             'EST (OPTION 5)'   TO WORK-MESSAGE
             WHEN BMNT-HELD-FOR-APPROVAL
               MOVE 'SENSITIVE RESOURCE - CHANGE HELD FOR A SECOND ADMIN
      -             'ISTRATOR TO APPROVE (ACTION V)'
                                       TO WORK-MESSAGE
             WHEN BMNT-ALREADY-HELD
               SET  ERROR-ON-USERID    TO TRUE
               MOVE 'ANOTHER CHANGE ON THIS TARGET IS ALREADY WAITING FO
      -             'R APPROVAL'       TO WORK-MESSAGE
             WHEN BMNT-SAME-OPERATOR
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'YOU ASKED FOR THIS CHANGE - A DIFFERENT ADMINISTRAT
      -             'OR MUST APPROVE IT'
                                       TO WORK-MESSAGE
             WHEN BMNT-HOLD-EXPIRED
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'THE HELD CHANGE EXPIRED UNAPPROVED - IT MUST BE ENT
      -             'ERED AGAIN'       TO WORK-MESSAGE
             WHEN BMNT-IO-ERROR
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE 'SECURITY FILE ERROR - NOTHING WAS CHANGED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               SET  ERROR-ON-ACTION    TO TRUE
               MOVE BMNT-RETURN-CODE   TO WORK-RC
               STRING 'VSECBMNT RETURNED UNEXPECTED CODE '
                                       DELIMITED BY SIZE
                      WORK-RC          DELIMITED BY SIZE
                                  INTO WORK-MESSAGE
           END-EVALUATE.
       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    A SUCCESSFUL ACTION - SAY WHAT WAS DONE                     *
      ******************************************************************
       B20-SHOW-RESULT.
           EVALUATE TRUE
             WHEN SCR-ACTION-ADD-MEMBER
               MOVE 'USERID ADDED TO THE GROUP'
                                       TO WORK-MESSAGE
             WHEN SCR-ACTION-REM-MEMBER
               MOVE 'USERID REMOVED FROM THE GROUP'
                                       TO WORK-MESSAGE
             WHEN SCR-ACTION-ADD-PERMIT
               MOVE 'PERMIT ADDED'     TO WORK-MESSAGE
             WHEN SCR-ACTION-CHG-PERMIT
               MOVE 'PERMIT CHANGED'   TO WORK-MESSAGE
             WHEN SCR-ACTION-APPROVE-HELD
               MOVE 'HELD CHANGE APPROVED AND APPLIED'
                                       TO WORK-MESSAGE
             WHEN OTHER
               MOVE 'PERMIT DELETED'   TO WORK-MESSAGE
           END-EVALUATE.
       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    SEND THE WHOLE SCREEN, BRIGHTENING THE FIELD IN ERROR AND   *
      *    PUTTING THE CURSOR ON IT                                    *
      ******************************************************************
       Y10-SEND-SCREEN.
           MOVE LOW-VALUES             TO VSMGRPO.
           MOVE SCR-ACTION             TO GPACTO.
           MOVE SCR-USERID             TO GPUSERO.
           MOVE SCR-GROUP              TO GPGRPO.
           MOVE SCR-APPL               TO GPAPPLO.
           MOVE SCR-TRANS              TO GPTRANO.
           MOVE SCR-RESOURCE           TO GPRSRCO.
           MOVE SCR-ACCESS             TO GPACCO.
           MOVE WORK-MESSAGE           TO GPMSGO.

           EVALUATE TRUE
             WHEN ERROR-ON-USERID
               MOVE ATTR-ERROR         TO GPUSERA
               MOVE CURSOR-HERE        TO GPUSERL
             WHEN ERROR-ON-GROUP
               MOVE ATTR-ERROR         TO GPGRPA
               MOVE CURSOR-HERE        TO GPGRPL
             WHEN ERROR-ON-APPL
               MOVE ATTR-ERROR         TO GPAPPLA
               MOVE CURSOR-HERE        TO GPAPPLL
             WHEN ERROR-ON-TRANS
               MOVE ATTR-ERROR         TO GPTRANA
               MOVE CURSOR-HERE        TO GPTRANL
             WHEN ERROR-ON-RESOURCE
               MOVE ATTR-ERROR         TO GPRSRCA
               MOVE CURSOR-HERE        TO GPRSRCL
             WHEN ERROR-ON-ACCESS
               MOVE ATTR-ERROR         TO GPACCA
               MOVE CURSOR-HERE        TO GPACCL
             WHEN ERROR-ON-ACTION
               MOVE ATTR-ERROR         TO GPACTA
               MOVE CURSOR-HERE        TO GPACTL
             WHEN OTHER
               MOVE CURSOR-HERE        TO GPACTL
           END-EVALUATE.

           EXEC CICS SEND
                     MAP      (THIS-MAP)
                     MAPSET   (VSMMAPS)
                     FROM     (VSMGRPO)
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
