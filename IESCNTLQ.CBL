      *               GIVEN A USERID IN DFHCOMMAREA, RETURNS THE
      *               IESCNTL PROFILE, IESLDUV MAPPING, VUSERID
      *               EXTENSION, AND EVERY BSTCNTL GROUP MEMBERSHIP
      *               AND FACILITY PERMIT THAT NAMES THE USER, AND
      *               THE USER'S CURRENT IESRISK RISK SCORE.

      * CHANGE HISTORY ------------------------------------------------
      * 08/08/2026 DLC ORIGINAL PROGRAM.
      *                AND EVERY NON-SELF INQUIRY WRITES AN IESINQL
      *                LOG RECORD (WHO ASKED ABOUT WHOM, WHEN, FROM
      *                WHICH TERMINAL) REPORTED BY IESINQRP.
      * 10/15/2026 DLC ADDED THE USER'S CURRENT RISK SCORE, RANK AND
      *                PRIOR SCORE FROM THE WEEKLY IESRISKW RUN.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  IESXREF                   PIC  X(08)   VALUE 'IESXREF'.
         03  IESAPRR                   PIC  X(08)   VALUE 'IESAPRR'.
         03  IESINQL                   PIC  X(08)   VALUE 'IESINQL'.
         03  IESRISK                   PIC  X(08)   VALUE 'IESRISK'.
         03  CICS-USERID               PIC  X(08)   VALUE SPACES.
         03  INQL-RETRY-CTR            PIC  9(02)   VALUE ZEROES.
         03  USAGE-DONE-SW             PIC  X(01)   VALUE 'N'.
      * PROFILE INQUIRY LOG LAYOUT (WRITTEN PER NON-SELF INQUIRY)
       COPY IESINQL.

      * PER-USER RISK SCORE RECORD LAYOUT (READ INTO AREA)
       COPY IESRISK.

       COPY BITMAN.

       COPY DATETIME.
           05  INQ-PERMIT-RESOURCE     PIC  X(44).
           05  INQ-PERMIT-ACCESS       PIC  X(01).

         03  INQ-RISK.
           05  INQ-RISK-FOUND          PIC  X(01).
               88  INQ-RISK-IS-FOUND           VALUE 'Y'.
           05  INQ-RISK-SCORE          PIC  9(07).
           05  INQ-RISK-RANK           PIC  9(05).
           05  INQ-RISK-DATE           PIC  9(08).
           05  INQ-RISK-PRIOR-SCORE    PIC  9(07).

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *

           INITIALIZE INQ-PROFILE
                      INQ-LDAP-MAPPING
                      INQ-VUSERID-EXT
                      INQ-RISK.
           MOVE ZEROES                 TO INQ-GROUP-COUNT
                                          INQ-PERMIT-COUNT
                                          INQ-USAGE-COUNT.
               PERFORM B00-READ-ACCESS-INDEX THRU B05-EXIT
               PERFORM B10-EXPAND-NESTED-GROUPS THRU B15-EXIT
               PERFORM D00-GET-RECENT-USAGE THRU D05-EXIT
               PERFORM A40-GET-RISK-SCORE THRU A45-EXIT
           END-IF.

           EXEC CICS RETURN END-EXEC.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    GET THE USER'S CURRENT IESRISK RISK SCORE                   *
      ******************************************************************
       A40-GET-RISK-SCORE.
           MOVE INQ-REQ-USERID         TO RISK-USRIDNT.

           EXEC CICS READ
                     DATASET  (IESRISK)
                     INTO     (IESRISK-RECORD)
                     RIDFLD   (RISK-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y'                TO INQ-RISK-FOUND
               MOVE RISK-SCORE         TO INQ-RISK-SCORE
               MOVE RISK-RANK          TO INQ-RISK-RANK
               MOVE RISK-SCORED-DATE   TO INQ-RISK-DATE
               MOVE RISK-PRIOR-SCORE   TO INQ-RISK-PRIOR-SCORE
           ELSE
               MOVE 'N'                TO INQ-RISK-FOUND
               MOVE ZEROES             TO INQ-RISK-SCORE
                                          INQ-RISK-RANK
                                          INQ-RISK-DATE
                                          INQ-RISK-PRIOR-SCORE
           END-IF.
       A45-EXIT.
           EXIT.

      /*****************************************************************
      *    READ THE USER'S GROUPS AND PERMITS OFF THE IESXREF INDEX -  *
      *    A SHORT KEYED BROWSE IN PLACE OF THE OLD FULL BSTCNTL SCAN  *
