      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECREVW.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       COMPLIANCE REPORT REVIEW SIGN-OFF.  A REVIEWER
      *               NAMES A TRACKED REPORT (ONE WITH AN IESRVWC
      *               CONTROL RECORD) AND THE RUN THEY REVIEWED - BY
      *               ITS START DATE AND TIME, BY START DATE ALONE
      *               (THE FIRST RUN THAT DAY), OR NEITHER (THE
      *               REPORT'S LATEST COMPLETED RUN IN IESRUNRG) - AND
      *               AN OPTIONAL COMMENT.  THE RUN IS CONFIRMED
      *               AGAINST IESRUNRG/IESRUNH AND ONE IESREVW
      *               REGISTER ENTRY IS WRITTEN CARRYING THE SIGNED-ON
      *               CICS OPERATOR AS THE REVIEWER AND THE CURRENT
      *               DATE AND TIME AS THE REVIEW STAMP.  A RUN CAN BE
      *               SIGNED OFF ONCE ONLY; A RUN STILL EXECUTING
      *               CANNOT BE SIGNED OFF AT ALL; AND WHEN THE
      *               CONTROL RECORD NAMES A REVIEWER NOBODY ELSE MAY
      *               SIGN.  THE INQUIRE FUNCTION RETURNS AN EXISTING
      *               SIGN-OFF WITHOUT CHANGING ANYTHING.  THE
      *               REGISTER IS NOT ONE OF THE SECURITY FILES THE
      *               IESLOCK BATCH INTERLOCK COVERS.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECREVW'.
         03  IESRVWC                   PIC  X(08)   VALUE 'IESRVWC'.
         03  IESREVW                   PIC  X(08)   VALUE 'IESREVW'.
         03  IESRUNRG                  PIC  X(08)   VALUE 'IESRUNRG'.
         03  IESRUNH                   PIC  X(08)   VALUE 'IESRUNH'.

         03  CICS-USERID               PIC  X(08).

      * REPORT REVIEW CONTROL RECORD LAYOUT (IS THE REPORT TRACKED)
       COPY IESRVWC.

      * REVIEW SIGN-OFF REGISTER RECORD LAYOUT (ONE ENTRY PER RUN)
       COPY IESREVW.

      * BATCH RUN-REGISTRY RECORD LAYOUT (THE REPORT'S LATEST RUN)
       COPY IESRUNR.

      * PER-RUN HISTORY RECORD LAYOUT (ANY EARLIER RUN)
       COPY IESRUNH.

       COPY DATETIME.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         03  SOFF-REQ-FUNC             PIC  X(01).
             88  SOFF-FUNC-SIGNOFF                 VALUE 'S'.
             88  SOFF-FUNC-INQUIRE                 VALUE 'I'.
         03  SOFF-REQ-PGM              PIC  X(08).
         03  SOFF-REQ-RUN-DATE         PIC  9(08).
         03  SOFF-REQ-RUN-TIME         PIC  9(06).
         03  SOFF-REQ-COMMENT          PIC  X(60).
         03  SOFF-RET-RUN-DATE         PIC  9(08).
         03  SOFF-RET-RUN-TIME         PIC  9(06).
         03  SOFF-RET-RUN-END-DATE     PIC  9(08).
         03  SOFF-RET-RUN-RETCODE      PIC  9(04).
         03  SOFF-RET-REVIEWER         PIC  X(08).
         03  SOFF-RET-REVIEW-DATE      PIC  9(08).
         03  SOFF-RET-REVIEW-TIME      PIC  9(06).
         03  SOFF-RET-COMMENT          PIC  X(60).
         03  SOFF-RET-CODE             PIC S9(04) BINARY.
             88  SOFF-COMPLETED                    VALUE 0.
             88  SOFF-NOT-TRACKED                  VALUE 4.
             88  SOFF-INVALID-FUNCTION             VALUE 8.
             88  SOFF-RUN-NOT-FOUND                VALUE 12.
             88  SOFF-RUN-NOT-ENDED                VALUE 16.
             88  SOFF-ALREADY-SIGNED               VALUE 20.
             88  SOFF-NOT-DESIGNATED               VALUE 24.
             88  SOFF-NOT-SIGNED                   VALUE 28.
             88  SOFF-IO-ERROR                     VALUE 32.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                         ABCODE('CALN')
                         CANCEL
                         NODUMP
               END-EXEC
           END-IF.

           MOVE ZEROES                 TO SOFF-RET-CODE
                                          SOFF-RET-RUN-DATE
                                          SOFF-RET-RUN-TIME
                                          SOFF-RET-RUN-END-DATE
                                          SOFF-RET-RUN-RETCODE
                                          SOFF-RET-REVIEW-DATE
                                          SOFF-RET-REVIEW-TIME.
           MOVE SPACES                 TO SOFF-RET-REVIEWER
                                          SOFF-RET-COMMENT.

           IF  NOT SOFF-FUNC-SIGNOFF
           AND NOT SOFF-FUNC-INQUIRE
               SET  SOFF-INVALID-FUNCTION TO TRUE
               EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS ASSIGN
                     USERID    (CICS-USERID)
                     NOHANDLE
           END-EXEC.

      * only the reports the site has put under review control can
      * be signed off - anything else is refused up front
           PERFORM A10-CHECK-TRACKED THRU A15-EXIT.
           IF  SOFF-RET-CODE NOT = ZEROES
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM A20-RESOLVE-RUN THRU A25-EXIT.
           IF  SOFF-RET-CODE NOT = ZEROES
               EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE TRUE
             WHEN SOFF-FUNC-SIGNOFF
               PERFORM A30-SIGN-OFF-RUN THRU A35-EXIT
             WHEN SOFF-FUNC-INQUIRE
               PERFORM A50-INQUIRE-RUN THRU A55-EXIT
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      /*****************************************************************
      *    IS THE REPORT UNDER REVIEW CONTROL - AND, FOR A SIGN-OFF,   *
      *    IS THE OPERATOR ALLOWED TO SIGN IT                          *
      ******************************************************************
       A10-CHECK-TRACKED.
           MOVE SOFF-REQ-PGM           TO RVWC-PGM.

           EXEC CICS READ
                     DATASET  (IESRVWC)
                     INTO     (IESRVWC-RECORD)
                     RIDFLD   (RVWC-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               SET  SOFF-NOT-TRACKED   TO TRUE
               GO TO A15-EXIT
             WHEN OTHER
               SET  SOFF-IO-ERROR      TO TRUE
               GO TO A15-EXIT
           END-EVALUATE.

           IF  SOFF-FUNC-SIGNOFF
           AND RVWC-REVIEWER NOT = SPACES
           AND RVWC-REVIEWER NOT = CICS-USERID
               SET  SOFF-NOT-DESIGNATED TO TRUE
           END-IF.
       A15-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND THE RUN BEING REVIEWED - THE LATEST ONE FROM IESRUNRG  *
      *    WHEN NO DATE IS GIVEN, OTHERWISE FROM THE IESRUNH HISTORY   *
      ******************************************************************
       A20-RESOLVE-RUN.
           IF  SOFF-REQ-RUN-DATE NOT NUMERIC
           OR  SOFF-REQ-RUN-DATE = ZEROES
               MOVE SOFF-REQ-PGM       TO RUNR-PGM
               EXEC CICS READ
                         DATASET  (IESRUNRG)
                         INTO     (IESRUNR-RECORD)
                         RIDFLD   (RUNR-KEY)
                         EQUAL
                         NOHANDLE
               END-EXEC
               EVALUATE EIBRESP
                 WHEN DFHRESP(NORMAL)
                   CONTINUE
                 WHEN DFHRESP(NOTFND)
                   SET  SOFF-RUN-NOT-FOUND TO TRUE
                   GO TO A25-EXIT
                 WHEN OTHER
                   SET  SOFF-IO-ERROR  TO TRUE
                   GO TO A25-EXIT
               END-EVALUATE
               IF  NOT RUNR-ENDED
                   SET  SOFF-RUN-NOT-ENDED TO TRUE
                   GO TO A25-EXIT
               END-IF
               MOVE RUNR-START-DATE    TO SOFF-RET-RUN-DATE
               MOVE RUNR-START-TIME    TO SOFF-RET-RUN-TIME
               MOVE RUNR-END-DATE      TO SOFF-RET-RUN-END-DATE
               MOVE RUNR-RETCODE       TO SOFF-RET-RUN-RETCODE
               GO TO A25-EXIT
           END-IF.

           IF  SOFF-REQ-RUN-TIME NOT NUMERIC
               MOVE ZEROES             TO SOFF-REQ-RUN-TIME
           END-IF.
           MOVE SOFF-REQ-PGM           TO RUNH-PGM.
           MOVE SOFF-REQ-RUN-DATE      TO RUNH-START-DATE.
           MOVE SOFF-REQ-RUN-TIME      TO RUNH-START-TIME.

           EXEC CICS STARTBR
                     DATASET  (IESRUNH)
                     RIDFLD   (RUNH-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               SET  SOFF-RUN-NOT-FOUND TO TRUE
               GO TO A25-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  SOFF-IO-ERROR      TO TRUE
               GO TO A25-EXIT
           END-IF.

           EXEC CICS READNEXT
                     DATASET  (IESRUNH)
                     INTO     (IESRUNH-RECORD)
                     RIDFLD   (RUNH-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES         TO RUNH-KEY
           END-IF.

           EXEC CICS ENDBR
                     DATASET  (IESRUNH)
                     NOHANDLE
           END-EXEC.

      * a start time of zero takes the first run on the date given
           IF  RUNH-PGM NOT = SOFF-REQ-PGM
           OR  RUNH-START-DATE NOT = SOFF-REQ-RUN-DATE
           OR (SOFF-REQ-RUN-TIME NOT = ZEROES
           AND RUNH-START-TIME NOT = SOFF-REQ-RUN-TIME)
               SET  SOFF-RUN-NOT-FOUND TO TRUE
               GO TO A25-EXIT
           END-IF.

           MOVE RUNH-START-DATE        TO SOFF-RET-RUN-DATE.
           MOVE RUNH-START-TIME        TO SOFF-RET-RUN-TIME.
           MOVE RUNH-END-DATE          TO SOFF-RET-RUN-END-DATE.
           MOVE RUNH-RETCODE           TO SOFF-RET-RUN-RETCODE.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE THE REGISTER ENTRY - A DUPLICATE KEY MEANS THE RUN    *
      *    HAS ALREADY BEEN SIGNED OFF, AND THAT SIGN-OFF STANDS       *
      ******************************************************************
       A30-SIGN-OFF-RUN.
           MOVE SPACES                 TO IESREVW-RECORD.
           MOVE SOFF-REQ-PGM           TO REVW-PGM.
           MOVE SOFF-RET-RUN-DATE      TO REVW-RUN-DATE.
           MOVE SOFF-RET-RUN-TIME      TO REVW-RUN-TIME.
           MOVE SOFF-RET-RUN-END-DATE  TO REVW-RUN-END-DATE.
           MOVE SOFF-RET-RUN-RETCODE   TO REVW-RUN-RETCODE.
           MOVE CICS-USERID            TO REVW-REVIEWER.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO REVW-REVIEW-DATE.
           MOVE NUM-TIME               TO REVW-REVIEW-TIME.
           MOVE SOFF-REQ-COMMENT       TO REVW-COMMENT.

           EXEC CICS WRITE
                     DATASET  (IESREVW)
                     FROM     (IESREVW-RECORD)
                     RIDFLD   (REVW-KEY)
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
               PERFORM A60-RETURN-SIGNOFF THRU A65-EXIT
             WHEN DFHRESP(DUPREC)
               PERFORM A50-INQUIRE-RUN THRU A55-EXIT
               SET  SOFF-ALREADY-SIGNED TO TRUE
             WHEN OTHER
               SET  SOFF-IO-ERROR      TO TRUE
           END-EVALUATE.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    RETURN THE RUN'S EXISTING SIGN-OFF, IF THERE IS ONE         *
      ******************************************************************
       A50-INQUIRE-RUN.
           MOVE SOFF-REQ-PGM           TO REVW-PGM.
           MOVE SOFF-RET-RUN-DATE      TO REVW-RUN-DATE.
           MOVE SOFF-RET-RUN-TIME      TO REVW-RUN-TIME.

           EXEC CICS READ
                     DATASET  (IESREVW)
                     INTO     (IESREVW-RECORD)
                     RIDFLD   (REVW-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
               PERFORM A60-RETURN-SIGNOFF THRU A65-EXIT
             WHEN DFHRESP(NOTFND)
               SET  SOFF-NOT-SIGNED    TO TRUE
             WHEN OTHER
               SET  SOFF-IO-ERROR      TO TRUE
           END-EVALUATE.
       A55-EXIT.
           EXIT.

       A60-RETURN-SIGNOFF.
           MOVE REVW-REVIEWER          TO SOFF-RET-REVIEWER.
           MOVE REVW-REVIEW-DATE       TO SOFF-RET-REVIEW-DATE.
           MOVE REVW-REVIEW-TIME       TO SOFF-RET-REVIEW-TIME.
           MOVE REVW-COMMENT           TO SOFF-RET-COMMENT.
       A65-EXIT.
           EXIT.
