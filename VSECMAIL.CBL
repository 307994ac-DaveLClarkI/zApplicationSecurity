      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    VSECMAIL.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       CICS ACCESS TO THE IESMLQ OUTBOUND MAIL QUEUE.
      *               DRIVEN BY A FUNCTION CODE IN DFHCOMMAREA THE SAME
      *               WAY VSECCMNT IS - THE CALLER CAN LIST THE QUEUED
      *               MESSAGES (OPTIONALLY ONLY THOSE IN ONE STATUS,
      *               SO THE DEAD LETTERS IESDIGST REPORTS CAN BE
      *               PULLED UP ON THEIR OWN), READ ONE MESSAGE'S
      *               CONTROL RECORD, PAGE THROUGH ITS DISTRIBUTION
      *               AND BODY LINES, AND RESEND IT.  A RESEND PUTS A
      *               DEAD OR STILL-PENDING MESSAGE BACK TO PENDING
      *               WITH ITS ATTEMPTS CLEARED, SO THE NEXT IESMLDLV
      *               PASS TRIES IT AGAIN AT ONCE, AND STAMPS THE
      *               SIGNED-ON CICS OPERATOR AND DATE ON IT.  A
      *               DELIVERED MESSAGE IS NOT RESENT.  THE QUEUE IS
      *               MAIL PLUMBING, NOT SECURITY DATA, SO A RESEND IS
      *               NOT WRITTEN TO IESAUDT.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'VSECMAIL'.
         03  IESMLQ                    PIC  X(08)   VALUE 'IESMLQ'.
         03  CICS-USERID               PIC  X(08).
         03  WORK-RECLEN               PIC S9(04)   BINARY VALUE ZEROES.
         03  WORK-RID                  PIC  X(32)   VALUE SPACES.
         03  WORK-LAST-SEEN            PIC  X(32)   VALUE SPACES.
         03  BROWSE-SW                 PIC  X(01)   VALUE 'N'.
           88  BROWSE-DONE                          VALUE 'Y'.

       COPY IESMLQ.

       COPY DATETIME.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         03  QMNT-FUNCTION             PIC  X(01).
             88  QMNT-FUNC-LIST-NEXT               VALUE 'L'.
             88  QMNT-FUNC-READ                    VALUE 'R'.
             88  QMNT-FUNC-TEXT-NEXT               VALUE 'T'.
             88  QMNT-FUNC-RESEND                  VALUE 'S'.
         03  QMNT-RETURN-CODE          PIC  9(02).
             88  QMNT-SUCCESS                      VALUE 00.
             88  QMNT-NOT-FOUND                    VALUE 04.
             88  QMNT-INVALID-FUNCTION             VALUE 12.
             88  QMNT-IO-ERROR                     VALUE 16.
             88  QMNT-NOT-RESENDABLE               VALUE 20.
             88  QMNT-END-OF-FILE                  VALUE 28.

      * ON A LIST, ONLY MESSAGES IN THIS STATUS ARE RETURNED (P, D,
      * OR X) - SPACE RETURNS EVERY MESSAGE
         03  QMNT-STATUS-FILTER        PIC  X(01).

      * ON A LIST, THE CALLER PASSES BACK THE KEY LAST RETURNED
      * (SPACES TO START OVER AT THE FRONT OF THE QUEUE) AND RECEIVES
      * THE NEXT MESSAGE'S CONTROL RECORD.  ON A TEXT-NEXT, THE KEY
      * IS THE MESSAGE ID AND THE LINE LAST RETURNED (ZERO TO START
      * AT ITS FIRST LINE).  ON A READ OR RESEND THE KEY IS THE
      * MESSAGE ID WITH LINE ZERO
         03  QMNT-KEY                  PIC  X(32).
         03  QMNT-DATA                 PIC  X(218).

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

           MOVE ZEROES                 TO QMNT-RETURN-CODE.
           MOVE LENGTH OF IESMLQ-RECORD
                                       TO WORK-RECLEN.

           EXEC CICS ASSIGN
                     USERID    (CICS-USERID)
                     NOHANDLE
           END-EXEC.

           IF  QMNT-FUNC-LIST-NEXT
               PERFORM A10-LIST-NEXT-MESSAGE THRU A15-EXIT
           ELSE
           IF  QMNT-FUNC-READ
               PERFORM A20-READ-MESSAGE THRU A25-EXIT
           ELSE
           IF  QMNT-FUNC-TEXT-NEXT
               PERFORM A30-TEXT-NEXT-LINE THRU A35-EXIT
           ELSE
           IF  QMNT-FUNC-RESEND
               PERFORM A40-RESEND-MESSAGE THRU A45-EXIT
           ELSE
               SET  QMNT-INVALID-FUNCTION TO TRUE
           END-IF END-IF END-IF END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      /*****************************************************************
      *    RETURN THE NEXT MESSAGE PAST THE KEY LAST RETURNED - LINE   *
      *    RECORDS AND MESSAGES OUTSIDE THE STATUS FILTER ARE SKIPPED  *
      ******************************************************************
       A10-LIST-NEXT-MESSAGE.
           MOVE QMNT-KEY               TO WORK-LAST-SEEN
                                          WORK-RID.
           MOVE 'N'                    TO BROWSE-SW.

           EXEC CICS STARTBR
                     DATASET  (IESMLQ)
                     RIDFLD   (WORK-RID)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  QMNT-END-OF-FILE   TO TRUE
               MOVE SPACES             TO QMNT-KEY
               GO TO A15-EXIT
           END-IF.

           PERFORM A12-BROWSE-NEXT THRU A13-EXIT
             UNTIL BROWSE-DONE.

           IF  EIBRESP = DFHRESP(NORMAL)
               SET  QMNT-SUCCESS       TO TRUE
               MOVE WORK-RID           TO QMNT-KEY
               MOVE MLQ-DATA           TO QMNT-DATA
           ELSE
               SET  QMNT-END-OF-FILE   TO TRUE
               MOVE SPACES             TO QMNT-KEY
           END-IF.

           EXEC CICS ENDBR
                     DATASET  (IESMLQ)
                     NOHANDLE
           END-EXEC.
       A15-EXIT.
           EXIT.

       A12-BROWSE-NEXT.
           EXEC CICS READNEXT
                     DATASET  (IESMLQ)
                     INTO     (IESMLQ-RECORD)
                     RIDFLD   (WORK-RID)
                     LENGTH   (WORK-RECLEN)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  BROWSE-DONE        TO TRUE
               GO TO A13-EXIT
           END-IF.

      * the browse lands ON the last-seen record itself - skip past it
           IF  WORK-LAST-SEEN NOT = SPACES
           AND WORK-RID = WORK-LAST-SEEN
               GO TO A13-EXIT
           END-IF.

           IF  MLQ-CONTROL-LINE
               IF  QMNT-STATUS-FILTER = SPACE
               OR  QMNT-STATUS-FILTER = MLQ-STATUS
                   SET  BROWSE-DONE    TO TRUE
               END-IF
           END-IF.
       A13-EXIT.
           EXIT.

      /*****************************************************************
      *    READ ONE MESSAGE'S CONTROL RECORD                           *
      ******************************************************************
       A20-READ-MESSAGE.
           MOVE QMNT-KEY               TO WORK-RID.
           MOVE ZEROES                 TO WORK-RID(28:5).

           EXEC CICS READ
                     DATASET  (IESMLQ)
                     INTO     (IESMLQ-RECORD)
                     RIDFLD   (WORK-RID)
                     LENGTH   (WORK-RECLEN)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   SET  QMNT-SUCCESS   TO TRUE
                   MOVE WORK-RID       TO QMNT-KEY
                   MOVE MLQ-DATA       TO QMNT-DATA
               WHEN DFHRESP(NOTFND)
                   SET  QMNT-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET  QMNT-IO-ERROR  TO TRUE
           END-EVALUATE.
       A25-EXIT.
           EXIT.

      /*****************************************************************
      *    RETURN THE MESSAGE'S NEXT DISTRIBUTION OR BODY LINE         *
      ******************************************************************
       A30-TEXT-NEXT-LINE.
           MOVE QMNT-KEY               TO WORK-LAST-SEEN.
           MOVE QMNT-KEY               TO MLQ-KEY.
           ADD  1                      TO MLQ-LINE.
           MOVE MLQ-KEY                TO WORK-RID.

           EXEC CICS READ
                     DATASET  (IESMLQ)
                     INTO     (IESMLQ-RECORD)
                     RIDFLD   (WORK-RID)
                     LENGTH   (WORK-RECLEN)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   SET  QMNT-SUCCESS     TO TRUE
                   MOVE WORK-RID         TO QMNT-KEY
                   MOVE MLQ-DATA         TO QMNT-DATA
               WHEN DFHRESP(NOTFND)
                   SET  QMNT-END-OF-FILE TO TRUE
               WHEN OTHER
                   SET  QMNT-IO-ERROR    TO TRUE
           END-EVALUATE.
       A35-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT A MESSAGE BACK TO PENDING FOR THE NEXT DELIVERY PASS    *
      ******************************************************************
       A40-RESEND-MESSAGE.
           MOVE QMNT-KEY               TO WORK-RID.
           MOVE ZEROES                 TO WORK-RID(28:5).

           EXEC CICS READ
                     DATASET  (IESMLQ)
                     INTO     (IESMLQ-RECORD)
                     RIDFLD   (WORK-RID)
                     LENGTH   (WORK-RECLEN)
                     EQUAL
                     UPDATE
                     NOHANDLE
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET  QMNT-NOT-FOUND TO TRUE
                   GO TO A45-EXIT
               WHEN OTHER
                   SET  QMNT-IO-ERROR  TO TRUE
                   GO TO A45-EXIT
           END-EVALUATE.

           IF  MLQ-DELIVERED
               EXEC CICS UNLOCK
                         DATASET  (IESMLQ)
                         NOHANDLE
               END-EXEC
               SET  QMNT-NOT-RESENDABLE TO TRUE
               MOVE MLQ-DATA           TO QMNT-DATA
               GO TO A45-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           SET  MLQ-PENDING            TO TRUE.
           MOVE ZEROES                 TO MLQ-ATTEMPTS
                                          MLQ-NEXT-MINUTE
                                          MLQ-DONE-DATE.
           MOVE CICS-USERID            TO MLQ-RESEND-USER.
           MOVE NUM-DATE               TO MLQ-RESEND-DATE.

           EXEC CICS REWRITE
                     DATASET  (IESMLQ)
                     FROM     (IESMLQ-RECORD)
                     LENGTH   (WORK-RECLEN)
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(NORMAL)
               SET  QMNT-SUCCESS       TO TRUE
               MOVE WORK-RID           TO QMNT-KEY
               MOVE MLQ-DATA           TO QMNT-DATA
           ELSE
               SET  QMNT-IO-ERROR      TO TRUE
           END-IF.
       A45-EXIT.
           EXIT.
