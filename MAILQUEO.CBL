      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MAILQUEO.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE OUTBOUND MAIL QUEUE WRITER (THE BATCH
      *               HALF IS MAILQUEB).  LINKED TO WITH THE MAILWRTR
      *               COMMAREA IN PLACE OF THE ONLINE MAILWRTR, STEP
      *               FOR STEP THE SAME PROTOCOL - HEAD, DISTRIBUTION,
      *               BODY LINES, COMPLETE - AND WRITES THE MESSAGE TO
      *               THE IESMLQ OUTBOUND QUEUE FOR IESMLDLV TO
      *               DELIVER.  SINCE EACH STEP IS A SEPARATE LINK,
      *               THE MESSAGE'S CONTROL RECORD IS CARRIED BETWEEN
      *               STEPS IN A MAIN-STORAGE TS QUEUE NAMED FOR THE
      *               CALLING TASK, AND WRITTEN TO IESMLQ (MAKING THE
      *               MESSAGE DELIVERABLE) ONLY WHEN THE CALLER
      *               COMPLETES IT.  ERRORS COME BACK IN MAIL-RETN
      *               AND ARE NEVER FATAL TO THE CALLER.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'MAILQUEO'.
         03  IESMLQ                    PIC  X(08)   VALUE 'IESMLQ'.
         03  CICS-USERID               PIC  X(08).
         03  WORK-TASKN                PIC  9(07).
         03  WORK-RESP                 PIC  9(08).

      * one TS queue per calling task holds the message in progress
         03  TSQ-NAME.
           05  FILLER                  PIC  X(01)   VALUE 'M'.
           05  TSQ-TASKN               PIC  9(07).
         03  TSQ-ITEM                  PIC S9(04)   BINARY VALUE +1.
         03  TSQ-LEN                   PIC S9(04)   BINARY VALUE ZEROES.

         03  OPER-MSG                  PIC  X(120).
         03  OPER-MSG-LEN              PIC S9(04)   BINARY VALUE +120.

      * the message being built - its control record rides in the TS
      * queue until the caller completes the message
         03  HOLD-CONTROL              PIC  X(250).

      * OUTBOUND MAIL QUEUE LAYOUT (WRITE FROM AREA)
       COPY IESMLQ.

       COPY DATETIME.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY MAILWRTR.

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

           MOVE ZEROES                 TO MAIL-RETN.
           MOVE EIBTASKN               TO WORK-TASKN.
           MOVE WORK-TASKN             TO TSQ-TASKN.
           MOVE LENGTH OF HOLD-CONTROL TO TSQ-LEN.

           EVALUATE TRUE
             WHEN MAIL-HEAD-PARMS
               PERFORM C00-START-MESSAGE THRU C05-EXIT
             WHEN MAIL-DIST-PARMS
               PERFORM D00-QUEUE-LINE THRU D05-EXIT
             WHEN MAIL-BODY-PARMS
               PERFORM D00-QUEUE-LINE THRU D05-EXIT
             WHEN MAIL-MESG-COMPLETE
               PERFORM E00-COMPLETE-MESSAGE THRU E05-EXIT
             WHEN OTHER
               MOVE 12                 TO MAIL-RETN
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      /*****************************************************************
      *    OPEN A NEW MESSAGE - ASSIGN ITS ID AND PARK THE HEAD        *
      *    PARAMETERS IN THE TASK'S TS QUEUE                           *
      ******************************************************************
       C00-START-MESSAGE.
           EXEC CICS ASSIGN
                     USERID    (CICS-USERID)
                     NOHANDLE
           END-EXEC.

      * a message this task began and never completed is dropped
           EXEC CICS DELETEQ TS
                     QUEUE    (TSQ-NAME)
                     NOHANDLE
           END-EXEC.

           MOVE SPACES                 TO IESMLQ-RECORD.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO MLQ-QDATE.
           MOVE WRK-DATETIME(9:8)      TO MLQ-QTIME.
           SET  MLQ-FROM-ONLINE        TO TRUE.
           MOVE WORK-TASKN             TO MLQ-QNUMB.
           MOVE ZEROES                 TO MLQ-QSEQ
                                          MLQ-LINE.

           SET  MLQ-PENDING            TO TRUE.
           MOVE ZEROES                 TO MLQ-ATTEMPTS
                                          MLQ-NEXT-MINUTE
                                          MLQ-LAST-DATE
                                          MLQ-LAST-TIME
                                          MLQ-LAST-RETN
                                          MLQ-LINE-COUNT
                                          MLQ-DONE-DATE
                                          MLQ-RESEND-DATE.
           MOVE EIBTRNID               TO MLQ-ORIG-PGM.
           MOVE CICS-USERID            TO MLQ-ORIG-JOB.
           MOVE MAIL-HEAD-TO-GRP       TO MLQ-HEAD-TO-GRP.
           MOVE MAIL-HEAD-SUBJECT      TO MLQ-HEAD-SUBJECT.
           MOVE MAIL-HEAD-SYSTEM       TO MLQ-HEAD-SYSTEM.
           MOVE MAIL-DELIVERY-SW       TO MLQ-DELIVERY-SW.
           MOVE SPACES                 TO MLQ-RESEND-USER.

           MOVE IESMLQ-RECORD          TO HOLD-CONTROL.
           EXEC CICS WRITEQ TS
                     QUEUE    (TSQ-NAME)
                     FROM     (HOLD-CONTROL)
                     LENGTH   (TSQ-LEN)
                     MAIN
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
           END-IF.
       C05-EXIT.
           EXIT.

      /*****************************************************************
      *    QUEUE ONE DISTRIBUTION OR BODY LINE AND COUNT IT ON THE     *
      *    PARKED CONTROL RECORD                                       *
      ******************************************************************
       D00-QUEUE-LINE.
           PERFORM F00-GET-HELD-CONTROL THRU F05-EXIT.
           IF  MAIL-RETN NOT = ZEROES
               GO TO D05-EXIT
           END-IF.

           MOVE HOLD-CONTROL           TO IESMLQ-RECORD.
           ADD  1                      TO MLQ-LINE-COUNT.
           MOVE IESMLQ-RECORD          TO HOLD-CONTROL.

           MOVE MLQ-LINE-COUNT         TO MLQ-LINE.
           MOVE SPACES                 TO MLQ-DATA.
           IF  MAIL-DIST-PARMS
               SET  MLQ-DIST-LINE      TO TRUE
               MOVE MAIL-DIST-TO-GRP   TO MLQ-LINE-TEXT
           ELSE
               SET  MLQ-BODY-LINE      TO TRUE
               MOVE MAIL-BODY-TEXT     TO MLQ-LINE-TEXT
           END-IF.

           EXEC CICS WRITE
                     DATASET  (IESMLQ)
                     FROM     (IESMLQ-RECORD)
                     RIDFLD   (MLQ-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
               GO TO D05-EXIT
           END-IF.

           EXEC CICS WRITEQ TS
                     QUEUE    (TSQ-NAME)
                     FROM     (HOLD-CONTROL)
                     LENGTH   (TSQ-LEN)
                     ITEM     (TSQ-ITEM)
                     REWRITE
                     MAIN
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
           END-IF.
       D05-EXIT.
           EXIT.

      /*****************************************************************
      *    THE CALLER HAS FINISHED THE MESSAGE - WRITE ITS CONTROL     *
      *    RECORD, WHICH IS WHAT MAKES IT DELIVERABLE                  *
      ******************************************************************
       E00-COMPLETE-MESSAGE.
           PERFORM F00-GET-HELD-CONTROL THRU F05-EXIT.
           IF  MAIL-RETN NOT = ZEROES
               GO TO E05-EXIT
           END-IF.

           MOVE HOLD-CONTROL           TO IESMLQ-RECORD.
           EXEC CICS WRITE
                     DATASET  (IESMLQ)
                     FROM     (IESMLQ-RECORD)
                     RIDFLD   (MLQ-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
           END-IF.

           EXEC CICS DELETEQ TS
                     QUEUE    (TSQ-NAME)
                     NOHANDLE
           END-EXEC.
       E05-EXIT.
           EXIT.

      /*****************************************************************
      *    FETCH THE PARKED CONTROL RECORD - NONE MEANS THE CALLER     *
      *    SKIPPED THE HEAD STEP                                       *
      ******************************************************************
       F00-GET-HELD-CONTROL.
           EXEC CICS READQ TS
                     QUEUE    (TSQ-NAME)
                     INTO     (HOLD-CONTROL)
                     LENGTH   (TSQ-LEN)
                     ITEM     (TSQ-ITEM)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 8                  TO MAIL-RETN
           END-IF.
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    HAND BACK A FAILURE AND NOTE IT ON THE CONSOLE              *
      ******************************************************************
       Z00-REPORT-ERROR.
           MOVE 8                      TO MAIL-RETN.
           MOVE EIBRESP                TO WORK-RESP.
           MOVE SPACES                 TO OPER-MSG.
           STRING THIS-PGM ': IESMLQ QUEUE ERROR, RESP='
                  WORK-RESP ' TRAN=' EIBTRNID
                  ' - MESSAGE NOT QUEUED'
               DELIMITED BY SIZE     INTO OPER-MSG.
           EXEC CICS WRITE OPERATOR
                     TEXT       (OPER-MSG)
                     TEXTLENGTH (OPER-MSG-LEN)
                     NOHANDLE
           END-EXEC.
       Z05-EXIT.
           EXIT.
